               access mode is dynamic
               record key is fd-profile-username
               file status is FILESTAT-PROFILE.
      *>>    The image each profile save replaced
      *>>    (username|timestamp|changed-fields|prior-image, the
      *>>    changed fields comma-separated and the image in the
      *>>    one-line profiles form), kept to the last N per user -
      *>>    N from profile-revision-limit.dat, one number, default
      *>>    10 - so the student can see and undo a change.
           select profile-revision-file assign to "profile-revisions.dat"
               organization is line sequential
               file status is FILESTAT-PREV.
           select profile-revision-limit-file
               assign to "profile-revision-limit.dat"
               organization is line sequential
               file status is FILESTAT-PRLIM.
           select connection-file assign to "connections.dat"
               organization is indexed
               access mode is dynamic
           select job-file assign to "jobs.dat"
    	       organization is line sequential
    	       file status is FILESTAT-JOB.
      *>>    applications.dat is keyed on job-id + applicant so a
      *>>    status change, withdrawal, or offer acceptance is one
      *>>    keyed rewrite instead of a whole-file reload/rewrite, and
      *>>    a posting's applicants are one START away; the alternate
      *>>    key on the applicant serves My Applications (same
      *>>    conversion users.dat, profiles.dat and connections.dat
      *>>    already went through).
    	   select application-file assign to "applications.dat"
    	       organization is indexed
               access mode is dynamic
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-APP.
      *>>    Cover letters written at apply time, one per application,
      *>>    on the application's own job-id + applicant key; the
      *>>    alternate key on the applicant serves the personal-data
      *>>    export and the deactivation cascade.
           select cover-letter-file assign to "cover-letters.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-cover-key
               alternate record key is fd-cover-username with duplicates
               file status is FILESTAT-COVER.
      *>>    Dynamic ASSIGN (same technique as resume-file's
      *>>    WS-RESUME-FILENAME) so run-session can point at a
      *>>    different input/output pair per session.
           select session-list-file assign to "InCollege-Sessions.txt"
               organization is line sequential
               file status is FILESTAT-SESSLIST.
      *>>    Deck pre-flight: the scratch run's per-deck verdicts,
      *>>    read back from inside deck-check/ by the real run, and the
      *>>    operator's copy of what it found.
           select deck-check-result-file assign to WS-DECK-RESULTS-FILENAME
               organization is line sequential
               file status is FILESTAT-DECKRES.
           select deck-check-report-file assign to "InCollege-Deck-Check.txt"
               organization is line sequential
               file status is FILESTAT-DECKRPT.
      *>>    Simulation run: the scratch directory's file list, the
      *>>    live and scratch copies of one data file being compared,
      *>>    and the would-have-written report.
           select sim-list-file assign to "simulation/simulation-files.lst"
               organization is line sequential
               file status is FILESTAT-SIMLIST.
           select sim-live-file assign to WS-SIM-LIVE-NAME
               organization is line sequential
               file status is FILESTAT-SIMLIVE.
           select sim-copy-file assign to WS-SIM-COPY-NAME
               organization is line sequential
               file status is FILESTAT-SIMCOPY.
           select simulation-report-file assign to "InCollege-Simulation-Report.txt"
               organization is line sequential
               file status is FILESTAT-SIMRPT.
           select ConnOutFile assign to "Connections-Output.txt"
               organization is line sequential
               file status is FILESTAT-ConnOut.

      *>>    messages.dat is indexed on recipient + timestamp +
      *>>    sender, so an inbox (and the unread badge) is one START
      *>>    on the recipient instead of a scan of every user's mail;
      *>>    the alternate key on the sender serves the Sent side.
           select message-file assign to "messages.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-msg-key
               alternate record key is fd-msg-sender with duplicates
               file status is FILESTAT-Msg.

           select skills-file assign to "skills-progress.dat"
               organization is line sequential
               file status is FILESTAT-RESUME.

      *>>    My Schedule calendar export, "<username>-schedule.ics",
      *>>    named at runtime the same way as resume-file.
           select ics-file assign to WS-ICS-FILENAME
               organization is line sequential
               file status is FILESTAT-ICS.

      *>>    username|title|employer|location|job-id rows: per-student
      *>>    "save for later" job bookmarks, listed by the My Saved
      *>>    Jobs option with a flag for postings that have since been
               organization is line sequential
               file status is FILESTAT-MODQ.

      *>>    Public Q&A on postings (question-id|job-id|asker|question|
      *>>    asked-date|status|answer|answered-by|answered-date), keyed
      *>>    by the permanent job-id so a renewed posting keeps its
      *>>    answers. Status pending (in the moderation queue as kind
      *>>    "question"), open (released to the company) or answered
      *>>    (shown to everyone in the job details).
           select job-question-file assign to "job-questions.dat"
               organization is line sequential
               file status is FILESTAT-JOBQ.

      *>>    phrase|severity rows ("prohibited" or "suspicious"):
      *>>    wording a new or edited posting may not carry without a
      *>>    moderator seeing it first. screen-job-posting holds any
      *>>    posting that matches in "pending-review" and queues a
      *>>    "jobscreen" moderation-queue.dat row (reference job-id).
           select screening-term-file
               assign to "posting-screening-terms.dat"
               organization is line sequential
               file status is FILESTAT-SCRTERM.

      *>>    company-id|username|date rows: students following a
      *>>    company from the jobs browse flow; save-job-posting
      *>>    queues each follower a notifications.dat row when a new
           select interview-slot-file assign to "interview-slots.dat"
               organization is line sequential
               file status is FILESTAT-SLOT.
      *>>    Employer message templates: company-id|template-name|text,
      *>>    the text carrying merge fields filled in at send time.
           select template-file assign to "message-templates.dat"
               organization is line sequential
               file status is FILESTAT-TPL.

      *>>    Campus events (event-id|title|host company-id|date|
      *>>    location|capacity) and their RSVPs (event-id|username|
               assign to "posting-credit-ledger.dat"
               organization is line sequential
               file status is FILESTAT-LEDGER.
      *>>    Companies that take the nightly applicant export for
      *>>    their applicant-tracking system (company-id|opted-in
      *>>    date|opted-in by), switched from Edit Company Page and
      *>>    read by the ApplicantExport batch.
           select applicant-export-optin-file
               assign to "applicant-export-companies.dat"
               organization is line sequential
               file status is FILESTAT-ATSOPT.
      *>>    Featured windows bought with those credits: one row per
      *>>    purchase (job-id|company-id|from|until|status|bought-by|
      *>>    credits). A posting is featured while an "active" row's
      *>>    window covers today; JobExpiryBatch marks rows "lapsed"
      *>>    once the window has passed.
           select featured-file assign to "featured-postings.dat"
               organization is line sequential
               file status is FILESTAT-FEATURE.

      *>>    The career office's home in the system: advisor accounts
      *>>    (f-role "advisor") publish appointment slots into
               organization is line sequential
               file status is FILESTAT-ADVNOTE.

      *>>    Peer mock-interview exchange (interviewer|student|
      *>>    focus-kind|focus|slot-time|status|booked-date|rating|
      *>>    strengths|improvements|feedback-date): students and alumni
      *>>    volunteer practice times for a job category or a major,
      *>>    students book them, and the interviewer leaves a short
      *>>    feedback form afterwards. Status open, booked, done or
      *>>    withdrawn; the student field stays blank until booked.
      *>>    ReminderBatch reminds both sides the day before and
      *>>    MockInterviewReport counts the sessions.
           select mock-interview-file assign to "mock-interviews.dat"
               organization is line sequential
               file status is FILESTAT-MOCK.

      *>>    Career-readiness checkpoints apply-for-job enforces during
      *>>    a term's recruiting window. readiness-rules.dat
      *>>    (campus|rule|value) is maintained by the career office;
      *>>    no file means no checkpoints. readiness-waivers.dat
      *>>    (student|checkpoint|advisor|date|reason) holds advisor
      *>>    waivers, and readiness-blocks.dat (student|date|campus|
      *>>    job-id|missing) logs every checked application attempt
      *>>    for ReadinessReport, the missing list blank once clear.
           select readiness-rule-file assign to "readiness-rules.dat"
               organization is line sequential
               file status is FILESTAT-RDRULE.
           select readiness-waiver-file
               assign to "readiness-waivers.dat"
               organization is line sequential
               file status is FILESTAT-RDWAIVE.
           select readiness-block-file assign to "readiness-blocks.dat"
               organization is line sequential
               file status is FILESTAT-RDBLOCK.
      *>>    Advisor caseloads (advisor|student|assigned-date|reason):
      *>>    filled by CaseloadAssignBatch from caseload-rules.dat and
      *>>    by AdminConsole reassignment; read here for My Caseload.
           select caseload-file assign to "caseloads.dat"
               organization is line sequential
               file status is FILESTAT-CASELOAD.

      *>>    Mentorship meeting log (mentor|mentee|date|topic):
      *>>    evidence the mentoring actually happens, for the grant
      *>>    that funds the program. MentorshipOutcomesReport
               organization is line sequential
               file status is FILESTAT-SURVEY.

      *>>    First-destination survey answers (username|outcome|
      *>>    organization|graduating-term|date), asked once at login
      *>>    after a student's graduating term has ended; merged with
      *>>    placements.dat by FirstDestinationReport for the
      *>>    provost's knowledge-rate and outcome-rate figures.
           select destination-survey-file
               assign to "destination-survey.dat"
               organization is line sequential
               file status is FILESTAT-DEST.

      *>>    Confidential accommodation requests (student|kind|ref|
      *>>    host|item|item-date|need|status|requested|advisor|
      *>>    decided) against an interview slot or an event RSVP.
      *>>    Only the advisor menu ever shows the need itself; hosts
      *>>    see an "accommodation arranged" flag and nothing more.
           select accommodation-file
               assign to "accommodations.dat"
               organization is line sequential
               file status is FILESTAT-ACCOM.

      *>>    Employer-funded scholarships run by the financial-aid
      *>>    office (id|company-id|title|description|amount|deadline|
      *>>    min-gpa|majors|gradyear-min|gradyear-max|req-cert|status|
      *>>    posted-by|posted-date), the student applications against
      *>>    them (scholarship-id|student|applied|status|essay|
      *>>    decided-by|decided), and one awards.dat row per award
      *>>    (award-id|scholarship-id|student|company-id|amount|
      *>>    award-date|awarded-by) for aid to reconcile against
      *>>    disbursements.
           select scholarship-file
               assign to "scholarships.dat"
               organization is line sequential
               file status is FILESTAT-SCHOL.
           select scholarship-app-file
               assign to "scholarship-applications.dat"
               organization is line sequential
               file status is FILESTAT-SAPP.
           select award-file
               assign to "awards.dat"
               organization is line sequential
               file status is FILESTAT-AWARD.

      *>>    Help-desk tickets raised from any menu (ticket-id|
      *>>    requester|category|text|opened|status|assigned-operator|
      *>>    closed), worked from the AdminConsole ticket queue.
           select support-ticket-file
               assign to "support-tickets.dat"
               organization is line sequential
               file status is FILESTAT-TICKET.

      *>>    Terms-of-use and privacy-notice versions (policy|version|
      *>>    effective-date|text-file, maintained from AdminConsole),
      *>>    the acceptance ledger legal relies on (username|policy|
      *>>    version|accepted-timestamp), and the policy text itself,
      *>>    opened by the file name its version row carries.
           select policy-version-file
               assign to "policy-versions.dat"
               organization is line sequential
               file status is FILESTAT-POLICY.
           select consent-file
               assign to "consents.dat"
               organization is line sequential
               file status is FILESTAT-CONSENT.
           select policy-text-file assign to WS-POLICY-TEXT-NAME
               organization is line sequential
               file status is FILESTAT-POLTEXT.

      *>>    Voluntary equal-opportunity self-identification (username|
      *>>    gender|ethnicity|veteran|disability|updated-date). Kept in
      *>>    a file of its own that no profile, search, applicant or
      *>>    employer-facing path reads; EEOApplicantPoolReport only
      *>>    ever prints suppressed aggregates of it.
           select eeo-selfid-file
               assign to "eeo-selfid.dat"
               organization is line sequential
               file status is FILESTAT-EEO.

      *>>    Interview scorecards (applicant|job-title|employer|held|
      *>>    rating|recommendation|date|notes) recorded by the
      *>>    employer after the interview-slots.dat slot time passes,
               organization is line sequential
               file status is FILESTAT-ANOTE.

      *>>    Named talent pools (company-id|pool-name|student|
      *>>    added-by|date|note), shared by every account on the
      *>>    company-id like applicant-notes.dat. Filled from Search
      *>>    Candidates and View Applicants; a student who withdraws
      *>>    the candidate-search opt-in is dropped from all of them.
           select talent-pool-file assign to "talent-pools.dat"
               organization is line sequential
               file status is FILESTAT-TPOOL.

      *>>    Introductions asked of a mutual connection (id|requester|
      *>>    broker|target|reason|status|requested|decided|broker-
      *>>    note); IntroductionsReport follows the forwarded ones
      *>>    through to connections.dat.
           select introduction-file assign to "introductions.dat"
               organization is line sequential
               file status is FILESTAT-INTRO.

      *>>    Co-op hours logged against a placements.dat placement
      *>>    (student|employer|week-ending|hours|supervisor|confirmed|
      *>>    confirmed-by): the student logs each week from the
               organization is line sequential
               file status is FILESTAT-HOURS.

      *>>    Learning agreements, one per placements.dat placement
      *>>    (student|sponsor|employer|job-title|company-id|
      *>>    credit-hours|supervisor|status|student-signed|
      *>>    supervisor-signed|supervisor-signed-by|sponsor-signed|
      *>>    approved|objectives): the student drafts and signs, the
      *>>    employer account and the faculty sponsor (an advisor
      *>>    account) countersign, and only hours under an approved
      *>>    agreement count toward credit in CoopHoursReport.
           select learning-agreement-file
               assign to "learning-agreements.dat"
               organization is line sequential
               file status is FILESTAT-LAGREE.

      *>>    End-of-placement supervisor evaluations (student|job-title|
      *>>    employer|company-id|evaluator|eval-date|overall|rehire|
      *>>    ratings|comments), completed by the employer account once
      *>>    the placement's end date has passed. Ratings hold
      *>>    "area=score" pairs separated by ";" for the competency
      *>>    areas in evaluation-competencies.dat (one area per line,
      *>>    maintained by the career office). Shown to the student
      *>>    and their advisor or faculty sponsor, never to another
      *>>    employer; PlacementEvaluationReport summarises them.
           select placement-evaluation-file
               assign to "placement-evaluations.dat"
               organization is line sequential
               file status is FILESTAT-PEVAL.
           select competency-file
               assign to "evaluation-competencies.dat"
               organization is line sequential
               file status is FILESTAT-COMPET.

      *>>    Written recommendations (requester|referee|status|
      *>>    request-date|decision-date|text): a student asks a
      *>>    connection or accepted mentor for an actual reference
               organization is line sequential
               file status is FILESTAT-OFFER.

      *>>    offer-policy.dat is operator-maintained, one word: "warn"
      *>>    (default), "block", or "off" - what apply-for-job does
      *>>    once the student has accepted an offer. offer-events.dat
      *>>    (date|event|student|job-title|employer|company-id|
      *>>    recorded-by|reason) logs each student renege and each
      *>>    employer rescind for RenegeReport.
      *>>    Send-later queue (id|sender|recipient|content|type|
      *>>    job-title|job-employer|release-date|status|queued-on|
      *>>    note); status queued, then sent/refused by the nightly
      *>>    ScheduledMessageRelease, or cancelled by the sender.
           select scheduled-message-file
               assign to "scheduled-messages.dat"
               organization is line sequential
               file status is FILESTAT-SCHMSG.
           select offer-policy-file assign to "offer-policy.dat"
               organization is line sequential
               file status is FILESTAT-OPOL.
           select offer-event-file assign to "offer-events.dat"
               organization is line sequential
               file status is FILESTAT-OEVT.

      *>>    The fall career fair as data instead of paper sign-up
      *>>    sheets: career-fairs.dat (fair-id|name|date|location) is
      *>>    operator-maintained from AdminConsole; fair-booths.dat
               organization is line sequential
               file status is FILESTAT-SKILLREF.

      *>>    Job category taxonomy (code|name|parent industry, seeded
      *>>    like skills.dat): every posting carries one code, the
      *>>    browse and alert filters and the reports key on it.
           select job-category-file assign to "job-categories.dat"
               organization is line sequential
               file status is FILESTAT-JOBCAT.

      *>>    Canonical majors (name|CIP code|college) and the common
      *>>    short forms students type for them (alias|CIP code), so
      *>>    "CS", "Comp Sci" and "Computer Science" are one major with
      *>>    one code wherever majors are compared or reported.
           select major-file assign to "majors.dat"
               organization is line sequential
               file status is FILESTAT-MAJOR.
           select major-alias-file assign to "major-aliases.dat"
               organization is line sequential
               file status is FILESTAT-MAJALIAS.

      *>>    Learn-a-Skill content, maintained by the career office:
      *>>    one module per skills.dat skill, its lesson text, and the
      *>>    end-of-module quiz.
           select skill-lessons-file assign to "skill-lessons.dat"
               organization is line sequential
               file status is FILESTAT-LESSON.

      *>>    Professional certifications and licenses (username|
      *>>    certification|issuer|credential-id|issued|expires|
      *>>    verified), kept apart from profiles.dat so a renewal
      *>>    needs no profile migration. Dates are yyyymmdd, expires
      *>>    blank for a credential that never lapses; verified turns
      *>>    "y" once a career-office advisor has checked it, and back
      *>>    to "n" whenever the student edits the entry.
           select certification-file assign to "certifications.dat"
               organization is line sequential
               file status is FILESTAT-CERT.

      *>>    Reference list of recognized school names, checked against
      *>>    profile-university so "UT Austin" / "University of Texas
      *>>    Austin" / "U Texas" don't end up as three different schools
               organization is line sequential
               file status is FILESTAT-COMPANY.

      *>>    Company recruiting teams (company-id|username|role|
      *>>    assigned-by|assigned-date), role admin, recruiter or
      *>>    viewer, kept by the company admin from the employer
      *>>    menu. An employer account with no row is a recruiter,
      *>>    which is what every account was before teams existed.
           select company-team-file assign to "company-team.dat"
               organization is line sequential
               file status is FILESTAT-CTEAM.

      *>>    Outbound notification queue: an external email/SMS notifier
      *>>    can poll this file for events an on-site user hasn't seen yet
      *>>.
               organization is line sequential
               file status is FILESTAT-PVIEW.

      *>>    viewer|job-id|company-id|timestamp rows written whenever a
      *>>    student opens a posting's full details, so an employer can
      *>>    be told how many people actually looked at a listing.
      *>>    JobPostingPerformanceReport turns them into the top of a
      *>>    per-posting view/save/apply/interview/hire funnel.
           select job-view-file assign to "job-views.dat"
               organization is line sequential
               file status is FILESTAT-JVIEW.

      *>>    input-filename|line-count-completed rows, one per input file
      *>>    ever run, so a crashed/rerun batch session can skip past
      *>>    already-completed menu actions instead of replaying the
           05  fd-profile-username   pic x(32).
           05  fd-profile-data       pic x(5968).

       fd  profile-revision-file.
       01  profile-revision-line     pic x(6200).

       fd  profile-revision-limit-file.
       01  profile-revision-limit-line pic x(20).

      *>>    connections.dat is keyed on from/to username so an accept,
      *>>    reject, or removal touches a single record instead of
      *>>    rewriting the whole file.
       fd  session-list-file.
       01  session-list-line         pic x(210).

       fd  deck-check-result-file.
       01  deck-check-result-line    pic x(400).

       fd  deck-check-report-file.
       01  deck-check-report-line    pic x(400).

       fd  sim-list-file.
       01  sim-list-line             pic x(100).

       fd  sim-live-file.
       01  sim-live-line             pic x(6200).

       fd  sim-copy-file.
       01  sim-copy-line             pic x(6200).

       fd  simulation-report-file.
       01  simulation-report-line    pic x(400).

       fd  ConnOutFile.
       01  ConnOutRecord            pic x(80).

       fd  job-file.
       01  job-line                  pic x(1000).

      *>>    fd-app-data keeps everything after the username in its
      *>>    original pipe-delimited shape (title|employer|location|
      *>>    status|resume|answers|job-id), so parse-application-line is
      *>>    unchanged: join-application-line re-joins the username and
      *>>    data into the familiar one-line form.
       fd  application-file.
       01  application-record.
           05  fd-app-key.
               10  fd-app-job-id          pic x(10).
               10  fd-app-username        pic x(32).
           05  fd-app-data                pic x(1000).

       fd  cover-letter-file.
       01  cover-letter-record.
           05  fd-cover-key.
               10  fd-cover-job-id        pic x(10).
               10  fd-cover-username      pic x(32).
           05  fd-cover-date              pic x(8).
           05  fd-cover-line-count        pic 9(02).
           05  fd-cover-lines             occurs 10 times pic x(100).

      *>>    fd-msg-line carries the whole sender|recipient|content|
      *>>    timestamp|status|type|job-title|job-employer|thread-ref
      *>>    row, so parse-message-line reads it unchanged; the key
      *>>    repeats three of its fields.
       fd  message-file.
       01  message-record.
           05  fd-msg-key.
               10  fd-msg-recipient       pic x(32).
               10  fd-msg-timestamp       pic x(20).
               10  fd-msg-sender          pic x(32).
           05  fd-msg-line                pic x(600).

       fd  skills-file.
       01  skills-line               pic x(100).
       fd  resume-file.
       01  resume-line               pic x(200).

       fd  ics-file.
       01  ics-line                  pic x(200).

       fd  endorsement-file.
       01  endorsement-line          pic x(120).

       fd  interview-slot-file.
       01  interview-slot-line       pic x(300).

       fd  template-file.
       01  template-line             pic x(300).

       fd  placement-file.
       01  placement-line            pic x(300).

       fd  moderation-file.
       01  moderation-line           pic x(400).

       fd  job-question-file.
       01  job-question-line         pic x(600).

       fd  screening-term-file.
       01  screening-term-line       pic x(200).

       fd  app-history-file.
       01  app-history-line          pic x(300).

       fd  offer-file.
       01  offer-line                pic x(400).

       fd  scheduled-message-file.
       01  scheduled-message-line    pic x(500).

       fd  offer-policy-file.
       01  offer-policy-line         pic x(20).

       fd  offer-event-file.
       01  offer-event-line          pic x(400).

       fd  reference-file.
       01  reference-line            pic x(400).

       fd  placement-hours-file.
       01  placement-hours-line      pic x(250).

       fd  learning-agreement-file.
       01  learning-agreement-line   pic x(600).

       fd  placement-evaluation-file.
       01  placement-evaluation-line pic x(900).

       fd  competency-file.
       01  competency-line           pic x(80).

       fd  applicant-note-file.
       01  applicant-note-line       pic x(350).

       fd  talent-pool-file.
       01  talent-pool-line          pic x(300).

       fd  introduction-file.
       01  introduction-line         pic x(500).

       fd  interview-scorecard-file.
       01  interview-scorecard-line  pic x(350).

       fd  event-survey-file.
       01  event-survey-line         pic x(250).

       fd  destination-survey-file.
       01  destination-survey-line   pic x(250).

       fd  accommodation-file.
       01  accommodation-line        pic x(700).

       fd  scholarship-file.
       01  scholarship-line          pic x(700).

       fd  scholarship-app-file.
       01  scholarship-app-line      pic x(700).

       fd  award-file.
       01  award-line                pic x(200).

       fd  support-ticket-file.
       01  support-ticket-line       pic x(700).

       fd  policy-version-file.
       01  policy-version-line       pic x(200).

       fd  consent-file.
       01  consent-line              pic x(120).

       fd  policy-text-file.
       01  policy-text-line          pic x(200).

       fd  eeo-selfid-file.
       01  eeo-selfid-line           pic x(150).

       fd  event-waitlist-file.
       01  event-waitlist-line       pic x(100).

       fd  credit-ledger-file.
       01  credit-ledger-line        pic x(250).

       fd  applicant-export-optin-file.
       01  applicant-export-optin-line pic x(80).

       fd  featured-file.
       01  featured-line             pic x(200).

       fd  advising-slot-file.
       01  advising-slot-line        pic x(100).

       fd  advising-note-file.
       01  advising-note-line        pic x(250).

       fd  mock-interview-file.
       01  mock-interview-line       pic x(700).

       fd  readiness-rule-file.
       01  readiness-rule-line       pic x(100).

       fd  readiness-waiver-file.
       01  readiness-waiver-line     pic x(300).

       fd  readiness-block-file.
       01  readiness-block-line      pic x(500).

       fd  caseload-file.
       01  caseload-line             pic x(200).

       fd  career-fair-file.
       01  career-fair-line          pic x(150).

       fd  skills-ref-file.
       01  skills-ref-line          pic x(30).

       fd  job-category-file.
       01  job-category-line        pic x(100).

       fd  major-file.
       01  major-line               pic x(150).

       fd  major-alias-file.
       01  major-alias-line         pic x(100).

       fd  skill-lessons-file.
       01  skill-lessons-line       pic x(600).

       fd  certification-file.
       01  certification-line       pic x(300).

       fd  campus-file.
       01  campus-line              pic x(10).

       01  search-index-line        pic x(300).

       fd  temp-rewrite-file.
       01  temp-rewrite-line        pic x(6200).

       fd  journal-file.
       01  journal-line             pic x(6200).
       fd  company-file.
       01  company-line             pic x(300).

       fd  company-team-file.
       01  company-team-line        pic x(200).

       fd  notification-file.
       01  notification-line        pic x(400).

       fd  profile-view-file.
       01  profile-view-line        pic x(100).

       fd  job-view-file.
       01  job-view-line            pic x(100).

       fd  audit-file.
       01  audit-line               pic x(400).

      *>>    through a whole list of sessions.
       01  ws-session-open-failed    pic x value "N".

      *>>    Session-deck pre-flight. Before a real run every deck is
      *>>    replayed, in order, by a second copy of this program
      *>>    working inside deck-check/ on copies of the .dat files, so
      *>>    the live files are never touched. In that copy
      *>>    ws-deck-check-mode = "y": the first line a menu or prompt
      *>>    rejects is remembered per deck and written to
      *>>    deck-check-results.txt (deck|ok or deck|fail|line|reason),
      *>>    which the real run reads back and refuses to start on any
      *>>    failure. "InCollege check-decks" runs the pre-flight alone.
       01  ws-command-args           pic x(100).
       01  ws-deck-check-mode        pic x value "n".
       01  ws-deck-check-only        pic x value "n".
       01  ws-deck-check-failed      pic x value "n".
       01  ws-deck-fail-line         pic 9(06) value 0.
       01  ws-deck-fail-reason       pic x(120).
       01  ws-deck-said              pic x(200).
       01  ws-deck-command           pic x(600).
       01  ws-deck-name              pic x(100).
       01  ws-deck-saved-input       pic x(100).
       01  ws-scratch-dir            pic x(20).
       01  ws-scratch-ok             pic x value "y".

      *>>    Simulation run ("InCollege simulate"): the same scratch
      *>>    technique, under simulation/, for training and demos. The
      *>>    copy replaying the decks has ws-simulation-mode = "y" and
      *>>    takes no data lock, so it can run beside a live window;
      *>>    afterwards every data file in the scratch copy is compared
      *>>    with its live original and the rows the run would have
      *>>    written are listed per file. The indexed files cannot be
      *>>    compared row by row, so their rows come from the scratch
      *>>    journal instead.
       01  ws-simulate-request       pic x value "n".
       01  ws-simulation-mode        pic x value "n".
       01  WS-SIM-LIVE-NAME          pic x(120).
       01  WS-SIM-COPY-NAME          pic x(120).
       01  FILESTAT-SIMLIST          pic xx.
       01  FILESTAT-SIMLIVE          pic xx.
       01  FILESTAT-SIMCOPY          pic xx.
       01  FILESTAT-SIMRPT           pic xx.
       01  ws-sim-file-name          pic x(100).
       01  SIM-LIVE-TABLE.
           05  SIM-LIVE-ENTRY        occurs 3000 times.
               10  sl-row            pic x(1000).
               10  sl-used           pic x.
       01  SIM-LIVE-LOADED           pic 9(04) value 0.
       01  ws-sim-live-rows          pic 9(07) value 0.
       01  ws-sim-copy-rows          pic 9(07) value 0.
       01  ws-sim-file-rows          pic 9(07) value 0.
       01  ws-sim-total-rows         pic 9(07) value 0.
       01  ws-sim-files-changed      pic 9(04) value 0.
       01  ws-sim-journal-base       pic 9(07) value 0.
       01  ws-sim-idx                pic 9(04) value 0.
       01  ws-sim-matched            pic x value "n".
       01  ws-sim-pos                pic 9(04) value 0.
       01  ws-sim-j-stamp            pic x(30).
       01  ws-sim-j-program          pic x(40).
       01  ws-sim-j-file             pic x(60).
       01  ws-sim-j-action           pic x(20).
       01  ws-sim-count-disp         pic z(6)9.
       01  SIM-INDEXED-NAMES.
           05  filler                pic x(20) value "users.dat".
           05  filler                pic x(20) value "profiles.dat".
           05  filler                pic x(20) value "connections.dat".
           05  filler                pic x(20) value "applications.dat".
           05  filler                pic x(20) value "cover-letters.dat".
           05  filler                pic x(20) value "messages.dat".
       01  SIM-INDEXED-TABLE redefines SIM-INDEXED-NAMES.
           05  sim-indexed-name      pic x(20) occurs 6 times.
       01  ws-deck-status            pic x(10).
       01  ws-deck-line-text         pic x(80).
       01  ws-deck-listed-count      pic 9(04) value 0.
       01  ws-deck-result-count      pic 9(04) value 0.
       01  ws-deck-failed-count      pic 9(04) value 0.
       01  ws-deck-line-disp         pic z(5)9.
       01  WS-DECK-RESULTS-FILENAME  pic x(60)
               value "deck-check/deck-check-results.txt".
       01  FILESTAT-DECKRES          pic xx.
       01  FILESTAT-DECKRPT          pic xx.

      *>>    Per-session history facts gathered while the session runs:
      *>>    who logged in, how many menu choices were processed, and
      *>>    whether log-error fired.
               10  filler            pic 9(02) value 03.
           05  filler.
               10  filler            pic x(20) value "jobs.dat".
               10  filler            pic 9(02) value 04.
           05  filler.
               10  filler            pic x(20) value "applications.dat".
               10  filler            pic 9(02) value 03.
           05  filler.
               10  filler            pic x(20) value "messages.dat".
               10  filler            pic 9(02) value 03.
           05  filler.
               10  filler            pic x(20) value "events.dat".
               10  filler            pic 9(02) value 02.
       01  ws-skill-ref-match        pic x value "n".
       01  ws-skill-suggestion       pic x(30).

      *>>    job-categories.dat: code|name|parent industry.
       01  FILESTAT-JOBCAT           pic xx.
       01  JOB-CATEGORIES-TABLE.
           05  JOB-CATEGORY-ENTRY    occurs 100 times.
               10  jc-code           pic x(10).
               10  jc-name           pic x(40).
               10  jc-industry       pic x(40).
       01  JOB-CATEGORIES-COUNT      pic 9(03) value 0.
       01  ws-jc-idx                 pic 9(03) value 0.
       01  ws-jc-pick                pic 9(03) value 0.
       01  ws-jc-code-in             pic x(10).
       01  ws-jc-name-out            pic x(40).
       01  ws-jc-industry-out        pic x(40).

      *>>    majors.dat / major-aliases.dat in memory.
       01  FILESTAT-MAJOR            pic xx.
       01  FILESTAT-MAJALIAS         pic xx.
       01  MAJORS-TABLE.
           05  MAJOR-REF-ENTRY       occurs 300 times.
               10  mr-name           pic x(50).
               10  mr-cip            pic x(7).
               10  mr-college        pic x(60).
       01  MAJORS-COUNT              pic 9(03) value 0.
       01  MAJOR-ALIASES-TABLE.
           05  MAJOR-ALIAS-ENTRY     occurs 300 times.
               10  ma-alias          pic x(50).
               10  ma-cip            pic x(7).
       01  MAJOR-ALIASES-COUNT       pic 9(03) value 0.
       01  ws-mr-idx                 pic 9(03) value 0.
       01  ws-major-in               pic x(50).
       01  ws-major-cip-out          pic x(7).
       01  ws-major-name-out         pic x(50).
       01  ws-major-suggestion       pic x(50).
       01  ws-major-settled          pic x value "n".
       01  ws-major-student-cip      pic x(7).
       01  ws-major-list             pic x(100).
       01  ws-major-list-out         pic x(100).
       01  ws-major-list-pos         pic 9(03) value 0.
       01  ws-major-list-out-pos     pic 9(03) value 0.

       01  FILESTAT-BLOCK            pic xx.

      *>>    Loaded once at startup and appended to as users block one
           05  profile-skill-count   pic 99.
           05  profile-skills        occurs 10 times pic x(30).

      *>>    Same layout as profile-data: the other side of a
      *>>    profile revision (the new image while a save records
      *>>    what it replaced, the current image while Profile
      *>>    History reverts from an old one).
       01  rev-profile-data.
           05  rv-username           pic x(32).
           05  rv-firstname          pic x(50).
           05  rv-lastname           pic x(50).
           05  rv-university         pic x(100).
           05  rv-major              pic x(50).
           05  rv-gradyear           pic 9(4).
           05  rv-aboutme            pic x(200).
           05  rv-exp-count          pic 99.
           05  rv-experiences        occurs 10 times pic x(230).
           05  rv-edu-count          pic 99.
           05  rv-educations         occurs 10 times pic x(180).
           05  rv-picture-filename   pic x(100).
           05  rv-course-count       pic 99.
           05  rv-courses            occurs 10 times pic x(75).
           05  rv-gpa                pic x(5).
           05  rv-mentor-flag        pic x.
           05  rv-skill-count        pic 99.
           05  rv-skills             occurs 10 times pic x(30).
       01  FILESTAT-PREV             pic xx.
       01  FILESTAT-PRLIM            pic xx.
       01  REV-FIELD-NAMES.
           05  filler                pic x(12) value "firstname".
           05  filler                pic x(12) value "lastname".
           05  filler                pic x(12) value "university".
           05  filler                pic x(12) value "major".
           05  filler                pic x(12) value "gradyear".
           05  filler                pic x(12) value "aboutme".
           05  filler                pic x(12) value "experience".
           05  filler                pic x(12) value "education".
           05  filler                pic x(12) value "picture".
           05  filler                pic x(12) value "coursework".
           05  filler                pic x(12) value "gpa".
           05  filler                pic x(12) value "mentor".
           05  filler                pic x(12) value "skills".
       01  REV-FIELD-TABLE redefines REV-FIELD-NAMES.
           05  rev-field-name        pic x(12) occurs 13 times.
       01  PROFREV-TABLE.
           05  PROFREV-ENTRY         occurs 50 times pic x(6200).
       01  PROFREV-COUNT             pic 9(04) value 0.
       01  ws-rev-limit              pic 9(02) value 10.
       01  ws-rev-had-prior          pic x value "n".
       01  ws-rev-prior-line         pic x(6000).
       01  ws-rev-changed            pic x(200).
       01  ws-rev-changed-ptr        pic 9(04) value 1.
       01  ws-rev-user               pic x(32).
       01  ws-rev-stamp              pic x(21).
       01  ws-rev-pos                pic 9(04) value 1.
       01  ws-rev-field              pic 9(02) value 0.
       01  ws-rev-differs            pic x value "n".
       01  ws-rev-idx                pic 9(04) value 0.
       01  ws-rev-user-count         pic 9(04) value 0.
       01  ws-rev-drop               pic 9(04) value 0.
       01  ws-rev-selection          pic 9(04) value 0.
       01  ws-rev-action             pic 9 value 0.

       01  temp-input                pic x(200).
       01  ws-input-overage          pic 9(04) value 0.
       01  ws-year                   pic 9(4).
       01  ws-mutual-i               pic 9(04) value 0.
       01  ws-mutual-j               pic 9(04) value 0.

      *>>    Connection path finder scratch: current-user's and the
      *>>    target's connection lists, and the chain found.
       01  PATH-HOP1-LIST.
           05 PATH-HOP1-NAME         occurs 1000 times pic x(32).
       01  PATH-HOP1-COUNT           pic 9(04) value 0.
       01  PATH-TARGET-LIST.
           05 PATH-TARGET-NAME       occurs 1000 times pic x(32).
       01  PATH-TARGET-COUNT         pic 9(04) value 0.
       01  ws-path-target            pic x(32).
       01  ws-path-candidate         pic x(32).
       01  ws-path-via-1             pic x(32).
       01  ws-path-via-2             pic x(32).
       01  ws-path-hops              pic 9 value 0.
       01  ws-path-node-ok           pic x value "y".
       01  ws-path-a                 pic 9(04) value 0.
       01  ws-path-b                 pic 9(04) value 0.
       01  ws-path-c                 pic 9(04) value 0.
       01  ws-path-k                 pic 9(04) value 0.

      *>>    introductions.dat: id|requester|broker|target|reason|
      *>>    status|requested|decided|broker-note. Status is pending,
      *>>    forwarded, declined, or closed (the pair connected or
      *>>    became unconnectable before the middle person answered).
       01  FILESTAT-INTRO            pic xx.
       01  introduction-data.
           05  in-id                 pic x(16).
           05  in-requester          pic x(32).
           05  in-broker             pic x(32).
           05  in-target             pic x(32).
           05  in-reason             pic x(150).
           05  in-status             pic x(10).
           05  in-requested          pic x(8).
           05  in-decided            pic x(8).
           05  in-note               pic x(150).
       01  INTRO-ROWS-TABLE.
           05  INTRO-ROW-ENTRY       occurs 1000 times pic x(500).
       01  INTRO-ROWS-COUNT          pic 9(04) value 0.
       01  INTRO-MATCH-TABLE.
           05  INTRO-MATCH-ENTRY     occurs 100 times pic 9(04).
       01  INTRO-BROKER-LIST.
           05  INTRO-BROKER-NAME     occurs 50 times pic x(32).
       01  ws-intro-broker-count     pic 9(04) value 0.
       01  ws-intro-open-count       pic 9(04) value 0.
       01  ws-intro-selection        pic 9(04) value 0.
       01  ws-intro-row              pic 9(04) value 0.
       01  ws-intro-overflow         pic x value "n".
       01  ws-intro-target           pic x(32).
       01  ws-intro-pair-open        pic x value "n".
       01  ws-intro-revive           pic x value "n".

      *>>    Idle-timeout for post-login-menu: if no menu choice is made
      *>>    within WS-IDLE-TIMEOUT-SECONDS of the last one, force
      *>>    current-user back through interactive-login instead of
           05  job-salary-max         pic 9(07).
           05  job-salary-currency    pic x(3).
           05  job-remote-flag        pic x(1).
      *>>    Open, Filled, Closed, or - while a screening-term hit
      *>>    awaits a moderator - pending-review, then Open or
      *>>    Rejected once AdminConsole releases or rejects it.
           05  job-status             pic x(14).
      *>>    Up to five qualifying questions the poster wants every
      *>>    applicant to answer up front ("Are you authorized to
      *>>    work?"), appended after the status field so older rows
      *>>    recommendation scoring and JobAlertsBatch.
           05  job-req-skill-count    pic 9.
           05  job-req-skills         occurs 5 times pic x(30).
      *>>    A certification the applicant must hold, unexpired, on
      *>>    certifications.dat (matched on its name, any case).
      *>>    Appended after the required skills so older rows parse
      *>>    with none.
           05  job-req-cert           pic x(60).
           05  job-category           pic x(10).

       01  ws-job-choice              pic 9 value 0.
       01  ws-posting-age-days        pic 9(05) value 0.
       01  ws-filter-location        pic x(50) value spaces.
       01  ws-filter-keyword         pic x(50) value spaces.
       01  ws-filter-company         pic x(100) value spaces.
       01  ws-filter-category        pic x(10) value spaces.
       01  ws-group-by-company       pic x value "n".
       01  JOB-MATCH-INDEX-TABLE.
           05 JOB-MATCH-INDEX        occurs 1000 times pic 9(04).
           05  EVENT-TABLE-ENTRY     occurs 200 times pic x(300).
       01  EVENTS-COUNT              pic 9(04) value 0.
       01  ws-event-selection        pic 9(04) value 0.
      *>>    Host of the event being created or checked in: the
      *>>    recruiter's company-id, or a student group's group-id
      *>>    (G-prefixed) when a group officer is acting.
       01  ws-event-host-id          pic x(10) value spaces.
       01  ws-next-event-id          pic 9(06) value 0.
       01  ws-scan-event-num         pic 9(06) value 0.
       01  ws-rsvp-count             pic 9(05) value 0.
      *>>    when both sides carry one, title+employer otherwise).
       01  ws-next-job-id            pic 9(06) value 0.
       01  ws-app-job-match          pic x value "n".
      *>>    The posting being stamped by issue-missing-job-id.
       01  ws-issue-poster           pic x(32).
       01  ws-issue-title            pic x(50).
       01  ws-issue-employer         pic x(100).
       01  ws-issued-job-id          pic x(10).
       01  ws-held-job-line          pic x(1000).

      *>>    connection-notes.dat: owner|connection|tags|note, one
      *>>    row per pair, replaced in full on an update.
       01  ws-digit-i                pic 9(03) value 0.
       01  ws-digit-n                pic 9(03) value 0.

      *>>    Calendar export of the same list: collect-my-schedule
      *>>    either feeds the on-screen list (mode "v") or writes one
      *>>    VEVENT per item (mode "i"). The UID is built from the
      *>>    item kind, its source key and the owner, so re-importing
      *>>    a fresh export updates entries instead of duplicating
      *>>    them.
       01  FILESTAT-ICS              pic xx.
       01  WS-ICS-FILENAME           pic x(50).
       01  ws-sched-mode             pic x value "v".
       01  ws-ics-kind               pic x(12).
       01  ws-ics-key                pic x(150).
       01  ws-ics-location           pic x(100).
       01  ws-ics-uid                pic x(200).
       01  ws-ics-start              pic x(40).
       01  ws-ics-digits             pic x(12).
       01  ws-ics-stamp              pic x(16).
       01  ws-ics-text               pic x(400).
       01  ws-ics-escaped            pic x(400).
       01  ws-ics-len                pic 9(03) value 0.
       01  ws-ics-pos                pic 9(03) value 0.
       01  ws-ics-out-pos            pic 9(03) value 0.
       01  ws-ics-chunk              pic 9(03) value 0.
       01  ws-ics-event-count        pic 9(04) value 0.
       01  ws-ics-undated-count      pic 9(04) value 0.

      *>>    accommodations.dat row, split. Kind is "interview" (ref
      *>>    = job title, host = employer) or "event" (ref = event-id,
      *>>    host = hosting company-id); status is requested,
      *>>    arranged or declined.
       01  FILESTAT-ACCOM            pic xx.
       01  accommodation-data.
           05  acm-student           pic x(32).
           05  acm-kind              pic x(10).
           05  acm-ref               pic x(60).
           05  acm-host              pic x(100).
           05  acm-item              pic x(150).
           05  acm-item-date         pic x(8).
           05  acm-need              pic x(200).
           05  acm-status            pic x(10).
           05  acm-requested         pic x(8).
           05  acm-advisor           pic x(32).
           05  acm-decided           pic x(8).
       01  ACCOM-ROWS-TABLE.
           05  ACCOM-ROW-ENTRY       occurs 500 times pic x(700).
       01  ACCOM-ROWS-COUNT          pic 9(04) value 0.
       01  ACCOM-MATCH-TABLE.
           05  ACCOM-MATCH-ENTRY     occurs 500 times pic 9(04).
       01  ws-accom-open-count       pic 9(04) value 0.
       01  ws-accom-selection        pic 9(04) value 0.
       01  ws-accom-overflow         pic x value "n".
       01  ws-accom-arranged         pic x value "n".
       01  ws-accom-check-student    pic x(32).
       01  ws-accom-check-kind       pic x(10).
       01  ws-accom-check-ref        pic x(60).
       01  ws-accom-check-host       pic x(100).
      *>>    Upcoming interviews/events from My Schedule that a
      *>>    request can be made against (collect-my-schedule, mode
      *>>    "a").
       01  ACCOM-CHOICE-TABLE.
           05  ACCOM-CHOICE-ENTRY    occurs 100 times.
               10  ach-kind          pic x(10).
               10  ach-ref           pic x(60).
               10  ach-host          pic x(100).
               10  ach-item          pic x(150).
               10  ach-date          pic x(8).
       01  ACCOM-CHOICE-COUNT        pic 9(03) value 0.

      *>>    scholarships.dat row, split. Amounts are whole dollars;
      *>>    status is open or closed. The eligibility fields mirror
      *>>    a job posting's and are checked the same way.
       01  FILESTAT-SCHOL            pic xx.
       01  scholarship-data.
           05  sc-id                 pic x(10).
           05  sc-company            pic x(10).
           05  sc-title              pic x(60).
           05  sc-desc               pic x(200).
           05  sc-amount             pic x(9).
           05  sc-deadline           pic x(8).
           05  sc-min-gpa            pic x(5).
           05  sc-majors             pic x(100).
           05  sc-gymin              pic x(4).
           05  sc-gymax              pic x(4).
           05  sc-req-cert           pic x(60).
           05  sc-status             pic x(10).
           05  sc-posted-by          pic x(32).
           05  sc-posted-date        pic x(8).
       01  SCHOL-TABLE.
           05  SCHOL-ENTRY           occurs 200 times pic x(700).
       01  SCHOL-COUNT               pic 9(03) value 0.
       01  SCHOL-PICK-TABLE.
           05  SCHOL-PICK-ENTRY      occurs 200 times pic 9(03).
       01  ws-schol-shown            pic 9(03) value 0.
       01  ws-schol-selection        pic 9(03) value 0.
       01  ws-schol-choice           pic 9(02) value 0.
      *>>    Whose scholarships a review covers: a sponsor's own
      *>>    company-id, or spaces for a career-office advisor.
       01  ws-schol-company          pic x(10).
       01  ws-schol-next-id          pic 9(06) value 0.
       01  ws-schol-sponsor          pic x(100).
       01  ws-schol-applied          pic x value "n".
       01  ws-schol-app-status       pic x(12).
       01  ws-schol-app-total        pic 9(04) value 0.
       01  ws-schol-award-total      pic 9(04) value 0.

      *>>    scholarship-applications.dat row, split; status is
      *>>    submitted, shortlisted, awarded or declined.
       01  FILESTAT-SAPP             pic xx.
       01  scholarship-app-data.
           05  sa-schol-id           pic x(10).
           05  sa-student            pic x(32).
           05  sa-applied            pic x(8).
           05  sa-status             pic x(12).
           05  sa-essay              pic x(500).
           05  sa-decided-by         pic x(32).
           05  sa-decided            pic x(8).
       01  SAPP-ROWS-TABLE.
           05  SAPP-ROW-ENTRY        occurs 500 times pic x(700).
       01  SAPP-ROWS-COUNT           pic 9(04) value 0.
       01  SAPP-MATCH-TABLE.
           05  SAPP-MATCH-ENTRY      occurs 500 times pic 9(04).
       01  ws-sapp-match-count       pic 9(04) value 0.
       01  ws-sapp-selection         pic 9(04) value 0.
       01  ws-sapp-overflow          pic x value "n".

      *>>    awards.dat row, split.
       01  FILESTAT-AWARD            pic xx.
       01  award-data.
           05  aw-id                 pic x(10).
           05  aw-schol-id           pic x(10).
           05  aw-student            pic x(32).
           05  aw-company            pic x(10).
           05  aw-amount             pic x(9).
           05  aw-date               pic x(8).
           05  aw-awarded-by         pic x(32).
       01  ws-award-next-id          pic 9(06) value 0.

      *>>    support-tickets.dat row, split. Opened and closed are
      *>>    YYYYMMDDHHMMSS; status is open, assigned or closed.
       01  FILESTAT-TICKET           pic xx.
       01  support-ticket-data.
           05  tk-id                 pic x(10).
           05  tk-requester          pic x(32).
           05  tk-category           pic x(20).
           05  tk-text               pic x(400).
           05  tk-opened             pic x(14).
           05  tk-status             pic x(10).
           05  tk-operator           pic x(32).
           05  tk-closed             pic x(14).
       01  ws-ticket-next-id         pic 9(06) value 0.
       01  ws-ticket-suffix          pic x(10).
       01  ws-ticket-choice          pic 99 value 0.
       01  ws-ticket-mine            pic 9(04) value 0.

      *>>    The version of each policy in force today and whether
      *>>    ws-consent-user has accepted it; a blank pc-version means
      *>>    no version of that policy has been published yet.
       01  FILESTAT-POLICY           pic xx.
       01  FILESTAT-CONSENT          pic xx.
       01  FILESTAT-POLTEXT          pic xx.
       01  WS-POLICY-TEXT-NAME       pic x(100).
       01  POLICY-CURRENT-TABLE.
           05  POLICY-CURRENT-ENTRY  occurs 2 times.
               10  pc-policy         pic x(10).
               10  pc-label          pic x(20).
               10  pc-version        pic x(10).
               10  pc-effective      pic x(8).
               10  pc-text-file      pic x(100).
               10  pc-accepted       pic x.
       01  ws-pc                     pic 9 value 0.
       01  ws-consent-user           pic x(32).
       01  ws-consent-ok             pic x value "y".
       01  ws-consent-asked          pic x value "n".
       01  ws-pol-user               pic x(32).
       01  ws-pol-policy             pic x(10).
       01  ws-pol-version            pic x(10).
       01  ws-pol-effective          pic x(8).
       01  ws-pol-text               pic x(100).
       01  ws-pol-stamp              pic x(14).

      *>>    eeo-selfid.dat row, split. Every answer may be "declined";
      *>>    ws-eeo-target is the account whose row is saved or removed.
       01  FILESTAT-EEO              pic xx.
       01  eeo-selfid-data.
           05  eeo-user              pic x(32).
           05  eeo-gender            pic x(20).
           05  eeo-ethnicity         pic x(20).
           05  eeo-veteran           pic x(20).
           05  eeo-disability        pic x(20).
           05  eeo-updated           pic x(8).
       01  ws-eeo-target             pic x(32).
       01  ws-eeo-found              pic x value "n".
       01  ws-eeo-choice             pic 99 value 0.
       01  ws-eeo-new-row            pic x(150).

      *>>    verified-transcripts.dat: username|gpa|
      *>>    course@term@grade;...|import-date.
       01  FILESTAT-VTRANS           pic xx.
       01  ws-credit-idx             pic 9(04) value 0.
       01  ws-credit-action          pic x(10).
       01  ws-credit-ok              pic x value "y".
      *>>    Credits one draw takes: 1 for a posting or renewal, the
      *>>    window's price for a feature purchase.
       01  ws-credit-cost            pic 9(03) value 1.
       01  ws-credit-detail          pic x(200).

      *>>    applicant-export-companies.dat rows, held while the
      *>>    current company's entry is switched on or off.
       01  FILESTAT-ATSOPT           pic xx.
       01  ATS-OPTIN-TABLE.
           05  ATS-OPTIN-ENTRY       occurs 500 times pic x(80).
       01  ATS-OPTIN-COUNT           pic 9(04) value 0.
       01  ws-ats-optin-idx          pic 9(04) value 0.
       01  ws-ats-optin-company      pic x(10).

      *>>    featured-postings.dat: job-id|company-id|from|until|
      *>>    status|bought-by|credits. A feature costs one credit per
      *>>    started WS-FEATURE-DAYS-PER-CREDIT days, up to
      *>>    WS-FEATURE-MAX-DAYS per purchase.
       01  FILESTAT-FEATURE          pic xx.
       01  WS-FEATURE-DAYS-PER-CREDIT pic 9(02) value 7.
       01  WS-FEATURE-MAX-DAYS       pic 9(03) value 30.
      *>>    Lifts a featured posting that matches the profile above
      *>>    every plain match in Recommended for You.
       01  WS-FEATURE-RANK-BOOST     pic 9(03) value 500.
       01  featured-data.
           05  ft-job-id             pic x(10).
           05  ft-company            pic x(10).
           05  ft-from               pic x(8).
           05  ft-until              pic x(8).
           05  ft-status             pic x(10).
           05  ft-bought-by          pic x(32).
           05  ft-credits            pic x(3).
       01  FEATURE-TABLE.
           05  FEATURE-ENTRY         occurs 500 times pic x(10).
       01  FEATURE-COUNT             pic 9(03) value 0.
       01  ws-job-featured           pic x value "n".
      *>>    " " lists every posting; "f" only featured ones, "r" only
      *>>    the rest - how the listings put featured postings first.
       01  ws-feature-pass           pic x value space.
       01  ws-feature-days           pic 9(03) value 0.
       01  ws-feature-from-days      pic 9(08) value 0.
       01  ws-feature-latest         pic x(8).
       01  ws-feature-idx            pic 9(03) value 0.

      *>>    advising-slots.dat: advisor|slot-time|booked-by.
      *>>    advising-notes.dat: advisor|student|date|note.
       01  FILESTAT-ADVSLOT          pic xx.
       01  FILESTAT-ADVNOTE          pic xx.
       01  ws-adv-choice             pic 99 value 0.
       01  ADVSLOT-TABLE.
           05  ADVSLOT-ENTRY         occurs 200 times pic x(100).
       01  ADVSLOT-COUNT             pic 9(04) value 0.
       01  ws-adv-student            pic x(32).
       01  ws-adv-note               pic x(150).
       01  ws-adv-note-count         pic 9(04) value 0.
      *>>    mock-interviews.dat row, split, and the table the
      *>>    exchange menus pick from and rewrite.
       01  FILESTAT-MOCK             pic xx.
       01  mock-interview-data.
           05  mi-interviewer        pic x(32).
           05  mi-student            pic x(32).
           05  mi-focus-kind         pic x(8).
           05  mi-focus              pic x(60).
           05  mi-slot-time          pic x(30).
           05  mi-status             pic x(10).
           05  mi-booked-date        pic x(8).
           05  mi-rating             pic 9.
           05  mi-strengths          pic x(200).
           05  mi-improve            pic x(200).
           05  mi-feedback-date      pic x(8).
       01  MOCK-TABLE.
           05  MOCK-ENTRY            occurs 500 times pic x(700).
       01  MOCK-COUNT                pic 9(04) value 0.
       01  MOCK-PICK-TABLE.
           05  MOCK-PICK-ENTRY       occurs 500 times pic 9(04).
       01  ws-mock-overflow          pic x value "n".
       01  ws-mock-shown             pic 9(04) value 0.
       01  ws-mock-selection         pic 9(04) value 0.
       01  ws-mock-row               pic 9(04) value 0.
       01  ws-mock-choice            pic 99 value 0.
       01  ws-mock-filter            pic x(60).
       01  ws-mock-tally             pic 9(04) value 0.
       01  ws-mock-date              pic x(8).
       01  ws-mock-focus-text        pic x(80).
       01  ws-mock-state             pic x(60).
       01  ws-mock-kind-in           pic x(8).
       01  ws-mock-focus-in          pic x(60).
      *>>    Readiness rules for the current campus (rule is
      *>>    "completeness" with a minimum percent, "resume",
      *>>    "skill" with a Learn-a-Skill module name, or "advising"
      *>>    with a count of appointments this term), and what one
      *>>    check found missing: the checkpoint key ("skill:<module>"
      *>>    for a skill rule, otherwise the rule) and the line the
      *>>    student is shown for it.
       01  FILESTAT-RDRULE           pic xx.
       01  FILESTAT-RDWAIVE          pic xx.
       01  FILESTAT-RDBLOCK          pic xx.
       01  READINESS-RULE-TABLE.
           05  RD-RULE-ENTRY         occurs 20 times.
               10  rd-rule           pic x(12).
               10  rd-value          pic x(30).
       01  RD-RULE-COUNT             pic 99 value 0.
       01  READINESS-MISSING-TABLE.
           05  RD-MISSING-ENTRY      occurs 20 times.
               10  rd-miss-key       pic x(40).
               10  rd-miss-text      pic x(150).
       01  RD-MISSING-COUNT          pic 99 value 0.
       01  ws-rd-idx                 pic 99 value 0.
       01  ws-rd-term                pic 99 value 0.
       01  ws-rd-today               pic x(8).
       01  ws-rd-since               pic x(8).
       01  ws-rd-ok                  pic x value "y".
       01  ws-rd-met                 pic x value "y".
       01  ws-rd-waived              pic x value "n".
       01  ws-rd-profile-loaded      pic x value "n".
       01  ws-rd-key                 pic x(40).
       01  ws-rd-text                pic x(150).
       01  ws-rd-student             pic x(32).
       01  ws-rd-filled              pic 99 value 0.
       01  ws-rd-percent             pic 9(03) value 0.
       01  ws-rd-needed              pic 9(03) value 0.
       01  ws-rd-have                pic 9(03) value 0.
       01  ws-rd-have-disp           pic zz9.
       01  ws-rd-need-disp           pic zz9.
       01  ws-rd-list                pic x(300).
       01  ws-rd-ptr                 pic 9(03) value 1.
       01  ws-rd-block-date          pic x(8).
       01  ws-rd-pick                pic 99 value 0.
       01  ws-rd-reason              pic x(100).
      *>>    caseloads.dat: advisor|student|assigned-date|reason, and
      *>>    the per-student figures My Caseload shows beside it.
       01  FILESTAT-CASELOAD         pic xx.
       01  ws-cl-count               pic 9(04) value 0.
       01  ws-cl-student             pic x(32).
       01  ws-cl-assigned            pic x(8).
       01  ws-cl-reason              pic x(100).
       01  ws-cl-last-contact        pic x(8).
       01  ws-cl-slot-date           pic x(8).
       01  ws-cl-app-count           pic 9(04) value 0.
       01  ws-cl-offer-count         pic 9(04) value 0.
       01  ws-cl-placement           pic x(80).

      *>>    mentorship-meetings.dat: mentor|mentee|date|topic. Either
      *>>    side logs meetings from My Mentorships; the program
       01  ws-survey-rating          pic 9 value 0.
       01  ws-survey-comment         pic x(150).

      *>>    destination-survey.dat: username|outcome|organization|
      *>>    graduating-term|date. Outcome is employed, continuing-
      *>>    education, military, service, seeking, not-seeking, or
      *>>    declined - a declined row still stops the prompt.
       01  FILESTAT-DEST             pic xx.
       01  ws-dest-answered          pic x value "n".
       01  ws-dest-choice            pic 9 value 0.
       01  ws-dest-outcome           pic x(24).
       01  ws-dest-org               pic x(100).
       01  ws-dest-term              pic x(20).
       01  ws-dest-term-end          pic x(8).
       01  ws-dest-term-ended        pic x value "n".
       01  ws-dest-year-text         pic x(4).

      *>>    interview-scorecards.dat: applicant|job-title|employer|
      *>>    held|rating|recommendation|date|notes. Held is "held" or
      *>>    "no-show"; recommendation advance/hold/reject.
       01  ws-cand-year-filter       pic 9(4) value 0.
       01  ws-cand-univ-filter       pic x(100).
       01  ws-cand-course-filter     pic x(50).
       01  ws-cand-cert-filter       pic x(60).
       01  ws-cand-count             pic 9(04) value 0.
       01  ws-cand-match             pic x value "n".
       01  ws-cand-endorse-count     pic 9(04) value 0.
       01  CAND-PICK-TABLE.
           05  CAND-PICK-USER        occurs 200 times pic x(32).

      *>>    talent-pools.dat: company-id|pool-name|student|added-by|
      *>>    date|note.
       01  FILESTAT-TPOOL            pic xx.
       01  talent-pool-data.
           05  tp-company            pic x(10).
           05  tp-pool               pic x(40).
           05  tp-student            pic x(32).
           05  tp-added-by           pic x(32).
           05  tp-date               pic x(8).
           05  tp-note               pic x(100).
       01  TPOOL-NAME-TABLE.
           05  TPOOL-NAME-ENTRY      occurs 50 times.
               10  TPOOL-NAME        pic x(40).
               10  TPOOL-SIZE        pic 9(04).
       01  ws-tpool-name-count       pic 9(04) value 0.
       01  TPOOL-MEMBER-TABLE.
           05  TPOOL-MEMBER-ROW      occurs 500 times pic x(300).
       01  ws-tpool-member-count     pic 9(04) value 0.
       01  TPOOL-JOB-TABLE.
           05  TPOOL-JOB-ENTRY       occurs 50 times.
               10  TPOOL-JOB-TITLE   pic x(50).
               10  TPOOL-JOB-EMPLOYER pic x(100).
       01  ws-tpool-job-count        pic 9(04) value 0.
       01  TPOOL-ROWS-TABLE.
           05  TPOOL-ROW-ENTRY       occurs 2000 times pic x(300).
       01  TPOOL-ROWS-COUNT          pic 9(04) value 0.
       01  ws-tpool-overflow         pic x value "n".
       01  ws-tpool-name             pic x(40).
       01  ws-tpool-student          pic x(32).
       01  ws-tpool-mode             pic x value "a".
       01  ws-tpool-chosen           pic x value "n".
       01  ws-tpool-done             pic x value "n".
       01  ws-tpool-selection        pic 9(04) value 0.
       01  ws-tpool-sent-count       pic 9(04) value 0.
       01  ws-tpool-dropped          pic 9(04) value 0.
       01  ws-tpool-drop-scope       pic x value "p".

      *>>    placement-hours.dat: student|employer|week-ending|hours|
      *>>    supervisor|confirmed|confirmed-by.
       01  PLACEMENT-PICK-TABLE.
           05  PLACEMENT-PICK-ENTRY  occurs 50 times pic x(300).

      *>>    learning-agreements.dat row, split. Status is pending
      *>>    (awaiting sign-offs), returned (sent back to the student
      *>>    for changes) or approved; the signed fields are YYYYMMDD.
       01  FILESTAT-LAGREE           pic xx.
       01  learning-agreement-data.
           05  la-student            pic x(32).
           05  la-sponsor            pic x(32).
           05  la-employer           pic x(100).
           05  la-job-title          pic x(100).
           05  la-company-id         pic x(10).
           05  la-credit-hours       pic 9(02).
           05  la-supervisor         pic x(50).
           05  la-status             pic x(10).
           05  la-student-signed     pic x(8).
           05  la-supervisor-signed  pic x(8).
           05  la-supervisor-by      pic x(32).
           05  la-sponsor-signed     pic x(8).
           05  la-approved           pic x(8).
           05  la-objectives         pic x(200).
       01  LAGREE-TABLE.
           05  LAGREE-TABLE-ENTRY    occurs 500 times pic x(600).
       01  LAGREE-COUNT              pic 9(04) value 0.
       01  LAGREE-MATCH-TABLE.
           05  LAGREE-MATCH-INDEX    occurs 500 times pic 9(04).
       01  ws-lagree-matches         pic 9(04) value 0.
       01  ws-lagree-idx             pic 9(04) value 0.
       01  ws-lagree-choice          pic 99 value 0.
      *>>    Who is countersigning: "supervisor" (employer account) or
      *>>    "sponsor" (advisor account).
       01  ws-lagree-role            pic x(10).
       01  ws-lagree-student         pic x(32).
       01  ws-lagree-employer        pic x(100).
       01  ws-lagree-title           pic x(100).
       01  ws-lagree-state           pic x(40).

      *>>    placement-evaluations.dat row, split. Rehire is Y or N;
      *>>    scores are 1-5.
       01  FILESTAT-PEVAL            pic xx.
       01  FILESTAT-COMPET           pic xx.
       01  placement-evaluation-data.
           05  pe-student            pic x(32).
           05  pe-job-title          pic x(100).
           05  pe-employer           pic x(100).
           05  pe-company-id         pic x(10).
           05  pe-evaluator          pic x(32).
           05  pe-date               pic x(8).
           05  pe-overall            pic 9.
           05  pe-rehire             pic x.
           05  pe-ratings            pic x(400).
           05  pe-comments           pic x(200).
      *>>    The career office's competency areas, in the order they
      *>>    are asked; the built-in five apply when
      *>>    evaluation-competencies.dat is absent or empty.
       01  COMPETENCY-TABLE.
           05  cmp-name              occurs 10 times pic x(30).
       01  COMPETENCY-COUNT          pic 9(02) value 0.
       01  PE-RATING-TABLE.
           05  pe-rating-item        occurs 10 times pic x(40).
       01  ws-pe-area                pic x(30).
       01  ws-pe-score               pic x(2).
       01  ws-pe-rating              pic 9 value 0.
       01  ws-pe-ptr                 pic 9(04) value 1.
       01  ws-pe-idx                 pic 9(02) value 0.
       01  ws-pe-count               pic 9(04) value 0.
       01  ws-pe-due-count           pic 9(04) value 0.
       01  ws-pe-evaluated           pic x value "n".
       01  ws-pe-end-date            pic x(8).
       01  ws-pe-student             pic x(32).
       01  ws-pe-title               pic x(100).
       01  ws-pe-employer            pic x(100).
       01  ws-pe-allowed             pic x value "n".
       01  ws-pe-state               pic x(30).
       01  ws-pe-choice              pic 99 value 0.

      *>>    references.dat: requester|referee|status|request-date|
      *>>    decision-date|text. Status requested/approved/declined.
       01  FILESTAT-REF              pic xx.

      *>>    offers.dat: student|job-title|employer|company-id|
      *>>    offered-by|salary|start-date|deadline|status|decline-
      *>>    reason|offer-date. Status open/accepted/declined/expired,
      *>>    or reneged/rescinded once accepted or made.
       01  FILESTAT-OFFER            pic xx.
       01  offer-data.
           05  of-student            pic x(32).
       01  ws-my-offer-count         pic 9(04) value 0.
       01  ws-offer-selection        pic 9(04) value 0.
       01  ws-offer-action           pic 9 value 0.
       01  FILESTAT-OPOL             pic xx.
       01  FILESTAT-OEVT             pic xx.
       01  ws-offer-policy           pic x(05) value "warn".
       01  ws-offer-lock-ok          pic x value "y".
       01  ws-accepted-offer-found   pic x value "n".
       01  ws-accepted-offer-title   pic x(50).
       01  ws-accepted-offer-employer pic x(100).
       01  ws-offer-event            pic x(10).
       01  ws-offer-prior-idx        pic 9(04) value 0.
       01  ws-offer-renege-ok        pic x value "y".
       01  ws-offer-place-match      pic x value "n".
       01  ws-renege-reason          pic x(100).
       01  ws-open-app-count         pic 9(04) value 0.

      *>>    career-fairs.dat: fair-id|name|date|location.
      *>>    fair-booths.dat: fair-id|booth-id|company-id|reserved-by|
           05  pv-timestamp          pic x(20).
       01  ws-pv-count               pic 9(04) value 0.

      *>>    job-views.dat: viewer|job-id|company-id|timestamp.
       01  FILESTAT-JVIEW            pic xx.
       01  job-view-data.
           05  jv-viewer             pic x(32).
           05  jv-job-id             pic x(10).
           05  jv-company-id         pic x(10).
           05  jv-timestamp          pic x(20).

      *>>    checkpoint.dat: input-filename|line-count-completed, loaded
      *>>    once at startup and rewritten after every fully-completed
      *>>    top-level menu action so a restart can skip already-replayed
               10 co-size            pic x(20).
       01  COMPANIES-COUNT           pic 9(04) value 0.
       01  ws-company-page-idx       pic 9(04) value 0.

      *>>    company-team.dat rows; ws-current-team-role is the
      *>>    logged-in employer's role, resolved at login.
       01  FILESTAT-CTEAM            pic xx.
       01  company-team-data.
           05  ct-company-id         pic x(10).
           05  ct-username           pic x(32).
           05  ct-role               pic x(10).
           05  ct-assigned-by        pic x(32).
           05  ct-assigned           pic x(8).
       01  CTEAM-TABLE.
           05  CTEAM-TABLE-ENTRY     occurs 500 times pic x(200).
       01  CTEAM-COUNT               pic 9(04) value 0.
       01  ws-team-overflow          pic x value "n".
       01  ws-current-team-role      pic x(10) value spaces.
       01  ws-team-member            pic x(32).
       01  ws-team-member-role       pic x(10).
       01  ws-team-member-ok         pic x value "n".
       01  ws-team-member-active     pic x value "n".
       01  ws-team-scan              pic 9(04) value 0.
       01  ws-team-new-role          pic x(10).
       01  ws-team-admin-count       pic 9(04) value 0.
       01  ws-team-active-admins     pic 9(04) value 0.
       01  ws-team-idx               pic 9(04) value 0.
       01  ws-team-choice            pic 9 value 0.
       01  ws-handoff-from           pic x(32).
       01  ws-handoff-to             pic x(32).
       01  ws-handoff-postings       pic 9(04) value 0.
       01  ws-handoff-applicants     pic 9(04) value 0.
       01  ws-handoff-slots          pic 9(04) value 0.
       01  ws-handoff-offers         pic 9(04) value 0.
       01  ws-handoff-open-items     pic 9(04) value 0.
       01  ws-follower-tally         pic 9(05) value 0.
       01  ws-next-company-id        pic 9(06) value 0.
       01  ws-scan-company-num       pic 9(06) value 0.
       01  JOBS-TABLE.
           05 JOB-TABLE-ENTRY occurs 1000 times pic x(1000).

       01  application-line           pic x(1000).
       01  ws-app-scan-done           pic x value "n".
       01  ws-app-withdrawn-exists    pic x value "n".

       01  APPLICATIONS-TABLE.
           05 APPLICATION-TABLE-ENTRY occurs 500 times pic x(1000).
       01  APPLICATIONS-COUNT        pic 9(04) value 0.
      *>>    apply time, one per question slot.
           05  app-answers            occurs 5 times pic x(100).
       01  ws-app-resume-file         pic x(50).
       01  ws-applicant-action        pic 99 value 0.

      *>>    Cover letter composed at apply time: up to ten lines of
      *>>    100 characters, kept in cover-letters.dat under the
      *>>    application's key.
       01  FILESTAT-COVER             pic xx.
       01  ws-cover-letter.
           05  ws-cover-line-count    pic 9(02) value 0.
           05  ws-cover-lines         occurs 10 times pic x(100).
       01  ws-cover-idx               pic 9(02) value 0.
       01  ws-cover-exists            pic x value "n".
       01  ws-question-idx            pic 9 value 0.

      *>>    interview-slots.dat: applicant|job-title|employer|slot1|
       01  ws-reqs-today             pic 9(04) value 0.
       01  ws-needed-sends           pic 9(04) value 1.
       01  ws-rate-ok                pic x value "y".

      *>>    message-templates.dat, whole file, plus the row numbers
      *>>    belonging to ws-tpl-company. Merge fields in a template's
      *>>    text: {first-name} {job-title} {employer} {interview-date}.
       01  FILESTAT-TPL              pic xx.
       01  TEMPLATES-TABLE.
           05  TEMPLATE-ENTRY        occurs 500 times pic x(300).
       01  TEMPLATES-COUNT           pic 9(04) value 0.
       01  ws-tpl-overflow           pic x value "n".
       01  MY-TPL-INDEX-TABLE.
           05  MY-TPL-INDEX          occurs 50 times pic 9(04).
       01  ws-my-tpl-count           pic 9(02) value 0.
       01  ws-tpl-company            pic x(10).
       01  ws-tpl-name               pic x(30).
       01  ws-tpl-text               pic x(200).
       01  ws-tpl-selection          pic 9(02) value 0.
       01  ws-tpl-chosen             pic x value "n".
       01  ws-tpl-idx                pic 9(04) value 0.
       01  ws-tpl-row-company        pic x(10).
       01  ws-tpl-row-name           pic x(30).
       01  ws-tpl-first-name         pic x(50).
       01  ws-tpl-job-title          pic x(50).
       01  ws-tpl-employer           pic x(100).
       01  ws-tpl-interview-date     pic x(30).
       01  ws-tpl-pos                pic 9(03) value 0.
       01  ws-tpl-out-pos            pic 9(03) value 0.
       01  ws-tpl-end                pic 9(03) value 0.
       01  ws-tpl-len                pic 9(03) value 0.
       01  ws-tpl-token              pic x(30).
       01  ws-tpl-pipes              pic 9(03) value 0.
       01  ws-tpl-app-idx            pic 9(04) value 0.
       01  ws-tpl-waiting            pic 9(04) value 0.
       01  ws-tpl-sent-count         pic 9(04) value 0.
       01  COUNTER-TABLE.
           05  COUNTER-ENTRY         occurs 1000 times pic x(80).
       01  COUNTER-COUNT             pic 9(04) value 0.
       01  ws-modq-reason            pic x(100).
       01  ws-reported-by-me         pic x value "n".

      *>>    job-questions.dat row, split.
       01  FILESTAT-JOBQ             pic xx.
       01  job-question-data.
           05  jq-id                 pic x(10).
           05  jq-job-id             pic x(10).
           05  jq-asker              pic x(32).
           05  jq-question           pic x(200).
           05  jq-asked              pic x(8).
           05  jq-status             pic x(10).
           05  jq-answer             pic x(200).
           05  jq-answered-by        pic x(32).
           05  jq-answered           pic x(8).
       01  JOBQ-TABLE.
           05  JOBQ-TABLE-ENTRY      occurs 500 times pic x(600).
       01  JOBQ-COUNT                pic 9(04) value 0.
       01  JOBQ-MATCH-TABLE.
           05  JOBQ-MATCH-INDEX      occurs 500 times pic 9(04).
       01  ws-jobq-matches           pic 9(04) value 0.
       01  ws-jobq-selection         pic 9(04) value 0.
       01  ws-jobq-overflow          pic x value "n".
       01  ws-jobq-next-id           pic 9(06) value 0.
       01  ws-jobq-suffix            pic x(10).
       01  ws-jobq-open-count        pic 9(04) value 0.
       01  ws-jobq-idx               pic 9(04) value 0.

      *>>    posting-screening-terms.dat check: ws-scr-text is the
      *>>    upper-cased title, description and screening questions;
      *>>    ws-scr-reason collects the matched phrases for the
      *>>    moderator's queue row and the poster's hold notice.
       01  FILESTAT-SCRTERM          pic xx.
       01  ws-scr-text               pic x(1000).
       01  ws-scr-text-pos           pic 9(04).
       01  ws-scr-phrase             pic x(100).
       01  ws-scr-severity           pic x(12).
       01  ws-scr-tally              pic 9(04).
       01  ws-scr-hit-count          pic 9(03).
       01  ws-scr-reason             pic x(100).
       01  ws-scr-reason-pos         pic 9(04).
       01  ws-scr-held               pic x value "n".
       01  ws-scr-prior-status       pic x(14).
       01  ws-scr-queued             pic x value "n".

      *>>    company-followers.dat: company-id|username|date.
       01  FILESTAT-FOLLOW           pic xx.
       01  ws-already-following      pic x value "n".
       01  ws-slot-count             pic 9 value 0.

       01  FILESTAT-Msg              pic xx.
       01  message-line              pic x(600).
       01  FILESTAT-SKILL            pic xx.

      *>>    skills-progress.dat: username|skill|date|score|result.
      *>>    One row per quiz attempt; score is the percent correct and
      *>>    result "pass" or "fail". Only a pass - or a row predating
      *>>    the quizzes, which carries neither - is a completed skill.
       01  skill-progress-data.
           05  skill-username         pic x(32).
           05  skill-name             pic x(30).
           05  skill-completed-date   pic x(10).
           05  skill-score            pic 9(03).
           05  skill-result           pic x(4).
       01  ws-skill-already-done      pic x value "n".

      *>>    skill-lessons.dat rows, by kind (field 2):
      *>>      skill|M|title|pass-percent       the module itself
      *>>      skill|L|lesson-no|text           one line of a lesson
      *>>      skill|Q|question|A|B|C|D|answer  one quiz question
      *>>    Lesson lines print in file order, a heading whenever the
      *>>    lesson number changes; the quiz follows the last lesson.
      *>>    Only modules whose skill is on skills.dat are offered.
       01  FILESTAT-LESSON           pic xx.
       01  skill-lesson-data.
           05  sl-skill              pic x(30).
           05  sl-kind               pic x(1).
           05  sl-field-3            pic x(200).
           05  sl-field-4            pic x(200).
           05  sl-choice             occurs 4 times pic x(80).
           05  sl-answer             pic x(1).
       01  SKILL-MODULE-TABLE.
           05  SKILL-MODULE-ENTRY    occurs 50 times.
               10  sm-skill          pic x(30).
               10  sm-title          pic x(50).
               10  sm-pass           pic 9(03).
       01  SKILL-MODULE-COUNT        pic 9(02) value 0.
       01  ws-module-idx             pic 9(02) value 0.
       01  ws-module-back            pic 9(02) value 0.
       01  ws-lesson-last            pic x(10).
       01  ws-lesson-lines           pic 9(04) value 0.
       01  ws-quiz-total             pic 9(03) value 0.
       01  ws-quiz-right             pic 9(03) value 0.
       01  ws-quiz-letter            pic x(1).
       01  WS-QUIZ-LETTERS           pic x(4) value "ABCD".
       01  ws-quiz-choice-idx        pic 9 value 0.
       01  WS-DEFAULT-QUIZ-PASS      pic 9(03) value 70.

      *>>    Skills to Build: the postings current-user saved or
      *>>    applied to, the skills they already hold (profile skills
      *>>    and completed modules), and the required skills missing,
      *>>    each with how many of those postings ask for it and its
      *>>    module on the skill menu (0 = none yet).
       01  GAP-PURSUED-TABLE.
           05  GAP-PURSUED-ENTRY     occurs 100 times.
               10  gpu-job-id        pic x(10).
               10  gpu-title         pic x(50).
               10  gpu-employer      pic x(100).
       01  GAP-PURSUED-COUNT         pic 9(03) value 0.
       01  GAP-HAVE-TABLE.
           05  GAP-HAVE-ENTRY        occurs 60 times pic x(30).
       01  GAP-HAVE-COUNT            pic 9(02) value 0.
       01  GAP-SKILL-TABLE.
           05  GAP-SKILL-ENTRY       occurs 50 times.
               10  gs-skill          pic x(30).
               10  gs-count          pic 9(03).
               10  gs-module         pic 9(02).
       01  GAP-SKILL-COUNT           pic 9(02) value 0.
       01  GAP-SHOWN-TABLE.
           05  GAP-SHOWN-ENTRY       occurs 50 times pic 9(02).
       01  ws-gap-shown              pic 9(02) value 0.
       01  ws-gap-best               pic 9(02) value 0.
       01  ws-gap-idx                pic 9(03) value 0.
       01  ws-gap-pursued            pic x value "n".
       01  ws-gap-held               pic x value "n".
       01  ws-gap-postings           pic 9(03) value 0.
       01  ws-gap-selection          pic 9(02) value 0.

      *>>    certifications.dat row, split, plus the whole file for
      *>>    the edit/remove/verify rewrites and the row numbers of
      *>>    the entries a list showed (ws-cert-owner's, or the
      *>>    unverified ones for an advisor).
       01  FILESTAT-CERT             pic xx.
       01  certification-data.
           05  crt-user              pic x(32).
           05  crt-name              pic x(60).
           05  crt-issuer            pic x(60).
           05  crt-cred-id           pic x(40).
           05  crt-issued            pic x(8).
           05  crt-expires           pic x(8).
           05  crt-verified          pic x(1).
       01  CERT-ROWS-TABLE.
           05  CERT-ROW-ENTRY        occurs 500 times pic x(300).
       01  CERT-ROWS-COUNT           pic 9(04) value 0.
       01  CERT-MATCH-TABLE.
           05  CERT-MATCH-ENTRY      occurs 500 times pic 9(04).
       01  ws-cert-match-count       pic 9(04) value 0.
       01  ws-cert-overflow          pic x value "n".
       01  ws-cert-owner             pic x(32).
       01  ws-cert-choice            pic 9(02) value 0.
       01  ws-cert-selection         pic 9(04) value 0.
       01  ws-cert-text              pic x(200).
       01  ws-cert-date-in           pic x(8).
       01  ws-cert-date-try          pic x(8).
       01  ws-cert-date-prompt       pic x(80).
       01  ws-cert-keep              pic x value "n".
       01  ws-cert-check-name        pic x(60).
       01  ws-cert-held              pic x value "n".
       01  WS-CERT-MAX-PER-USER      pic 9(02) value 20.

      *>>    endorsements.dat: endorser|endorsee|skill-name|date.
      *>>    ws-endorse-target/ws-endorse-skill hold the endorsee/skill
      *>>    being queried so count-skill-endorsements can unstring each
      *>>    Distinguishes an interview invite (tied to a specific
      *>>    job-title/employer via a job-poster's view-applicants
      *>>    action) from a generic note; msg-job-title/msg-job-employer
      *>>    are blank for ordinary "message"-type rows; "broadcast"
      *>>    marks one copy of a connections or group fan-out.
           05  msg-type              pic x(10).
           05  msg-job-title         pic x(50).
           05  msg-job-employer      pic x(100).
           05  msg-thread-ref        pic x(64).

       01  ws-msg-choice             pic 9 value 0.
       01  ws-skill-choice           pic 9(02) value 0.
       01  ws-recipient-valid        pic x value "n".
       01  ws-thread-orig-sender     pic x(32).
       01  ws-thread-orig-timestamp  pic x(20).

      *>>    current-user's inbox as loaded by load-my-messages; a read
      *>>    or delete goes back to messages.dat by key.
       01  ws-msg-scan-done          pic x value "n".
       01  MESSAGES-TABLE.
           05 MESSAGE-TABLE-ENTRY    occurs 1000 times pic x(600).
       01  MESSAGES-COUNT            pic 9(04) value 0.
       01  MSG-MATCH-INDEX-TABLE.
           05 MSG-MATCH-INDEX        occurs 1000 times pic 9(04).
       01  ws-my-msg-count           pic 9(04) value 0.
      *>>    Send-later queue rows (see scheduled-message-file).
       01  FILESTAT-SCHMSG           pic xx.
       01  later-data.
           05  lt-id                 pic x(16).
           05  lt-sender             pic x(32).
           05  lt-recipient          pic x(32).
           05  lt-content            pic x(200).
           05  lt-type               pic x(10).
           05  lt-job-title          pic x(50).
           05  lt-job-employer       pic x(100).
           05  lt-release            pic x(8).
           05  lt-status             pic x(10).
           05  lt-queued             pic x(8).
           05  lt-note               pic x(40).
       01  LATER-ROWS-TABLE.
           05  LATER-ROW-ENTRY       occurs 1000 times pic x(500).
       01  LATER-ROWS-COUNT          pic 9(04) value 0.
       01  LATER-GROUP-TABLE.
           05  LATER-GROUP           occurs 100 times.
               10  LATER-GROUP-ID    pic x(16).
               10  LATER-GROUP-FIRST pic 9(04).
               10  LATER-GROUP-SIZE  pic 9(04).
       01  ws-later-group-count      pic 9(03) value 0.
       01  ws-later-selection        pic 9(03) value 0.
       01  ws-later-more             pic 9(04) value 0.
       01  ws-later-overflow         pic x value "n".
       01  ws-later-wanted           pic x value "n".
       01  ws-later-date             pic x(8).
       01  ws-later-id               pic x(16).
       01  ws-later-content          pic x(200).
      *>>    search-my-messages criteria; blank means "any".
       01  ws-msearch-criteria.
           05  ws-msearch-sender     pic x(64).
           05  ws-msearch-keyword    pic x(100).
           05  ws-msearch-from       pic x(8).
           05  ws-msearch-to         pic x(8).
           05  ws-msearch-type       pic x(10).
           05  ws-msearch-status     pic x(6).
           05  ws-msearch-job-title  pic x(50).
           05  ws-msearch-job-employer pic x(100).
       01  ws-msearch-name-user      pic x(32).
       01  ws-msearch-sender-name    pic x(64).
       01  ws-msearch-name-skip      pic x(32).
       01  ws-msearch-first          pic x(30).
       01  ws-msearch-last           pic x(30).
       01  ws-msg-selection          pic 9(04) value 0.
       01  ws-msg-action             pic 9 value 0.
       01  ws-is-connected           pic x value "n".

       procedure division.
       main.
           move spaces to ws-command-args
           accept ws-command-args from command-line
           move function lower-case(ws-command-args) to ws-command-args
           evaluate function trim(ws-command-args)
               when "check-decks"
                   move "y" to ws-deck-check-only
               when "check-decks-scratch"
                   move "y" to ws-deck-check-mode
                   move "deck-check-results.txt"
                       to WS-DECK-RESULTS-FILENAME
               when "simulate"
                   move "y" to ws-simulate-request
               when "simulate-scratch"
                   move "y" to ws-simulation-mode
           end-evaluate

      *>>    A simulation never opens, seeds or locks a live file.
           if ws-simulate-request = "y"
               perform simulate-session-runs
               stop run
           end-if

           open input user-file
           if FILESTAT = "35"
              open output user-file
           close skills-ref-file
           perform load-skills-ref-table

           open input job-category-file
           if FILESTAT-JOBCAT = "35"
               perform seed-job-categories-file
           end-if
           close job-category-file
           perform load-job-categories-table

           open input major-file
           if FILESTAT-MAJOR = "35"
               perform seed-majors-file
           end-if
           close major-file
           open input major-alias-file
           if FILESTAT-MAJALIAS = "35"
               perform seed-major-aliases-file
           end-if
           close major-alias-file
           perform load-majors-tables

           open input skill-lessons-file
           if FILESTAT-LESSON = "35"
               perform seed-skill-lessons-file
           end-if
           close skill-lessons-file

           open input campus-file
           if FILESTAT-CAMPUS = "35"
               perform seed-campuses-file
           end-if

      *>>    A live session rewrites most of the shared files, so it
      *>>    holds the writers' lock for its whole run. A simulation
      *>>    replay works on its own copies and leaves the lock to the
      *>>    live window.
           if ws-simulation-mode not = "y"
               perform acquire-data-lock
               if ws-lock-acquired not = "y"
                   move "data lock held by another program" to ws-error-context
                   move "LK" to ws-error-status
                   perform log-error
                   stop run
               end-if
           end-if

      *>>    One misplaced line shifts every later answer onto the
      *>>    wrong prompt, so no deck runs for real until all of them
      *>>    have replayed cleanly against a scratch copy.
           if ws-deck-check-mode = "y"
               open output deck-check-result-file
               close deck-check-result-file
           end-if
           if ws-deck-check-mode not = "y"
              and ws-simulation-mode not = "y"
               perform preflight-session-decks
               if ws-deck-check-failed = "y"
                   move "session deck pre-flight failed" to ws-error-context
                   move "DK" to ws-error-status
                   perform log-error
                   perform release-data-lock
                   move 8 to return-code
                   stop run
               end-if
               if ws-deck-check-only = "y"
                   perform release-data-lock
                   stop run
               end-if
           end-if

           if ws-multi-session-mode = "y"
               perform run-multiple-sessions
           else
               perform run-session
               if ws-deck-check-mode = "y"
                   perform record-deck-check-result
               end-if
           end-if

           if ws-simulation-mode not = "y"
               perform release-data-lock
           end-if
           stop run.

      *>>    Runs one interactive session end-to-end against whatever
           move "N" to WS-EOF
           move spaces to current-user
           move "N" to ws-session-open-failed
           move 0 to ws-deck-fail-line
           move spaces to ws-deck-fail-reason

           open input InpFile
           if FILESTAT not = "00"
              exit paragraph
           end-if

      *>>    A scratch replay never writes over the deck's real output.
           if ws-deck-check-mode = "y"
              move spaces to WS-OUTPUT-FILENAME
              string "deck-check-output-" ws-session-count ".txt"
                  delimited by size into WS-OUTPUT-FILENAME
              end-string
           end-if
           if ws-simulation-mode = "y"
              and WS-OUTPUT-FILENAME(1:1) = "/"
              move spaces to WS-OUTPUT-FILENAME
              string "simulation-output-" ws-session-count ".txt"
                  delimited by size into WS-OUTPUT-FILENAME
              end-string
           end-if

           open output OutFile
           if FILESTAT-Out not = "00"
              display "ERROR opening " function trim(WS-OUTPUT-FILENAME) ", status: " FILESTAT-Out
              end-read
              add 1 to ws-line-count
              move function numval(function trim(InpRecord)) to WS-USER-CHOICE
              perform check-deck-menu-entry
              add 1 to ws-session-action-count
              evaluate WS-USER-CHOICE
                 when 1
                       ": " function trim(WS-INPUT-FILENAME)
                       " -> " function trim(WS-OUTPUT-FILENAME)
                       delimited by size into WS-DISPLAY
                   if ws-deck-check-mode not = "y"
                       display function trim(WS-DISPLAY)
                   end-if

                   perform run-session
                   if ws-deck-check-mode = "y"
                       perform record-deck-check-result
                   end-if
                   if ws-session-open-failed = "Y"
                       move spaces to WS-DISPLAY
                       string "Skipping session " ws-session-count
           close session-list-file
           .

      *>>    Builds deck-check/ (build-scratch-copy), replays every
      *>>    deck there in session order so later decks see what
      *>>    earlier ones created, and reports each deck's verdict to
      *>>    the console and InCollege-Deck-Check.txt.
      *>>    ws-deck-check-failed = "y" when any deck failed or the
      *>>    replay could not be completed.
       preflight-session-decks.
           move "n" to ws-deck-check-failed
           move 0 to ws-deck-listed-count
           move 0 to ws-deck-result-count
           move 0 to ws-deck-failed-count
           open output deck-check-report-file
           move "--- Session Deck Pre-flight ---" to WS-DISPLAY
           perform say-deck-check

           move "deck-check" to ws-scratch-dir
           perform build-scratch-copy
           if ws-scratch-ok not = "y"
               move "y" to ws-deck-check-failed
               move "The scratch copy of the data files could not be made - no deck was checked." to WS-DISPLAY
               perform say-deck-check
               close deck-check-report-file
               exit paragraph
           end-if

           move "cd deck-check && ../InCollege check-decks-scratch" to ws-deck-command
           call "SYSTEM" using by content ws-deck-command
           end-call
           move 0 to return-code

           open input deck-check-result-file
           if FILESTAT-DECKRES = "00"
               perform until 1 = 2
                   read deck-check-result-file into deck-check-result-line
                       at end exit perform
                   end-read
                   move spaces to ws-deck-name
                   move spaces to ws-deck-status
                   move 0 to ws-deck-fail-line
                   move spaces to ws-deck-fail-reason
                   unstring deck-check-result-line delimited by "|" into
                       ws-deck-name ws-deck-status ws-deck-fail-line
                       ws-deck-fail-reason
                   end-unstring
                   add 1 to ws-deck-result-count
                   if function trim(ws-deck-status) = "ok"
                       move spaces to WS-DISPLAY
                       string "OK      " function trim(ws-deck-name)
                           delimited by size into WS-DISPLAY
                       end-string
                       perform say-deck-check
                   else
                       add 1 to ws-deck-failed-count
                       perform report-deck-failure
                   end-if
               end-perform
               close deck-check-result-file
           end-if
           move ws-deck-saved-input to WS-INPUT-FILENAME

           if ws-deck-failed-count > 0
               move "y" to ws-deck-check-failed
           end-if
           if ws-deck-result-count < ws-deck-listed-count
               move "y" to ws-deck-check-failed
               move spaces to WS-DISPLAY
               string "Only " ws-deck-result-count " of "
                      ws-deck-listed-count
                      " deck(s) finished their replay - the rest could not be checked."
                   delimited by size into WS-DISPLAY
               end-string
               perform say-deck-check
           end-if

           move spaces to WS-DISPLAY
           string "Decks checked: " ws-deck-result-count
                  "  Failed: " ws-deck-failed-count
               delimited by size into WS-DISPLAY
           end-string
           perform say-deck-check
           if ws-deck-check-failed = "y"
               move "Real run refused - correct the deck(s) above and run again." to WS-DISPLAY
           else
               move "All decks replayed cleanly." to WS-DISPLAY
           end-if
           perform say-deck-check
           close deck-check-report-file
           .

      *>>    Fresh ws-scratch-dir/ holding a copy of the live .dat files
      *>>    (with any index companions the runtime keeps beside them),
      *>>    the sessions list and every deck it names;
      *>>    ws-deck-listed-count is how many decks that is.
      *>>    ws-scratch-ok = "n" when the data files could not be
      *>>    copied.
       build-scratch-copy.
           move "y" to ws-scratch-ok
           move 0 to ws-deck-listed-count
           move spaces to ws-deck-command
           string "rm -rf " function trim(ws-scratch-dir)
                  " && mkdir " function trim(ws-scratch-dir)
                  " && cp -p *.dat* " function trim(ws-scratch-dir) "/"
               delimited by size into ws-deck-command
           end-string
           call "SYSTEM" using by content ws-deck-command
           end-call
           if return-code not = 0
               move 0 to return-code
               move "n" to ws-scratch-ok
               exit paragraph
           end-if

           move WS-INPUT-FILENAME to ws-deck-saved-input
           if ws-multi-session-mode = "y"
               move spaces to ws-deck-command
               string "cp -p InCollege-Sessions.txt "
                      function trim(ws-scratch-dir) "/"
                   delimited by size into ws-deck-command
               end-string
               call "SYSTEM" using by content ws-deck-command
               end-call
               open input session-list-file
               perform until 1 = 2
                   read session-list-file into session-list-line
                       at end exit perform
                   end-read
                   if function trim(session-list-line) not = spaces
                       move spaces to WS-INPUT-FILENAME
                       unstring session-list-line delimited by ","
                           into WS-INPUT-FILENAME
                       end-unstring
                       add 1 to ws-deck-listed-count
                       perform copy-deck-to-scratch
                   end-if
               end-perform
               close session-list-file
           else
               move 1 to ws-deck-listed-count
               perform copy-deck-to-scratch
           end-if
           move ws-deck-saved-input to WS-INPUT-FILENAME
           move 0 to return-code
           .

      *>>    Decks named by a relative path are copied to the same
      *>>    path under the scratch directory so the replay finds them,
      *>>    and their checkpoints, under the name the real run uses.
      *>>    An absolute path is read where it stands.
       copy-deck-to-scratch.
           if WS-INPUT-FILENAME(1:1) = "/"
               exit paragraph
           end-if
           move spaces to ws-deck-command
           string "if [ -f '" function trim(WS-INPUT-FILENAME)
                  "' ]; then mkdir -p $(dirname '"
                  function trim(ws-scratch-dir) "/"
                  function trim(WS-INPUT-FILENAME)
                  "') && cp -p '" function trim(WS-INPUT-FILENAME)
                  "' '" function trim(ws-scratch-dir) "/"
                  function trim(WS-INPUT-FILENAME)
                  "'; fi"
               delimited by size into ws-deck-command
           end-string
           call "SYSTEM" using by content ws-deck-command
           end-call
           move 0 to return-code
           .

      *>>    Names the deck, the line number and the line itself, and
      *>>    what the replay said about it.
       report-deck-failure.
           move spaces to ws-deck-line-text
           if ws-deck-fail-line > 0
               move ws-deck-name to WS-INPUT-FILENAME
               open input InpFile
               if FILESTAT = "00"
                   perform varying ws-i from 1 by 1
                           until ws-i > ws-deck-fail-line
                       read InpFile into InpRecord
                           at end
                               move spaces to InpRecord
                               exit perform
                       end-read
                   end-perform
                   move InpRecord to ws-deck-line-text
                   close InpFile
               end-if
               move ws-deck-fail-line to ws-deck-line-disp
               move spaces to WS-DISPLAY
               string "FAILED  " function trim(ws-deck-name)
                      " line " function trim(ws-deck-line-disp)
                      ": '" function trim(ws-deck-line-text) "' - "
                      function trim(ws-deck-fail-reason)
                   delimited by size into WS-DISPLAY
               end-string
           else
               move spaces to WS-DISPLAY
               string "FAILED  " function trim(ws-deck-name) ": "
                      function trim(ws-deck-fail-reason)
                   delimited by size into WS-DISPLAY
               end-string
           end-if
           perform say-deck-check
           .

       say-deck-check.
           display function trim(WS-DISPLAY)
           move WS-DISPLAY to deck-check-report-line
           write deck-check-report-line
           .

      *>>    Scratch replay only: one verdict row per deck.
       record-deck-check-result.
           open extend deck-check-result-file
           if FILESTAT-DECKRES not = "00"
               exit paragraph
           end-if
           move spaces to deck-check-result-line
           evaluate true
               when ws-session-open-failed = "Y"
                   string function trim(WS-INPUT-FILENAME)
                          "|fail|000000|the deck or its output file could not be opened"
                       delimited by size into deck-check-result-line
                   end-string
               when ws-deck-fail-line = 0
                   string function trim(WS-INPUT-FILENAME) "|ok"
                       delimited by size into deck-check-result-line
                   end-string
               when other
                   string function trim(WS-INPUT-FILENAME) "|fail|"
                          ws-deck-fail-line "|"
                          function trim(ws-deck-fail-reason)
                       delimited by size into deck-check-result-line
                   end-string
           end-evaluate
           write deck-check-result-line
           close deck-check-result-file
           .

      *>>    Called from say during a scratch replay. The program
      *>>    already answers an off-menu choice or a wrongly-shaped
      *>>    value with an "Invalid ...", "Please enter ..." or "That
      *>>    is not ..." line (prompts themselves end in ":"); the
      *>>    first of those pins the line just read. A refused login
      *>>    is the data answering, not the deck being out of step,
      *>>    so it does not count.
       note-deck-rejection.
           move function trim(WS-DISPLAY) to ws-deck-said
           if ws-deck-said(1:16) = "Invalid password"
              or ws-deck-said(1:16) = "Invalid username"
               exit paragraph
           end-if
           if ws-deck-said(1:8) = "Invalid "
              or function upper-case(ws-deck-said(1:13)) = "PLEASE ENTER "
              or ws-deck-said(1:12) = "That is not "
               if ws-deck-said(function length(function trim(ws-deck-said)):1)
                  not = ":"
                   move ws-line-count to ws-deck-fail-line
                   move ws-deck-said to ws-deck-fail-reason
               end-if
           end-if
           .

      *>>    Menu choices are read as numbers, so a word or a blank
      *>>    line at a menu would otherwise quietly become choice 0.
       check-deck-menu-entry.
           if ws-deck-check-mode not = "y" or ws-deck-fail-line > 0
              or WS-EOF = "Y"
               exit paragraph
           end-if
           if function trim(InpRecord) = spaces
              or function trim(InpRecord) is not numeric
               move ws-line-count to ws-deck-fail-line
               move "a menu number was expected here" to ws-deck-fail-reason
           end-if
           .

      *>>    "InCollege simulate": replays the sessions list (or the
      *>>    single default deck) under simulation/ and reports, per
      *>>    data file, the rows the run would have written. Session
      *>>    output lands in simulation/ under each deck's own output
      *>>    name (simulation-output-NNNN.txt for an absolute one).
       simulate-session-runs.
           open input session-list-file
           if FILESTAT-SESSLIST = "00"
               close session-list-file
               move "y" to ws-multi-session-mode
           else
               move "n" to ws-multi-session-mode
           end-if

           open output simulation-report-file
           move "--- Simulation Run (live data files untouched) ---" to WS-DISPLAY
           perform say-simulation

           move "simulation" to ws-scratch-dir
           perform build-scratch-copy
           if ws-scratch-ok not = "y"
               move "The scratch copy of the data files could not be made - nothing was simulated." to WS-DISPLAY
               perform say-simulation
               close simulation-report-file
               move 8 to return-code
               exit paragraph
           end-if

           move "cd simulation && ../InCollege simulate-scratch" to ws-deck-command
           call "SYSTEM" using by content ws-deck-command
           end-call
           move 0 to return-code

           move spaces to WS-DISPLAY
           string ws-deck-listed-count " session deck(s) replayed;"
                  " their output files are in simulation/."
               delimited by size into WS-DISPLAY
           end-string
           perform say-simulation
           move spaces to WS-DISPLAY
           perform say-simulation

      *>>    The live journal's length marks where the simulated
      *>>    rows start in the scratch copy of it.
           move 0 to ws-sim-journal-base
           move "data-journal.dat" to WS-SIM-LIVE-NAME
           open input sim-live-file
           if FILESTAT-SIMLIVE = "00"
               perform until 1 = 2
                   read sim-live-file
                       at end exit perform
                   end-read
                   add 1 to ws-sim-journal-base
               end-perform
               close sim-live-file
           end-if

           move "cd simulation && ls -1 *.dat > simulation-files.lst" to ws-deck-command
           call "SYSTEM" using by content ws-deck-command
           end-call
           move 0 to return-code

           move 0 to ws-sim-files-changed
           move 0 to ws-sim-total-rows
           open input sim-list-file
           if FILESTAT-SIMLIST = "00"
               perform until 1 = 2
                   read sim-list-file
                       at end exit perform
                   end-read
                   move function trim(sim-list-line) to ws-sim-file-name
                   move "n" to ws-sim-matched
                   perform varying ws-sim-idx from 1 by 1 until ws-sim-idx > 6
                       if ws-sim-file-name = sim-indexed-name(ws-sim-idx)
                           move "y" to ws-sim-matched
                       end-if
                   end-perform
                   if ws-sim-matched = "n"
                       perform itemize-simulated-file
                   end-if
               end-perform
               close sim-list-file
           end-if

           perform varying ws-sim-idx from 1 by 1 until ws-sim-idx > 6
               move sim-indexed-name(ws-sim-idx) to ws-sim-file-name
               perform itemize-simulated-indexed-file
           end-perform

           move spaces to WS-DISPLAY
           perform say-simulation
           move spaces to WS-DISPLAY
           string "Files that would have changed: " ws-sim-files-changed
                  "  Rows that would have been written: " ws-sim-total-rows
               delimited by size into WS-DISPLAY
           end-string
           perform say-simulation
           close simulation-report-file
           .

      *>>    A scratch row is "written" when no unclaimed live row
      *>>    matches it, so a rewrite that moved rows around lists
      *>>    only what actually changed. Past 3000 live rows the file
      *>>    is treated as append-only and only the rows beyond the
      *>>    live length are listed.
       itemize-simulated-file.
           move 0 to SIM-LIVE-LOADED
           move 0 to ws-sim-live-rows
           move ws-sim-file-name to WS-SIM-LIVE-NAME
           open input sim-live-file
           if FILESTAT-SIMLIVE = "00"
               perform until 1 = 2
                   read sim-live-file
                       at end exit perform
                   end-read
                   add 1 to ws-sim-live-rows
                   if SIM-LIVE-LOADED < 3000
                       add 1 to SIM-LIVE-LOADED
                       move sim-live-line to sl-row(SIM-LIVE-LOADED)
                       move "n" to sl-used(SIM-LIVE-LOADED)
                   end-if
               end-perform
               close sim-live-file
           end-if

           move 0 to ws-sim-file-rows
           move 0 to ws-sim-copy-rows
           move spaces to WS-SIM-COPY-NAME
           string "simulation/" function trim(ws-sim-file-name)
               delimited by size into WS-SIM-COPY-NAME
           end-string
           open input sim-copy-file
           if FILESTAT-SIMCOPY not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read sim-copy-file
                   at end exit perform
               end-read
               add 1 to ws-sim-copy-rows
               move "n" to ws-sim-matched
               if ws-sim-live-rows > 3000
                   if ws-sim-copy-rows <= ws-sim-live-rows
                       move "y" to ws-sim-matched
                   end-if
               else
                   perform varying ws-sim-pos from 1 by 1
                           until ws-sim-pos > SIM-LIVE-LOADED
                       if sl-used(ws-sim-pos) = "n"
                          and sl-row(ws-sim-pos) = sim-copy-line(1:1000)
                           move "y" to sl-used(ws-sim-pos)
                           move "y" to ws-sim-matched
                           exit perform
                       end-if
                   end-perform
               end-if
               if ws-sim-matched = "n"
                   if ws-sim-file-rows = 0
                       move ws-sim-file-name to WS-DISPLAY
                       perform say-simulation
                   end-if
                   add 1 to ws-sim-file-rows
                   move spaces to WS-DISPLAY
                   string "    " sim-copy-line(1:190)
                       delimited by size into WS-DISPLAY
                   end-string
                   perform say-simulation
               end-if
           end-perform
           close sim-copy-file
           perform close-simulated-file-entry
           .

      *>>    Rows for an indexed file come from the journal rows the
      *>>    replay added; cover-letters.dat is not journaled, so a
      *>>    change there is only detected, not itemized.
       itemize-simulated-indexed-file.
           move 0 to ws-sim-file-rows
           move "simulation/data-journal.dat" to WS-SIM-COPY-NAME
           open input sim-copy-file
           if FILESTAT-SIMCOPY = "00"
               move 0 to ws-sim-copy-rows
               perform until 1 = 2
                   read sim-copy-file
                       at end exit perform
                   end-read
                   add 1 to ws-sim-copy-rows
                   if ws-sim-copy-rows > ws-sim-journal-base
                       move spaces to ws-sim-j-stamp
                       move spaces to ws-sim-j-program
                       move spaces to ws-sim-j-file
                       move spaces to ws-sim-j-action
                       move 1 to ws-sim-pos
                       unstring sim-copy-line delimited by "|" into
                           ws-sim-j-stamp ws-sim-j-program
                           ws-sim-j-file ws-sim-j-action
                           with pointer ws-sim-pos
                       end-unstring
                       if function trim(ws-sim-j-file) =
                          function trim(ws-sim-file-name)
                           if ws-sim-file-rows = 0
                               move ws-sim-file-name to WS-DISPLAY
                               perform say-simulation
                           end-if
                           add 1 to ws-sim-file-rows
                           move spaces to WS-DISPLAY
                           string "    " function trim(ws-sim-j-action) ": "
                                  sim-copy-line(ws-sim-pos:180)
                               delimited by size into WS-DISPLAY
                           end-string
                           perform say-simulation
                       end-if
                   end-if
               end-perform
               close sim-copy-file
           end-if

           if ws-sim-file-rows = 0
               move spaces to ws-deck-command
               string "cmp -s " function trim(ws-sim-file-name)
                      " simulation/" function trim(ws-sim-file-name)
                   delimited by size into ws-deck-command
               end-string
               call "SYSTEM" using by content ws-deck-command
               end-call
               if return-code not = 0
                   add 1 to ws-sim-files-changed
                   move spaces to WS-DISPLAY
                   string function trim(ws-sim-file-name)
                          " would have changed (rows not journaled, so not listed)"
                       delimited by size into WS-DISPLAY
                   end-string
                   perform say-simulation
               end-if
               move 0 to return-code
               exit paragraph
           end-if
           perform close-simulated-file-entry
           .

       close-simulated-file-entry.
           if ws-sim-file-rows > 0
               add 1 to ws-sim-files-changed
               add ws-sim-file-rows to ws-sim-total-rows
               move ws-sim-file-rows to ws-sim-count-disp
               move spaces to WS-DISPLAY
               string "    (" function trim(ws-sim-count-disp)
                      " row(s) would have been written)"
                   delimited by size into WS-DISPLAY
               end-string
               perform say-simulation
           end-if
           .

       say-simulation.
           display function trim(WS-DISPLAY)
           move WS-DISPLAY to simulation-report-line
           write simulation-report-line
           .

       show-menu.
           move spaces to WS-DISPLAY
           move "Welcome to InCollege!" to WS-DISPLAY
           move "menu-welcome" to ws-msg-id
           perform say-msg
           move "1. Log In" to WS-DISPLAY
           move "menu-login" to ws-msg-id
           perform say-msg
           move "2. Create New Account" to WS-DISPLAY
           move "menu-create" to ws-msg-id
           perform say-msg
           move "3. Forgot Password" to WS-DISPLAY
           move "menu-forgot" to ws-msg-id
           perform say-msg
           move "4. Exit" to WS-DISPLAY
           move "menu-exit" to ws-msg-id
           perform say-msg
           move "Enter your choice:" to WS-DISPLAY
           move "prompt-choice" to ws-msg-id
           perform say-msg
           .

       interactive-create.
           move spaces to WS-DISPLAY
           move "Please enter your username:" to WS-DISPLAY
           perform say
           read InpFile into username-in
              at end
                 move "Y" to WS-EOF
                 exit paragraph
           end-read
           add 1 to ws-line-count

           move spaces to WS-DISPLAY
           move "Please enter your password:" to WS-DISPLAY
           perform say
           read InpFile into password-in
              at end
                 move "Y" to WS-EOF
                 exit paragraph
           end-read
           add 1 to ws-line-count

           move spaces to WS-DISPLAY
           move "Please enter your email address (used for password recovery):" to WS-DISPLAY
           perform say
           read InpFile into email-in
              at end
                 move "Y" to WS-EOF
                 exit paragraph
           end-read
           add 1 to ws-line-count

           move "Account type - 1. Student, 2. Employer/Recruiter, 3. Career Advisor:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
              at end
                 move "Y" to WS-EOF
                 exit paragraph
           end-read
           add 1 to ws-line-count
           move function numval(function trim(temp-input)) to ws-role-choice

           move "student" to ws-new-role
           move spaces to ws-new-company-name
           if ws-role-choice = 3
              move "advisor" to ws-new-role
           end-if
           if ws-role-choice = 2
              move "employer" to ws-new-role
              move "Enter the company you recruit for:" to WS-DISPLAY
              perform say
              read InpFile into temp-input
                 at end
                    move "Y" to WS-EOF
                    exit paragraph
              end-read
              add 1 to ws-line-count
              exit paragraph
           end-if

      *>>    Every published policy version is shown and must be
      *>>    accepted before the account exists; the acceptances are
      *>>    recorded once the row is written.
           move "y" to ws-consent-ok
           perform load-current-policies
           perform varying ws-pc from 1 by 1
                   until ws-pc > 2 or ws-consent-ok = "n"
              if pc-version(ws-pc) not = spaces
                 perform ask-policy-acceptance
              end-if
           end-perform
           if ws-consent-ok = "n"
              if WS-EOF not = "Y"
                 move "Account not created - the terms of use and privacy notice must be accepted." to WS-DISPLAY
                 perform say
              end-if
              exit paragraph
           end-if

      *>>    Employer accounts are tied to a canonical companies.dat
      *>>    record; find-or-add-company works on job-employer/
      *>>    job-company-id, so the new account's company name is staged
           move function trim(u) to ws-pwhist-user
           perform append-password-history

           move function trim(u) to ws-consent-user
           perform varying ws-pc from 1 by 1 until ws-pc > 2
              if pc-version(ws-pc) not = spaces
                 perform record-consent
              end-if
           end-perform

           move spaces to WS-DISPLAY
           string "created: " u delimited by size into WS-DISPLAY
           perform say
           close skills-ref-file
           .

      *>>    Starter job categories on a fresh data directory; the
      *>>    career office maintains the file from there.
       seed-job-categories-file.
           open output job-category-file
           move "ACCT|Accounting|Finance" to job-category-line
           write job-category-line
           move "FIN|Financial Analysis|Finance" to job-category-line
           write job-category-line
           move "SWE|Software Engineering|Technology" to job-category-line
           write job-category-line
           move "DATA|Data and Analytics|Technology" to job-category-line
           write job-category-line
           move "IT|IT Support|Technology" to job-category-line
           write job-category-line
           move "ENG|Engineering|Engineering" to job-category-line
           write job-category-line
           move "MKT|Marketing|Business" to job-category-line
           write job-category-line
           move "SALES|Sales|Business" to job-category-line
           write job-category-line
           move "HR|Human Resources|Business" to job-category-line
           write job-category-line
           move "OPS|Operations and Logistics|Business" to job-category-line
           write job-category-line
           move "DES|Design|Arts and Media" to job-category-line
           write job-category-line
           move "HLTH|Healthcare|Health" to job-category-line
           write job-category-line
           move "EDU|Education|Education" to job-category-line
           write job-category-line
           move "OTHER|Other|General" to job-category-line
           write job-category-line
           close job-category-file
           .

      *>>    Starter Learn-a-Skill content on a fresh data directory:
      *>>    the COBOL lesson as it always read, split into two
      *>>    lessons, and a short Git module, each with its quiz. The
      *>>    career office maintains the file from there.
       seed-skill-lessons-file.
           open output skill-lessons-file
           move "COBOL|M|Learn COBOL!|70"
               to skill-lessons-line
           write skill-lessons-line
           move "COBOL|L|1|COBOL (COmmon Business-Oriented Language) organizes a"
               to skill-lessons-line
           write skill-lessons-line
           move "COBOL|L|1|program into four divisions: IDENTIFICATION, ENVIRONMENT,"
               to skill-lessons-line
           write skill-lessons-line
           move "COBOL|L|1|DATA, and PROCEDURE."
               to skill-lessons-line
           write skill-lessons-line
           move "COBOL|L|2|WORKING-STORAGE holds your variables (01, 05, 10 level"
               to skill-lessons-line
           write skill-lessons-line
           move "COBOL|L|2|numbers describe how fields nest), and the PROCEDURE"
               to skill-lessons-line
           write skill-lessons-line
           move "COBOL|L|2|DIVISION holds paragraphs of executable statements like"
               to skill-lessons-line
           write skill-lessons-line
           move "COBOL|L|2|MOVE, PERFORM, IF, and READ/WRITE against files."
               to skill-lessons-line
           write skill-lessons-line
           move "COBOL|Q|Which division holds the executable statements?|IDENTIFICATION|ENVIRONMENT|DATA|PROCEDURE|D"
               to skill-lessons-line
           write skill-lessons-line
           move "COBOL|Q|Where are a program's variables declared?|WORKING-STORAGE|FILE-CONTROL|PROGRAM-ID|PROCEDURE DIVISION|A"
               to skill-lessons-line
           write skill-lessons-line
           move "COBOL|Q|What do level numbers such as 01 and 05 describe?|Line numbers|How fields nest|Loop counts|File sizes|B"
               to skill-lessons-line
           write skill-lessons-line
           move "Git|M|Learn Git!|70"
               to skill-lessons-line
           write skill-lessons-line
           move "Git|L|1|Git records snapshots of a project as commits. A branch is"
               to skill-lessons-line
           write skill-lessons-line
           move "Git|L|1|a movable pointer to a commit, so work can go on side by"
               to skill-lessons-line
           write skill-lessons-line
           move "Git|L|1|side and be merged back when it is ready."
               to skill-lessons-line
           write skill-lessons-line
           move "Git|Q|What does a Git commit record?|A snapshot of the project|A user's password|A compiler setting|A server address|A"
               to skill-lessons-line
           write skill-lessons-line
           move "Git|Q|What is a branch?|A copy of the server|A pointer to a commit|A deleted file|A merge conflict|B"
               to skill-lessons-line
           write skill-lessons-line
           close skill-lessons-file
           .

       load-skills-ref-table.
           move 0 to SKILLS-REF-COUNT
           open input skills-ref-file
           end-if
           .

      *>>    Starter majors with their CIP codes on a fresh data
      *>>    directory; the registrar maintains the file from there.
       seed-majors-file.
           open output major-file
           move "Computer Science|11.0701|College of Engineering" to major-line
           write major-line
           move "Information Technology|11.0103|College of Engineering" to major-line
           write major-line
           move "Computer Engineering|14.0901|College of Engineering" to major-line
           write major-line
           move "Electrical Engineering|14.1001|College of Engineering" to major-line
           write major-line
           move "Mechanical Engineering|14.1901|College of Engineering" to major-line
           write major-line
           move "Civil Engineering|14.0801|College of Engineering" to major-line
           write major-line
           move "Mathematics|27.0101|College of Arts and Sciences" to major-line
           write major-line
           move "Statistics|27.0501|College of Arts and Sciences" to major-line
           write major-line
           move "Physics|40.0801|College of Arts and Sciences" to major-line
           write major-line
           move "Chemistry|40.0501|College of Arts and Sciences" to major-line
           write major-line
           move "Biology|26.0101|College of Arts and Sciences" to major-line
           write major-line
           move "Psychology|42.0101|College of Arts and Sciences" to major-line
           write major-line
           move "Economics|45.0601|College of Arts and Sciences" to major-line
           write major-line
           move "English|23.0101|College of Arts and Sciences" to major-line
           write major-line
           move "Communication|09.0101|College of Arts and Sciences" to major-line
           write major-line
           move "Accounting|52.0301|School of Business" to major-line
           write major-line
           move "Finance|52.0801|School of Business" to major-line
           write major-line
           move "Marketing|52.1401|School of Business" to major-line
           write major-line
           move "Business Administration|52.0201|School of Business" to major-line
           write major-line
           move "Nursing|51.3801|School of Nursing" to major-line
           write major-line
           move "Education|13.0101|School of Education" to major-line
           write major-line
           move "Graphic Design|50.0409|College of Fine Arts" to major-line
           write major-line
           close major-file
           .

       seed-major-aliases-file.
           open output major-alias-file
           move "CS|11.0701" to major-alias-line
           write major-alias-line
           move "Comp Sci|11.0701" to major-alias-line
           write major-alias-line
           move "CompSci|11.0701" to major-alias-line
           write major-alias-line
           move "Computer Sciences|11.0701" to major-alias-line
           write major-alias-line
           move "IT|11.0103" to major-alias-line
           write major-alias-line
           move "CompE|14.0901" to major-alias-line
           write major-alias-line
           move "EE|14.1001" to major-alias-line
           write major-alias-line
           move "ME|14.1901" to major-alias-line
           write major-alias-line
           move "Math|27.0101" to major-alias-line
           write major-alias-line
           move "Maths|27.0101" to major-alias-line
           write major-alias-line
           move "Stats|27.0501" to major-alias-line
           write major-alias-line
           move "Bio|26.0101" to major-alias-line
           write major-alias-line
           move "Psych|42.0101" to major-alias-line
           write major-alias-line
           move "Econ|45.0601" to major-alias-line
           write major-alias-line
           move "Comm|09.0101" to major-alias-line
           write major-alias-line
           move "Communications|09.0101" to major-alias-line
           write major-alias-line
           move "Business|52.0201" to major-alias-line
           write major-alias-line
           move "BBA|52.0201" to major-alias-line
           write major-alias-line
           close major-alias-file
           .

       load-majors-tables.
           move 0 to MAJORS-COUNT
           open input major-file
           if FILESTAT-MAJOR = "00"
               perform until 1 = 2
                   read major-file into major-line
                       at end exit perform
                   end-read
                   if function trim(major-line) not = spaces
                      and MAJORS-COUNT < 300
                       add 1 to MAJORS-COUNT
                       unstring major-line delimited by "|" into
                           mr-name(MAJORS-COUNT)
                           mr-cip(MAJORS-COUNT)
                           mr-college(MAJORS-COUNT)
                       end-unstring
                   end-if
               end-perform
               close major-file
           end-if

           move 0 to MAJOR-ALIASES-COUNT
           open input major-alias-file
           if FILESTAT-MAJALIAS = "00"
               perform until 1 = 2
                   read major-alias-file into major-alias-line
                       at end exit perform
                   end-read
                   if function trim(major-alias-line) not = spaces
                      and MAJOR-ALIASES-COUNT < 300
                       add 1 to MAJOR-ALIASES-COUNT
                       unstring major-alias-line delimited by "|" into
                           ma-alias(MAJOR-ALIASES-COUNT)
                           ma-cip(MAJOR-ALIASES-COUNT)
                       end-unstring
                   end-if
               end-perform
               close major-alias-file
           end-if
           .

       load-job-categories-table.
           move 0 to JOB-CATEGORIES-COUNT
           open input job-category-file
           if FILESTAT-JOBCAT = "00"
               perform until 1 = 2
                   read job-category-file into job-category-line
                       at end exit perform
                   end-read
                   if function trim(job-category-line) not = spaces
                      and JOB-CATEGORIES-COUNT < 100
                       add 1 to JOB-CATEGORIES-COUNT
                       unstring job-category-line delimited by "|" into
                           jc-code(JOB-CATEGORIES-COUNT)
                           jc-name(JOB-CATEGORIES-COUNT)
                           jc-industry(JOB-CATEGORIES-COUNT)
                       end-unstring
                       move function upper-case(
                           function trim(jc-code(JOB-CATEGORIES-COUNT)))
                           to jc-code(JOB-CATEGORIES-COUNT)
                   end-if
               end-perform
               close job-category-file
           end-if
           .

      *>>    Seeds any missing layout-versions.dat stamps at this
      *>>    build's own versions, then verifies every stamp on file
      *>>    against the registry. A mismatch logs and refuses
      *>>    startup - the clear "wrong build for this data" error
      *>>    parse archaeology never gave us.
       verify-layout-versions.
           move "y" to ws-layout-ok

           open input layout-version-file
           if FILESTAT-LAYOUT = "35"
               open output layout-version-file
               perform varying ws-layout-idx from 1 by 1
                       until ws-layout-idx > 8
                   move spaces to layout-version-line
                   string function trim(ly-file(ws-layout-idx)) "|"
               write message-catalog-line
               move "m-schedule|25. My Schedule" to message-catalog-line
               write message-catalog-line
               move "m-schedule-ics|26. Export My Schedule to Calendar" to message-catalog-line
               write message-catalog-line
               move "m-scholarships|27. Scholarships" to message-catalog-line
               write message-catalog-line
               move "m-support|28. Contact Support" to message-catalog-line
               write message-catalog-line
               move "m-selfid|29. Voluntary Self-Identification" to message-catalog-line
               write message-catalog-line
               move "m-agreement|30. Learning Agreements" to message-catalog-line
               write message-catalog-line
               move "m-evaluations|31. My Placement Evaluations" to message-catalog-line
               write message-catalog-line
               move "m-mock|32. Mock Interview Exchange" to message-catalog-line
               write message-catalog-line
               move "js-header|--- Job Search/Internship Menu ---" to message-catalog-line
               write message-catalog-line
               move "js-post|1. Post a Job/Internship" to message-catalog-line
               write message-catalog-line
               move "mm-group|4. Message a Group" to message-catalog-line
               write message-catalog-line
               move "mm-search|5. Search My Messages" to message-catalog-line
               write message-catalog-line
               move "mm-later|6. Send-Later Queue" to message-catalog-line
               write message-catalog-line
               move "mm-back|7. Back to Main Menu" to message-catalog-line
               write message-catalog-line
               move "nw-header|--- My Network ---" to message-catalog-line
               write message-catalog-line
               write message-catalog-line
               move "nw-tagfilter|10. Filter My Connections by Tag" to message-catalog-line
               write message-catalog-line
               move "nw-intro|11. Introduction Requests" to message-catalog-line
               write message-catalog-line
               move "nw-back|12. Go Back" to message-catalog-line
               write message-catalog-line
               move "gr-header|--- Student Groups ---" to message-catalog-line
               write message-catalog-line
               write message-catalog-line
               move "m-schedule|25. Mi agenda" to message-catalog-line
               write message-catalog-line
               move "m-schedule-ics|26. Exportar mi agenda al calendario" to message-catalog-line
               write message-catalog-line
               move "m-scholarships|27. Becas" to message-catalog-line
               write message-catalog-line
               move "m-support|28. Contactar con soporte" to message-catalog-line
               write message-catalog-line
               move "m-selfid|29. Autoidentificacion voluntaria" to message-catalog-line
               write message-catalog-line
               move "m-agreement|30. Acuerdos de aprendizaje" to message-catalog-line
               write message-catalog-line
               move "m-evaluations|31. Mis evaluaciones de practicas" to message-catalog-line
               write message-catalog-line
               move "m-mock|32. Intercambio de entrevistas de practica" to message-catalog-line
               write message-catalog-line
               move "js-header|--- Menu de empleos y practicas ---" to message-catalog-line
               write message-catalog-line
               move "js-post|1. Publicar un empleo o practica" to message-catalog-line
               write message-catalog-line
               move "mm-group|4. Enviar mensaje a un grupo" to message-catalog-line
               write message-catalog-line
               move "mm-search|5. Buscar en mis mensajes" to message-catalog-line
               write message-catalog-line
               move "mm-later|6. Mensajes programados" to message-catalog-line
               write message-catalog-line
               move "mm-back|7. Volver al menu principal" to message-catalog-line
               write message-catalog-line
               move "nw-header|--- Mi red ---" to message-catalog-line
               write message-catalog-line
               write message-catalog-line
               move "nw-tagfilter|10. Filtrar mis conexiones por etiqueta" to message-catalog-line
               write message-catalog-line
               move "nw-intro|11. Solicitudes de presentacion" to message-catalog-line
               write message-catalog-line
               move "nw-back|12. Volver" to message-catalog-line
               write message-catalog-line
               move "gr-header|--- Grupos estudiantiles ---" to message-catalog-line
               write message-catalog-line
           end-if
           .

      *>>    Resolves ws-major-in (a canonical name or a known alias,
      *>>    case-insensitive) to ws-major-cip-out and its canonical
      *>>    ws-major-name-out; both spaces when it is neither.
       find-major-cip.
           move spaces to ws-major-cip-out
           move spaces to ws-major-name-out
           if function trim(ws-major-in) = spaces
               exit paragraph
           end-if
           perform varying ws-mr-idx from 1 by 1
                   until ws-mr-idx > MAJORS-COUNT
               if function upper-case(function trim(mr-name(ws-mr-idx))) =
                  function upper-case(function trim(ws-major-in))
                   move mr-cip(ws-mr-idx) to ws-major-cip-out
                   move mr-name(ws-mr-idx) to ws-major-name-out
                   exit paragraph
               end-if
           end-perform
           perform varying ws-mr-idx from 1 by 1
                   until ws-mr-idx > MAJOR-ALIASES-COUNT
               if function upper-case(function trim(ma-alias(ws-mr-idx))) =
                  function upper-case(function trim(ws-major-in))
                   move ma-cip(ws-mr-idx) to ws-major-cip-out
                   exit perform
               end-if
           end-perform
           if ws-major-cip-out = spaces
               exit paragraph
           end-if
           perform varying ws-mr-idx from 1 by 1
                   until ws-mr-idx > MAJORS-COUNT
               if mr-cip(ws-mr-idx) = ws-major-cip-out
                   move mr-name(ws-mr-idx) to ws-major-name-out
                   exit perform
               end-if
           end-perform
           .

      *>>    Confirms the just-entered profile-major against majors.dat
      *>>    the way validate-university vets school names: a
      *>>    canonical name or known alias is snapped to the canonical
      *>>    spelling; a contains-style partial match is offered as a
      *>>    suggestion; otherwise the student may keep it as typed
      *>>    (it then carries no CIP code) or retype it, which goes
      *>>    round the check again.
       validate-major.
           move "n" to ws-major-settled
           perform until ws-major-settled = "y" or WS-EOF = "Y"
               perform check-entered-major
           end-perform
           .

       check-entered-major.
           move "y" to ws-major-settled
           if function trim(profile-major) = spaces
               exit paragraph
           end-if
           move profile-major to ws-major-in
           perform find-major-cip
           if ws-major-name-out not = spaces
               move ws-major-name-out to profile-major
               exit paragraph
           end-if

           move spaces to ws-major-suggestion
           perform varying ws-mr-idx from 1 by 1
                   until ws-mr-idx > MAJORS-COUNT
               if ws-major-suggestion = spaces
                   move 0 to ws-name-match-tally
                   inspect function upper-case(mr-name(ws-mr-idx))
                       tallying ws-name-match-tally for all
                       function trim(function upper-case(profile-major))
                   if ws-name-match-tally > 0
                       move mr-name(ws-mr-idx) to ws-major-suggestion
                   end-if
               end-if
           end-perform

           if ws-major-suggestion not = spaces
               move spaces to WS-DISPLAY
               string "Did you mean """ function trim(ws-major-suggestion)
                   """? (Y/N):" delimited by size into WS-DISPLAY
               perform say
               read InpFile into temp-input
                   at end move "Y" to WS-EOF exit paragraph
               end-read
               add 1 to ws-line-count
               move function upper-case(function trim(temp-input)) to ws-univ-confirm
               if ws-univ-confirm = "Y" or ws-univ-confirm = "YES"
                   move ws-major-suggestion to profile-major
                   exit paragraph
               end-if
           end-if

           move spaces to WS-DISPLAY
           string function trim(profile-major)
               " is not on our list of recognized majors. Keep it as entered? (Y/N):"
               delimited by size into WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function upper-case(function trim(temp-input)) to ws-univ-confirm
           if ws-univ-confirm not = "Y" and ws-univ-confirm not = "YES"
               move "Enter Major:" to WS-DISPLAY
               perform say
               read InpFile into temp-input
                   at end move "Y" to WS-EOF exit paragraph
               end-read
               add 1 to ws-line-count
               move function trim(temp-input) to profile-major
               move "n" to ws-major-settled
           end-if
           .

      *>>    Rewrites the semicolon-separated job-majors list with each
      *>>    recognized entry in its canonical spelling; entries not on
      *>>    majors.dat are kept as typed.
       canonicalize-job-majors.
           if function trim(job-majors) = spaces
               exit paragraph
           end-if
           move job-majors to ws-major-list
           move spaces to ws-major-list-out
           move 1 to ws-major-list-pos
           move 1 to ws-major-list-out-pos
           perform until ws-major-list-pos > 100
               move spaces to ws-major-in
               unstring ws-major-list delimited by ";"
                   into ws-major-in
                   with pointer ws-major-list-pos
               end-unstring
               if function trim(ws-major-in) not = spaces
                   perform find-major-cip
                   if ws-major-name-out = spaces
                       move function trim(ws-major-in) to ws-major-name-out
                   end-if
                   if ws-major-list-out-pos > 1
                       string ";" delimited by size
                           into ws-major-list-out
                           with pointer ws-major-list-out-pos
                       end-string
                   end-if
                   string function trim(ws-major-name-out)
                       delimited by size
                       into ws-major-list-out
                       with pointer ws-major-list-out-pos
                   end-string
               end-if
           end-perform
           move ws-major-list-out to job-majors
           .

      *>>    Called when the text match on job-majors failed: sets
      *>>    ws-name-match-tally when any listed major carries the same
      *>>    CIP code as profile-major ("CS" on the posting, "Computer
      *>>    Science" on the profile).
       check-major-allowed-by-code.
           move profile-major to ws-major-in
           perform find-major-cip
           move ws-major-cip-out to ws-major-student-cip
           if ws-major-student-cip = spaces
               exit paragraph
           end-if
           move job-majors to ws-major-list
           move 1 to ws-major-list-pos
           perform until ws-major-list-pos > 100
                   or ws-name-match-tally > 0
               move spaces to ws-major-in
               unstring ws-major-list delimited by ";"
                   into ws-major-in
                   with pointer ws-major-list-pos
               end-unstring
               if function trim(ws-major-in) not = spaces
                   perform find-major-cip
                   if ws-major-cip-out = ws-major-student-cip
                       add 1 to ws-name-match-tally
                   end-if
               end-if
           end-perform
           .

       load-blocked-table.
           move 0 to BLOCKED-COUNT
           open input blocked-file
      *>>    Records that WS-INPUT-FILENAME has completed ws-line-count
      *>>    input lines so far, adding a new row or updating the
      *>>    existing one, then rewrites the whole checkpoint file (same
      *>>    full-table-rewrite pattern used for jobs.dat).
       save-checkpoint.
           move 0 to ws-ckpt-idx
           perform varying ws-i from 1 by 1 until ws-i > CHECKPOINT-COUNT
              if function trim(ws-current-campus) = spaces
                 move "MAIN" to ws-current-campus
              end-if
              perform resolve-my-team-role

              move spaces to WS-DISPLAY
              string "Welcome, " function trim(u) "!" delimited by size into WS-DISPLAY
              perform say

      *>>    A policy version the user has not yet accepted stands
      *>>    between login and everything after it - announcements,
      *>>    surveys and every menu; declining logs them out.
              move "y" to ws-consent-ok
              if WS-EOF not = "Y"
                 perform require-policy-consent
                 if ws-consent-ok = "n" and WS-EOF not = "Y"
                    move current-user to ws-audit-actor
                    move "consent-declined" to ws-audit-event
                    move current-user to ws-audit-target
                    move "declined updated terms/privacy at login"
                        to ws-audit-detail
                    perform write-audit-event
                    move "The current terms of use and privacy notice must be accepted to use InCollege. You have been logged out." to WS-DISPLAY
                    perform say
                    move spaces to current-user
                 end-if
              end-if
              if WS-EOF = "Y" or ws-consent-ok = "n"
                 exit paragraph
              end-if

              perform load-user-preferences
              perform show-last-login
              perform record-login-history
                 perform offer-event-surveys
              end-if

      *>>    Graduating term over? The first-destination survey is
      *>>    asked once, right after the event surveys.
              if function trim(f-role) = spaces
                 or function trim(f-role) = "student"
                 perform offer-destination-survey
              end-if

      *>>    A placement past its end date with no supervisor
      *>>    evaluation is raised at every employer login until the
      *>>    evaluation is on file.
              if function trim(f-role) = "employer"
                 and function trim(f-status) not = "pending"
                 perform announce-due-evaluations
              end-if

              perform compute-password-age
              if ws-password-age-days > WS-MAX-PASSWORD-AGE-DAYS
                 move spaces to WS-DISPLAY
                 end-perform
              end-if

              if WS-EOF not = "Y" and ws-consent-ok = "y"
                 evaluate function trim(ws-current-role)
                    when "employer"
                       perform employer-post-login-menu
           end-if
           .

      *>>    Fills POLICY-CURRENT-TABLE from policy-versions.dat: for
      *>>    each policy, the row with the latest effective date on or
      *>>    before today (a later row wins a tie). Future-dated
      *>>    versions wait for their date.
       load-current-policies.
           move "terms" to pc-policy(1)
           move "Terms of Use" to pc-label(1)
           move "privacy" to pc-policy(2)
           move "Privacy Notice" to pc-label(2)
           perform varying ws-pc from 1 by 1 until ws-pc > 2
              move spaces to pc-version(ws-pc)
              move spaces to pc-effective(ws-pc)
              move spaces to pc-text-file(ws-pc)
              move "n" to pc-accepted(ws-pc)
           end-perform
           open input policy-version-file
           if FILESTAT-POLICY = "00"
              perform until 1 = 2
                 read policy-version-file into policy-version-line
                    at end exit perform
                 end-read
                 move spaces to ws-pol-policy ws-pol-version
                 move spaces to ws-pol-effective ws-pol-text
                 unstring policy-version-line delimited by "|" into
                    ws-pol-policy ws-pol-version ws-pol-effective
                    ws-pol-text
                 end-unstring
                 move function lower-case(ws-pol-policy) to ws-pol-policy
                 perform varying ws-pc from 1 by 1 until ws-pc > 2
                    if ws-pol-policy = pc-policy(ws-pc)
                       and ws-pol-version not = spaces
                       and ws-pol-effective is numeric
                       and ws-pol-effective <= function current-date(1:8)
                       and ws-pol-effective >= pc-effective(ws-pc)
                       move ws-pol-version to pc-version(ws-pc)
                       move ws-pol-effective to pc-effective(ws-pc)
                       move ws-pol-text to pc-text-file(ws-pc)
                    end-if
                 end-perform
              end-perform
              close policy-version-file
           end-if
           .

      *>>    Marks pc-accepted "y" for each current version
      *>>    ws-consent-user has a consents.dat row for.
       check-user-consents.
           open input consent-file
           if FILESTAT-CONSENT = "00"
              perform until 1 = 2
                 read consent-file into consent-line
                    at end exit perform
                 end-read
                 move spaces to ws-pol-user ws-pol-policy ws-pol-version
                 unstring consent-line delimited by "|" into
                    ws-pol-user ws-pol-policy ws-pol-version
                 end-unstring
                 if function trim(ws-pol-user) =
                    function trim(ws-consent-user)
                    perform varying ws-pc from 1 by 1 until ws-pc > 2
                       if ws-pol-policy = pc-policy(ws-pc)
                          and ws-pol-version = pc-version(ws-pc)
                          move "y" to pc-accepted(ws-pc)
                       end-if
                    end-perform
                 end-if
              end-perform
              close consent-file
           end-if
           .

      *>>    Login gate: each current version current-user has not
      *>>    accepted is shown and asked for in turn. ws-consent-ok
      *>>    comes back "n" on the first decline.
       require-policy-consent.
           move "y" to ws-consent-ok
           move "n" to ws-consent-asked
           perform load-current-policies
           move current-user to ws-consent-user
           perform check-user-consents
           perform varying ws-pc from 1 by 1
                   until ws-pc > 2 or ws-consent-ok = "n"
              if pc-version(ws-pc) not = spaces
                 and pc-accepted(ws-pc) = "n"
                 if ws-consent-asked = "n"
                    move "y" to ws-consent-asked
                    move "Our policies have been updated. Please review and accept them to continue." to WS-DISPLAY
                    perform say
                 end-if
                 perform ask-policy-acceptance
                 if ws-consent-ok = "y"
                    perform record-consent
                 end-if
              end-if
           end-perform
           .

      *>>    Shows entry ws-pc's text (the file named on its version
      *>>    row) and asks for a Y; anything else, or running out of
      *>>    input, is a decline.
       ask-policy-acceptance.
           move spaces to WS-DISPLAY
           string "--- " function trim(pc-label(ws-pc))
                  " (version " function trim(pc-version(ws-pc))
                  ", effective " pc-effective(ws-pc) ") ---"
                  delimited by size into WS-DISPLAY
           perform say
           move pc-text-file(ws-pc) to WS-POLICY-TEXT-NAME
           open input policy-text-file
           if FILESTAT-POLTEXT = "00"
              perform until 1 = 2
                 read policy-text-file into policy-text-line
                    at end exit perform
                 end-read
                 move policy-text-line to WS-DISPLAY
                 perform say
              end-perform
              close policy-text-file
           else
              move spaces to WS-DISPLAY
              string "The full text is in "
                     function trim(pc-text-file(ws-pc)) "."
                     delimited by size into WS-DISPLAY
              perform say
           end-if

           move spaces to WS-DISPLAY
           string "Do you accept the " function trim(pc-label(ws-pc))
                  "? (Y/N):"
                  delimited by size into WS-DISPLAY
           perform say
           read InpFile into temp-input
              at end
                 move "Y" to WS-EOF
                 move "n" to ws-consent-ok
                 exit paragraph
           end-read
           add 1 to ws-line-count
           if function upper-case(function trim(temp-input)) = "Y"
              move "y" to ws-consent-ok
           else
              move "n" to ws-consent-ok
           end-if
           .

      *>>    Appends ws-consent-user's acceptance of entry ws-pc.
       record-consent.
           open extend consent-file
           if FILESTAT-CONSENT not = "00"
              open output consent-file
              close consent-file
              open extend consent-file
           end-if
           if FILESTAT-CONSENT = "00"
              move spaces to consent-line
              string function trim(ws-consent-user) "|"
                     function trim(pc-policy(ws-pc)) "|"
                     function trim(pc-version(ws-pc)) "|"
                     function current-date(1:14)
                     delimited by size into consent-line
              end-string
              write consent-line
              close consent-file
           end-if
           .

      *>>    Shows the user when their account last successfully
      *>>    logged in - the one thing worth noticing if it wasn't
      *>>    them. Rows are appended chronologically, so the last
        move "m-schedule" to ws-msg-id
        perform say-msg

        move "26. Export My Schedule to Calendar" to WS-DISPLAY

        move "m-schedule-ics" to ws-msg-id
        perform say-msg

        move "27. Scholarships" to WS-DISPLAY

        move "m-scholarships" to ws-msg-id
        perform say-msg

        move "28. Contact Support" to WS-DISPLAY

        move "m-support" to ws-msg-id
        perform say-msg

        move "29. Voluntary Self-Identification" to WS-DISPLAY

        move "m-selfid" to ws-msg-id
        perform say-msg

        move "30. Learning Agreements" to WS-DISPLAY

        move "m-agreement" to ws-msg-id
        perform say-msg

        move "31. My Placement Evaluations" to WS-DISPLAY

        move "m-evaluations" to ws-msg-id
        perform say-msg

        move "32. Mock Interview Exchange" to WS-DISPLAY

        move "m-mock" to ws-msg-id
        perform say-msg

        move "Enter your choice:" to WS-DISPLAY

        move "prompt-choice" to ws-msg-id
                    to WS-USER-CHOICE
        end-read
        add 1 to ws-line-count
        perform check-deck-menu-entry

        if WS-EOF = "N"
            move function current-date to ws-now-time
                    perform rate-an-employer
                when 25
                    perform view-my-schedule
                when 26
                    perform export-my-schedule-ics
                when 27
                    perform student-scholarships-menu
                when 28
                    perform contact-support
                when 29
                    perform eeo-self-identification
                when 30
                    perform student-learning-agreements
                when 31
                    perform view-my-placement-evaluations
                when 32
                    perform mock-interview-menu
                when other
                    exit perform
            end-evaluate
        move "10. Edit Company Page" to WS-DISPLAY
        perform say

        move "11. Message Templates" to WS-DISPLAY
        perform say

        move "12. Talent Pools" to WS-DISPLAY
        perform say

        move "13. Scholarships" to WS-DISPLAY
        perform say

        move "14. Contact Support" to WS-DISPLAY
        perform say

        move "15. Sign Learning Agreements" to WS-DISPLAY
        perform say

        move "16. Placement Evaluations" to WS-DISPLAY
        perform say

        move "17. Company Team" to WS-DISPLAY
        perform say

        move "18. Log Out" to WS-DISPLAY
        perform say

        move "Enter your choice:" to WS-DISPLAY
                    to ws-emp-choice
        end-read
        add 1 to ws-line-count
        perform check-deck-menu-entry

        if WS-EOF = "N"
            move function current-date to ws-now-time
            move ws-now-time to ws-last-activity-time
            add 1 to ws-session-action-count

      *>>    A read-only viewer still reaches postings, applicants
      *>>    and candidate search; manage-my-postings and
      *>>    view-applicants stop it short of their change actions.
            evaluate ws-emp-choice
                when 1
                    perform check-team-can-edit
                    if ws-found = "y"
                        perform post-job-internship
                    end-if
      *>>    records, the same data an unvetted advisor is kept away
      *>>    from.
                when 5
                    perform check-team-can-edit
                    if ws-found = "y"
                        move ws-current-company-id to ws-event-host-id
                        perform create-campus-event
                    end-if
                when 6
                    perform check-team-can-edit
                    if ws-found = "y"
                        perform reserve-fair-booth
                    end-if
                when 7
                    perform check-team-can-edit
                    if ws-found = "y"
                        perform confirm-coop-hours
                    end-if
                        perform search-candidates
                    end-if
                when 9
                    perform check-team-can-edit
                    if ws-found = "y"
                        move ws-current-company-id to ws-event-host-id
                        perform event-checkin
                    end-if
                when 10
                    perform check-team-can-edit
                    if ws-found = "y"
                        perform edit-company-page
                    end-if
                when 11
                    perform check-team-can-edit
                    if ws-found = "y"
                        perform manage-message-templates
                    end-if
                when 12
                    perform check-team-can-edit
                    if ws-found = "y"
                        perform manage-talent-pools
                    end-if
                when 13
                    perform check-team-can-edit
                    if ws-found = "y"
                        perform sponsor-scholarships-menu
                    end-if
      *>>    Support stays open to a still-pending employer - it is
      *>>    how an unvetted account asks about its approval.
                when 14
                    perform contact-support
                when 15
                    perform check-team-can-edit
                    if ws-found = "y"
                        move "supervisor" to ws-lagree-role
                        perform countersign-learning-agreements
                    end-if
                when 16
                    perform check-team-can-edit
                    if ws-found = "y"
                        perform employer-placement-evaluations
                    end-if
                when 17
                    perform check-employer-approved
                    if ws-found = "y"
                        perform manage-company-team
                    end-if
                when other
                    exit perform
            end-evaluate
        end-if
    end-perform
    .

*>>    Format: company-id|username|role|assigned-by|assigned-date.
parse-team-line.
    move spaces to company-team-data
    unstring company-team-line delimited by "|" into
        ct-company-id ct-username ct-role ct-assigned-by ct-assigned
    end-unstring
    .

serialize-team-line.
    move spaces to company-team-line
    string function trim(ct-company-id) "|"
           function trim(ct-username) "|"
           function trim(ct-role) "|"
           function trim(ct-assigned-by) "|"
           function trim(ct-assigned)
           delimited by size into company-team-line
    end-string
    .

load-team-table.
    move 0 to CTEAM-COUNT
    move "n" to ws-team-overflow
    open input company-team-file
    if FILESTAT-CTEAM = "00"
        perform until 1 = 2
            read company-team-file into company-team-line
                at end exit perform
            end-read
            if CTEAM-COUNT < 500
                add 1 to CTEAM-COUNT
                move company-team-line to CTEAM-TABLE-ENTRY(CTEAM-COUNT)
            else
                move "y" to ws-team-overflow
            end-if
        end-perform
        close company-team-file
    end-if
    .

*>>    From the loaded table: ws-team-member's role at
*>>    ws-current-company-id ("recruiter" when no row is on file),
*>>    ws-team-idx its row (0 when none), and ws-team-admin-count
*>>    the company's admins.
find-team-row.
    move "recruiter" to ws-team-member-role
    move 0 to ws-team-idx
    move 0 to ws-team-admin-count
    perform varying ws-team-scan from 1 by 1
            until ws-team-scan > CTEAM-COUNT
        move CTEAM-TABLE-ENTRY(ws-team-scan) to company-team-line
        perform parse-team-line
        if function trim(ct-company-id) =
           function trim(ws-current-company-id)
            if function trim(ct-role) = "admin"
                add 1 to ws-team-admin-count
            end-if
            if function trim(ct-username) = function trim(ws-team-member)
                move ws-team-scan to ws-team-idx
                move function trim(ct-role) to ws-team-member-role
            end-if
        end-if
    end-perform
    .

lookup-team-role.
    perform load-team-table
    perform find-team-row
    .

*>>    The logged-in employer's team role for the session.
resolve-my-team-role.
    move spaces to ws-current-team-role
    if function trim(ws-current-role) not = "employer"
        exit paragraph
    end-if
    move current-user to ws-team-member
    perform lookup-team-role
    move ws-team-member-role to ws-current-team-role
    .

*>>    check-employer-approved, plus the read-only viewer role: a
*>>    viewer sees the company's postings and applicants but
*>>    changes nothing.
check-team-can-edit.
    perform check-employer-approved
    if ws-found = "y"
       and function trim(ws-current-team-role) = "viewer"
        move "n" to ws-found
        move "Your company team role is read-only (viewer)." to WS-DISPLAY
        perform say
    end-if
    .

*>>    Is ws-team-member an employer account at
*>>    ws-current-company-id? ws-team-member-ok says so and
*>>    ws-team-member-active adds that it is approved and not
*>>    deactivated. Leaves u back on current-user.
check-team-member.
    move "n" to ws-team-member-ok
    move "n" to ws-team-member-active
    move ws-team-member to u
    perform read-user-row-keyed
    move current-user to u
    if ws-user-found = "y"
       and function trim(f-role) = "employer"
       and function trim(f-company-id) = function trim(ws-current-company-id)
        move "y" to ws-team-member-ok
        if function trim(f-status) not = "deactivated"
           and function trim(f-status) not = "pending"
            move "y" to ws-team-member-active
        end-if
    end-if
    .

*>>    ws-handoff-to can take over ws-handoff-from's work: an
*>>    active admin or recruiter at the company, not the same
*>>    account.
check-handoff-target.
    move ws-handoff-to to ws-team-member
    perform check-team-member
    if ws-team-member-active not = "y"
       or function trim(ws-handoff-to) = function trim(ws-handoff-from)
        move "n" to ws-team-member-ok
        exit paragraph
    end-if
    perform lookup-team-role
    if function trim(ws-team-member-role) = "viewer"
        move "n" to ws-team-member-ok
    end-if
    .

*>>    Writes ws-team-new-role for ws-team-member, replacing the
*>>    row find-team-row located (ws-team-idx) or adding one, and
*>>    rewrites company-team.dat from the table; ws-swap-ok says
*>>    whether it was saved. A table that overflowed on load, or
*>>    has no room for the new row, is never written back.
set-team-role.
    if ws-team-overflow = "y"
       or ( ws-team-idx = 0 and CTEAM-COUNT >= 500 )
        move "The company team list is too large to update right now - please tell the career office." to WS-DISPLAY
        perform say
        move "n" to ws-swap-ok
        exit paragraph
    end-if
    move ws-current-company-id to ct-company-id
    move ws-team-member to ct-username
    move ws-team-new-role to ct-role
    move current-user to ct-assigned-by
    move function current-date(1:8) to ct-assigned
    perform serialize-team-line
    if ws-team-idx > 0
        move company-team-line to CTEAM-TABLE-ENTRY(ws-team-idx)
    else
        add 1 to CTEAM-COUNT
        move company-team-line to CTEAM-TABLE-ENTRY(CTEAM-COUNT)
    end-if

    move "company-team.dat.new" to WS-TEMP-REWRITE-NAME
    move "company-team.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "set-team-role temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        move "n" to ws-swap-ok
        exit paragraph
    end-if
    perform varying ws-team-scan from 1 by 1
            until ws-team-scan > CTEAM-COUNT
        move CTEAM-TABLE-ENTRY(ws-team-scan) to temp-rewrite-line
        write temp-rewrite-line
        add 1 to ws-swap-written
    end-perform
    close temp-rewrite-file
    perform verify-and-swap-rewrite
    if ws-swap-ok not = "y"
        exit paragraph
    end-if

    move current-user to ws-audit-actor
    move "team-role" to ws-audit-event
    move ws-team-member to ws-audit-target
    move spaces to ws-audit-detail
    string "company " function trim(ws-current-company-id) ": "
           function trim(ws-team-member-role) " -> "
           function trim(ws-team-new-role)
           delimited by size into ws-audit-detail
    perform write-audit-event

    if function trim(ws-team-member) = current-user
        move ws-team-new-role to ws-current-team-role
    end-if
    .

*>>    Employer menu "Company Team": everyone on the company's
*>>    accounts with their role. The company admin changes roles
*>>    and hands a departing member's work to a teammate; a
*>>    company with no admin on file yet makes the first member
*>>    to open the menu its admin (as does one whose admins have
*>>    all been deactivated).
manage-company-team.
    move "--- Company Team ---" to WS-DISPLAY
    perform say

    perform count-active-team-admins
    move current-user to ws-team-member
    perform lookup-team-role
    if ws-team-active-admins = 0
       and function trim(ws-current-team-role) not = "viewer"
        move "admin" to ws-team-new-role
        perform set-team-role
        if ws-swap-ok = "y"
            move "No company admin was on file - you are now your company's admin." to WS-DISPLAY
            perform say
        end-if
    end-if

    perform list-company-team

    if function trim(ws-current-team-role) not = "admin"
        move "Only a company admin can change roles or hand off work." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "1. Change a Member's Role" to WS-DISPLAY
    perform say
    move "2. Hand Off a Member's Postings and Offers" to WS-DISPLAY
    perform say
    move "3. Back" to WS-DISPLAY
    perform say
    move "Enter your choice:" to WS-DISPLAY
    move "prompt-choice" to ws-msg-id
    perform say-msg
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-team-choice

    evaluate ws-team-choice
        when 1
            perform change-team-role
        when 2
            perform hand-off-team-work
        when other
            continue
    end-evaluate
    .

*>>    ws-team-active-admins: the company's admins whose accounts
*>>    are still active.
count-active-team-admins.
    move 0 to ws-team-active-admins
    perform load-team-table
    perform varying ws-team-idx from 1 by 1 until ws-team-idx > CTEAM-COUNT
        move CTEAM-TABLE-ENTRY(ws-team-idx) to company-team-line
        perform parse-team-line
        if function trim(ct-company-id) =
           function trim(ws-current-company-id)
           and function trim(ct-role) = "admin"
            move ct-username to ws-team-member
            perform check-team-member
            if ws-team-member-active = "y"
                add 1 to ws-team-active-admins
            end-if
        end-if
    end-perform
    .

*>>    Every employer account carrying ws-current-company-id, with
*>>    its team role and any pending/deactivated status.
list-company-team.
    perform load-team-table
    open input user-file
    if FILESTAT = "00"
        perform until 1 = 2
            read user-file next record
                at end exit perform
            end-read
            move spaces to f-role f-company-id f-status
            unstring fd-user-data delimited by "," into
                f-pass f-attempts f-locked f-pwdate f-email
                f-role f-company-id f-status
            end-unstring
            if function trim(f-role) = "employer"
               and function trim(f-company-id) =
                   function trim(ws-current-company-id)
                move function trim(fd-user-name) to ws-team-member
                perform find-team-row
                move spaces to WS-DISPLAY
                if function trim(f-status) = "deactivated"
                   or function trim(f-status) = "pending"
                    string "   " function trim(ws-team-member) " - "
                           function trim(ws-team-member-role)
                           " [" function trim(f-status) "]"
                           delimited by size into WS-DISPLAY
                else
                    string "   " function trim(ws-team-member) " - "
                           function trim(ws-team-member-role)
                           delimited by size into WS-DISPLAY
                end-if
                perform say
            end-if
        end-perform
        close user-file
    end-if
    .

change-team-role.
    move "Enter the team member's username:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-team-member
    perform check-team-member
    if ws-team-member-ok not = "y"
        move "That is not an employer account at your company." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "New role (admin, recruiter or viewer):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function lower-case(function trim(temp-input)) to ws-team-new-role
    if ws-team-new-role not = "admin"
       and ws-team-new-role not = "recruiter"
       and ws-team-new-role not = "viewer"
        move "Role must be admin, recruiter or viewer." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform lookup-team-role
    if ws-team-new-role = ws-team-member-role
        move "That member already has that role." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    if ws-team-member-role = "admin" and ws-team-admin-count < 2
        move "Your company must keep at least one admin - name another admin first." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform set-team-role
    if ws-swap-ok not = "y"
        exit paragraph
    end-if

    move ws-team-member to notif-recipient
    move "team-role" to notif-event
    move spaces to notif-detail
    string "Your company team role is now "
           function trim(ws-team-new-role) " (set by "
           function trim(current-user) ")."
           delimited by size into notif-detail
    perform write-notification

    move spaces to WS-DISPLAY
    string function trim(ws-team-member) " is now "
           function trim(ws-team-new-role) "."
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    Company-admin action: a departed (or departing) member's
*>>    postings - and with them their applicants and interview
*>>    slots - and open offers move to a teammate.
hand-off-team-work.
    move "Hand off work FROM which team member?" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-handoff-from
    move ws-handoff-from to ws-team-member
    perform check-team-member
    if ws-team-member-ok not = "y"
        move "That is not an employer account at your company." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Hand it TO which team member?" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-handoff-to
    perform check-handoff-target
    if ws-team-member-ok not = "y"
        move "The hand-off target must be a different, active admin or recruiter at your company." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform handoff-team-work
    .

*>>    Open items ws-handoff-from still owns: postings not yet
*>>    closed or filled, and offers still open.
count-open-team-items.
    move 0 to ws-handoff-postings
    move 0 to ws-handoff-offers
    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
            read job-file into job-line
                at end exit perform
            end-read
            perform parse-job-line
            if function trim(job-poster-username) =
               function trim(ws-handoff-from)
               and function trim(job-status) not = "Closed"
               and function trim(job-status) not = "Filled"
                add 1 to ws-handoff-postings
            end-if
        end-perform
        close job-file
    end-if
    open input offer-file
    if FILESTAT-OFFER = "00"
        perform until 1 = 2
            read offer-file into offer-line
                at end exit perform
            end-read
            perform parse-offer-line
            if function trim(of-offered-by) = function trim(ws-handoff-from)
               and function trim(of-status) = "open"
                add 1 to ws-handoff-offers
            end-if
        end-perform
        close offer-file
    end-if
    compute ws-handoff-open-items = ws-handoff-postings + ws-handoff-offers
    .

*>>    Moves ws-handoff-from's postings (poster field) and open
*>>    offers (offered-by) to ws-handoff-to. Applicants and
*>>    interview slots hang off the posting's job-id, so they move
*>>    with it and are counted for the record. Audited, and the
*>>    new owner is notified.
handoff-team-work.
    move 0 to ws-handoff-postings
    move 0 to ws-handoff-applicants
    move 0 to ws-handoff-slots
    move 0 to ws-handoff-offers

    move 0 to ws-job-count
    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
            read job-file into job-line
                at end exit perform
            end-read
            add 1 to ws-job-count
            move job-line to JOB-TABLE-ENTRY(ws-job-count)
        end-perform
        close job-file
    end-if

    perform varying ws-team-scan from 1 by 1
            until ws-team-scan > ws-job-count
        move JOB-TABLE-ENTRY(ws-team-scan) to job-line
        perform parse-job-line
        if function trim(job-poster-username) =
           function trim(ws-handoff-from)
            move ws-handoff-to to job-poster-username
            perform serialize-job-line
            move job-line to JOB-TABLE-ENTRY(ws-team-scan)
            add 1 to ws-handoff-postings
            perform count-applicants-for-current-job
            add ws-applicant-count-for-job to ws-handoff-applicants
            perform count-slots-for-current-job
        end-if
    end-perform
    if ws-handoff-postings > 0
        perform rewrite-jobs-table
    end-if

    move 0 to OFFERS-COUNT
    open input offer-file
    if FILESTAT-OFFER = "00"
        perform until 1 = 2
            read offer-file into offer-line
                at end exit perform
            end-read
            if OFFERS-COUNT < 200
                add 1 to OFFERS-COUNT
                move offer-line to OFFER-TABLE-ENTRY(OFFERS-COUNT)
            end-if
        end-perform
        close offer-file
    end-if
    perform varying ws-team-scan from 1 by 1
            until ws-team-scan > OFFERS-COUNT
        move OFFER-TABLE-ENTRY(ws-team-scan) to offer-line
        perform parse-offer-line
        if function trim(of-offered-by) = function trim(ws-handoff-from)
           and function trim(of-status) = "open"
            move ws-handoff-to to of-offered-by
            perform serialize-offer-line
            move offer-line to OFFER-TABLE-ENTRY(ws-team-scan)
            add 1 to ws-handoff-offers
        end-if
    end-perform
    if ws-handoff-offers > 0
        perform rewrite-offers-table
    end-if

    move current-user to ws-audit-actor
    move "team-handoff" to ws-audit-event
    move ws-handoff-from to ws-audit-target
    move spaces to ws-audit-detail
    string "to " function trim(ws-handoff-to) ": "
           ws-handoff-postings " postings, "
           ws-handoff-applicants " applicants, "
           ws-handoff-slots " slots, "
           ws-handoff-offers " offers"
           delimited by size into ws-audit-detail
    perform write-audit-event

    move ws-handoff-to to notif-recipient
    move "team-handoff" to notif-event
    move spaces to notif-detail
    string function trim(ws-handoff-from) "'s work was handed to you: "
           ws-handoff-postings " posting(s) with "
           ws-handoff-applicants " applicant(s) and "
           ws-handoff-slots " interview slot row(s), "
           ws-handoff-offers " open offer(s)."
           delimited by size into notif-detail
    perform write-notification

    move spaces to WS-DISPLAY
    string "Handed to " function trim(ws-handoff-to) ": "
           ws-handoff-postings " posting(s), "
           ws-handoff-applicants " applicant(s), "
           ws-handoff-slots " interview slot row(s), "
           ws-handoff-offers " open offer(s)."
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    Adds the interview-slots.dat rows of the posting in job-data
*>>    to ws-handoff-slots - on job-id, or title + employer for
*>>    rows written before slots carried it.
count-slots-for-current-job.
    open input interview-slot-file
    if FILESTAT-SLOT = "00"
        perform until 1 = 2
            read interview-slot-file into interview-slot-line
                at end exit perform
            end-read
            perform parse-interview-slot-line
            if function trim(is-job-id) not = spaces
                if function trim(is-job-id) = function trim(job-id)
                    add 1 to ws-handoff-slots
                end-if
            else
                if function trim(is-job-title) = function trim(job-title)
                   and function trim(is-employer) = function trim(job-employer)
                    add 1 to ws-handoff-slots
                end-if
            end-if
        end-perform
        close interview-slot-file
    end-if
    .

*>>    First eight digits of whatever free-text time ws-sched-raw
*>>    holds ("2026-09-10 14:00" -> 20260910), spaces when fewer
*>>    than eight digits are present.
normalize-schedule-date.
    move spaces to ws-sched-norm
    move 0 to ws-digit-n
    perform varying ws-digit-i from 1 by 1
            until ws-digit-i > 30 or ws-digit-n >= 8
        if ws-sched-raw(ws-digit-i:1) >= "0"
           and ws-sched-raw(ws-digit-i:1) <= "9"
            add 1 to ws-digit-n
            move ws-sched-raw(ws-digit-i:1)
                to ws-sched-norm(ws-digit-n:1)
        end-if
    end-perform
    if ws-digit-n < 8
        move spaces to ws-sched-norm
    end-if
    .

*>>    Everything current-user has committed to, in one date-ordered
*>>    list: confirmed interview slots, RSVP'd events, logged
*>>    mentorship meetings, booked advising appointments, and
*>>    booked practice interviews - instead of five separate menus.
view-my-schedule.
    move "--- My Schedule ---" to WS-DISPLAY
    perform say

    move 0 to FEED-COUNT
    move "v" to ws-sched-mode
    perform collect-my-schedule

    if FEED-COUNT = 0
        move "Nothing on your schedule." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> sort-feed-newest-first leaves the latest date on top, so the
    *> listing walks the table backwards for soonest-first order.
    perform sort-feed-newest-first
    move 0 to ws-page-count
    move "n" to ws-pagination-stop
    perform varying ws-feed-i from FEED-COUNT by -1
            until ws-feed-i < 1 or ws-pagination-stop = "y"
        move spaces to WS-DISPLAY
        if function trim(fe-date(ws-feed-i)) = spaces
            string "(undated) " function trim(fe-text(ws-feed-i))
                delimited by size into WS-DISPLAY
        else
            string fe-date(ws-feed-i)(1:8) " - "
                   function trim(fe-text(ws-feed-i))
                   delimited by size into WS-DISPLAY
        end-if
        perform say
        perform pagination-pause
    end-perform
    move "-----------------------------------" to WS-DISPLAY
    perform say

    perform offer-accommodation-request
    .

*>>    Gathers current-user's schedule items from the five source
*>>    files. Each item arrives at add-schedule-item with its text in
*>>    WS-DISPLAY, its normalized date in ws-feed-date, its raw time
*>>    in ws-sched-raw, and its kind/key/location for the calendar
*>>    export.
collect-my-schedule.
    *> Confirmed interviews.
    open input interview-slot-file
    if FILESTAT-SLOT = "00"
        perform until 1 = 2
            read interview-slot-file into interview-slot-line
                at end exit perform
            end-read
            perform parse-interview-slot-line
            if function trim(is-applicant) = current-user
               and function trim(is-chosen) not = spaces
                move is-chosen to ws-sched-raw
                perform normalize-schedule-date
                move ws-sched-norm to ws-feed-date
                move spaces to WS-DISPLAY
                string "Interview: " function trim(is-job-title)
                       " at " function trim(is-employer)
                       " (" function trim(is-chosen) ")"
                       delimited by size into WS-DISPLAY
                move "interview" to ws-ics-kind
                move spaces to ws-ics-key
                if function trim(is-job-id) not = spaces
                    move function trim(is-job-id) to ws-ics-key
                else
                    string function trim(is-job-title) "-"
                           function trim(is-employer)
                           delimited by size into ws-ics-key
                end-if
                move is-employer to ws-ics-location
                perform add-schedule-item
            end-if
        end-perform
        close interview-slot-file
    end-if

    *> RSVP'd events, joined to events.dat for the date.
    perform load-events-table
    perform varying ws-k from 1 by 1 until ws-k > EVENTS-COUNT
        move EVENT-TABLE-ENTRY(ws-k) to event-line
        perform parse-event-line
        perform count-event-rsvps
        if ws-already-rsvpd = "y"
            move ev-date to ws-sched-raw
            perform normalize-schedule-date
            move ws-sched-norm to ws-feed-date
            move spaces to WS-DISPLAY
            string "Event: " function trim(ev-title)
                   " at " function trim(ev-location)
                   delimited by size into WS-DISPLAY
            move "event" to ws-ics-kind
            move ev-id to ws-ics-key
            move ev-location to ws-ics-location
            perform add-schedule-item
        end-if
    end-perform

    *> Logged mentorship meetings involving me.
    open input mentorship-meeting-file
    if FILESTAT-MMEET = "00"
        perform until 1 = 2
            read mentorship-meeting-file into mentorship-meeting-line
                at end exit perform
            end-read
            unstring mentorship-meeting-line delimited by "|" into
                PARSE-FIELD(45) PARSE-FIELD(46) PARSE-FIELD(47)
                PARSE-FIELD(48)
            end-unstring
            if function trim(PARSE-FIELD(45)) = current-user
               or function trim(PARSE-FIELD(46)) = current-user
                move function trim(PARSE-FIELD(47)) to ws-feed-date
                move PARSE-FIELD(47)(1:30) to ws-sched-raw
                move spaces to WS-DISPLAY
                string "Mentorship meeting: "
                       function trim(PARSE-FIELD(45)) " / "
                       function trim(PARSE-FIELD(46)) " - "
                       function trim(PARSE-FIELD(48))
                       delimited by size into WS-DISPLAY
                move "mentorship" to ws-ics-kind
                move spaces to ws-ics-key
                string function trim(PARSE-FIELD(45)) "-"
                       function trim(PARSE-FIELD(46)) "-"
                       function trim(PARSE-FIELD(47))
                       delimited by size into ws-ics-key
                move spaces to ws-ics-location
                perform add-schedule-item
            end-if
        end-perform
        close mentorship-meeting-file
    end-if

    *> Booked advising appointments.
    open input advising-slot-file
    if FILESTAT-ADVSLOT = "00"
        perform until 1 = 2
            read advising-slot-file into advising-slot-line
                at end exit perform
            end-read
            move spaces to PARSE-FIELD(45)
            move spaces to PARSE-FIELD(46)
            move spaces to PARSE-FIELD(47)
            unstring advising-slot-line delimited by "|" into
                PARSE-FIELD(45) PARSE-FIELD(46) PARSE-FIELD(47)
            end-unstring
            if function trim(PARSE-FIELD(47)) = current-user
                move PARSE-FIELD(46)(1:30) to ws-sched-raw
                perform normalize-schedule-date
                move ws-sched-norm to ws-feed-date
                move spaces to WS-DISPLAY
                string "Advising: " function trim(PARSE-FIELD(46))
                       " with " function trim(PARSE-FIELD(45))
                       delimited by size into WS-DISPLAY
                move "advising" to ws-ics-kind
                move spaces to ws-ics-key
                string function trim(PARSE-FIELD(45)) "-"
                       function trim(PARSE-FIELD(46))
                       delimited by size into ws-ics-key
                move spaces to ws-ics-location
                perform add-schedule-item
            end-if
        end-perform
        close advising-slot-file
    end-if

    *> Booked practice interviews, from either side.
    open input mock-interview-file
    if FILESTAT-MOCK = "00"
        perform until 1 = 2
            read mock-interview-file into mock-interview-line
                at end exit perform
            end-read
            perform parse-mock-line
            if function trim(mi-status) = "booked"
               and (function trim(mi-student) = current-user
                    or function trim(mi-interviewer) = current-user)
                move mi-slot-time to ws-sched-raw
                perform normalize-schedule-date
                move ws-sched-norm to ws-feed-date
                move spaces to WS-DISPLAY
                if function trim(mi-student) = current-user
                    string "Practice interview: " function trim(mi-slot-time)
                           " with " function trim(mi-interviewer)
                           delimited by size into WS-DISPLAY
                else
                    string "Practice interview (you interview): "
                           function trim(mi-slot-time)
                           " with " function trim(mi-student)
                           delimited by size into WS-DISPLAY
                end-if
                move "mock" to ws-ics-kind
                move spaces to ws-ics-key
                string function trim(mi-interviewer) "-"
                       function trim(mi-slot-time)
                       delimited by size into ws-ics-key
                move spaces to ws-ics-location
                perform add-schedule-item
            end-if
        end-perform
        close mock-interview-file
    end-if
    .

add-schedule-item.
    evaluate ws-sched-mode
        when "i"
            perform write-ics-event
        when "a"
            perform add-accommodation-choice
        when other
            perform add-feed-entry
    end-evaluate
    .

*>>    "Export My Schedule": the same items view-my-schedule lists,
*>>    written to "<username>-schedule.ics" for import into any
*>>    calendar program, then an offer to have the nightly run keep
*>>    the file current (preferences.dat "schedule-ics").
export-my-schedule-ics.
    move spaces to WS-ICS-FILENAME
    string function trim(current-user) "-schedule.ics"
        delimited by size into WS-ICS-FILENAME
    open output ics-file
    if FILESTAT-ICS not = "00"
        move "Error creating calendar file." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move function current-date to ws-ics-text
    move spaces to ws-ics-stamp
    string ws-ics-text(1:8) "T" ws-ics-text(9:6)
        delimited by size into ws-ics-stamp
    move 0 to ws-ics-event-count
    move 0 to ws-ics-undated-count

    move "BEGIN:VCALENDAR" to ics-line
    write ics-line
    move "VERSION:2.0" to ics-line
    write ics-line
    move "PRODID:-//InCollege//My Schedule//EN" to ics-line
    write ics-line
    move "CALSCALE:GREGORIAN" to ics-line
    write ics-line
    move "i" to ws-sched-mode
    perform collect-my-schedule
    move "v" to ws-sched-mode
    move "END:VCALENDAR" to ics-line
    write ics-line
    close ics-file

    move spaces to WS-DISPLAY
    string "Schedule exported to " function trim(WS-ICS-FILENAME)
           " (" ws-ics-event-count " item(s))."
        delimited by size into WS-DISPLAY
    perform say
    if ws-ics-undated-count > 0
        move spaces to WS-DISPLAY
        string ws-ics-undated-count
               " item(s) without a usable date were left out."
            delimited by size into WS-DISPLAY
        perform say
    end-if

    move "Refresh this calendar file automatically every night? (Y/N):"
        to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) = "Y"
        move "yes" to ws-pref-value
    else
        move "no" to ws-pref-value
    end-if
    move "schedule-ics" to ws-pref-setting
    perform save-user-preference
    move "Calendar refresh preference saved." to WS-DISPLAY
    perform say
    .

*>>    One VEVENT for the item add-schedule-item was handed. A time
*>>    of day (twelve or more digits in the raw time) gives a timed
*>>    DTSTART, a bare date an all-day one; an item with no date at
*>>    all cannot be placed on a calendar and is only counted.
write-ics-event.
    move spaces to ws-ics-digits
    move 0 to ws-digit-n
    perform varying ws-digit-i from 1 by 1
            until ws-digit-i > 30 or ws-digit-n >= 12
        if ws-sched-raw(ws-digit-i:1) >= "0"
           and ws-sched-raw(ws-digit-i:1) <= "9"
            add 1 to ws-digit-n
            move ws-sched-raw(ws-digit-i:1)
                to ws-ics-digits(ws-digit-n:1)
        end-if
    end-perform
    move spaces to ws-ics-start
    evaluate true
        when ws-digit-n >= 12
            string "DTSTART:" ws-ics-digits(1:8) "T"
                   ws-ics-digits(9:4) "00"
                   delimited by size into ws-ics-start
        when ws-digit-n >= 8
            string "DTSTART;VALUE=DATE:" ws-ics-digits(1:8)
                   delimited by size into ws-ics-start
        when other
            add 1 to ws-ics-undated-count
            exit paragraph
    end-evaluate

    *> UID: kind-key-owner with anything but letters and digits
    *> turned to "-", so the same item always maps to the same UID.
    move spaces to ws-ics-text
    string function trim(ws-ics-kind) "-"
           function trim(ws-ics-key) "-"
           function trim(current-user)
           delimited by size into ws-ics-text
    move function length(function trim(ws-ics-text trailing))
        to ws-ics-len
    if ws-ics-len > 180
        move 180 to ws-ics-len
    end-if
    perform varying ws-ics-pos from 1 by 1 until ws-ics-pos > ws-ics-len
        if not (ws-ics-text(ws-ics-pos:1) >= "a"
                and ws-ics-text(ws-ics-pos:1) <= "z")
           and not (ws-ics-text(ws-ics-pos:1) >= "A"
                and ws-ics-text(ws-ics-pos:1) <= "Z")
           and not (ws-ics-text(ws-ics-pos:1) >= "0"
                and ws-ics-text(ws-ics-pos:1) <= "9")
            move "-" to ws-ics-text(ws-ics-pos:1)
        end-if
    end-perform
    move spaces to ws-ics-uid
    string ws-ics-text(1:ws-ics-len) "@incollege"
        delimited by size into ws-ics-uid

    move "BEGIN:VEVENT" to ics-line
    write ics-line
    move spaces to ics-line
    string "UID:" function trim(ws-ics-uid)
        delimited by size into ics-line
    write ics-line
    move spaces to ics-line
    string "DTSTAMP:" ws-ics-stamp
        delimited by size into ics-line
    write ics-line
    move ws-ics-start to ics-line
    write ics-line
    move WS-DISPLAY to ws-ics-text
    perform escape-ics-text
    move spaces to ws-ics-text
    string "SUMMARY:" function trim(ws-ics-escaped)
        delimited by size into ws-ics-text
    perform write-ics-folded
    if function trim(ws-ics-location) not = spaces
        move ws-ics-location to ws-ics-text
        perform escape-ics-text
        move spaces to ws-ics-text
        string "LOCATION:" function trim(ws-ics-escaped)
            delimited by size into ws-ics-text
        perform write-ics-folded
    end-if
    move "END:VEVENT" to ics-line
    write ics-line
    add 1 to ws-ics-event-count
    .

*>>    Backslash-escapes the characters iCalendar text values
*>>    reserve (backslash, comma, semicolon) from ws-ics-text into
*>>    ws-ics-escaped.
escape-ics-text.
    move spaces to ws-ics-escaped
    move function length(function trim(ws-ics-text trailing))
        to ws-ics-len
    move 0 to ws-ics-out-pos
    perform varying ws-ics-pos from 1 by 1
            until ws-ics-pos > ws-ics-len or ws-ics-out-pos > 397
        if ws-ics-text(ws-ics-pos:1) = "\"
           or ws-ics-text(ws-ics-pos:1) = ","
           or ws-ics-text(ws-ics-pos:1) = ";"
            add 1 to ws-ics-out-pos
            move "\" to ws-ics-escaped(ws-ics-out-pos:1)
        end-if
        add 1 to ws-ics-out-pos
        move ws-ics-text(ws-ics-pos:1) to ws-ics-escaped(ws-ics-out-pos:1)
    end-perform
    .

*>>    Writes the property in ws-ics-text as 75-character lines,
*>>    continuation lines starting with a space as calendar readers
*>>    expect.
write-ics-folded.
    move function length(function trim(ws-ics-text trailing))
        to ws-ics-len
    move spaces to ics-line
    if ws-ics-len <= 75
        move ws-ics-text(1:ws-ics-len) to ics-line
        write ics-line
        exit paragraph
    end-if
    move ws-ics-text(1:75) to ics-line
    write ics-line
    perform varying ws-ics-pos from 76 by 74 until ws-ics-pos > ws-ics-len
        compute ws-ics-chunk = ws-ics-len - ws-ics-pos + 1
        if ws-ics-chunk > 74
            move 74 to ws-ics-chunk
        end-if
        move spaces to ics-line
        move ws-ics-text(ws-ics-pos:ws-ics-chunk) to ics-line(2:74)
        write ics-line
    end-perform
    .

*>>    Does current-user already have a confirmed interview or an
*>>    event RSVP on ws-sched-check-date? Sets ws-sched-conflict and
*>>    a one-line description, so booking flows can warn before the
*>>    double-booking happens.
check-schedule-conflict.
    move "n" to ws-sched-conflict
    move spaces to ws-sched-conflict-text
    if ws-sched-check-date = spaces
        exit paragraph
    end-if

    open input interview-slot-file
    if FILESTAT-SLOT = "00"
        perform until 1 = 2
            read interview-slot-file into interview-slot-line
                at end exit perform
            end-read
            unstring interview-slot-line delimited by "|" into
                PARSE-FIELD(61) PARSE-FIELD(62) PARSE-FIELD(63)
                PARSE-FIELD(64) PARSE-FIELD(65) PARSE-FIELD(66)
                PARSE-FIELD(67)
            end-unstring
            if function trim(PARSE-FIELD(61)) = current-user
               and function trim(PARSE-FIELD(67)) not = spaces
                move PARSE-FIELD(67)(1:30) to ws-sched-raw
                perform normalize-schedule-date
                if ws-sched-norm = ws-sched-check-date
                    move "y" to ws-sched-conflict
                    move spaces to ws-sched-conflict-text
                    string "your " function trim(PARSE-FIELD(62))
                           " interview at "
                           function trim(PARSE-FIELD(67))
                           delimited by size
                           into ws-sched-conflict-text
                    exit perform
                end-if
            end-if
        end-perform
        close interview-slot-file
    end-if
    if ws-sched-conflict = "y"
        exit paragraph
    end-if

    *> Events the user RSVP'd to on the same day (the events table
    *> is loaded fresh since callers arrive in different states).
    open input event-rsvp-file
    if FILESTAT-RSVP = "00"
        perform until 1 = 2
            read event-rsvp-file into event-rsvp-line
                at end exit perform
            end-read
            unstring event-rsvp-line delimited by "|" into
                PARSE-FIELD(61) PARSE-FIELD(62)
            end-unstring
            if function trim(PARSE-FIELD(62)) = current-user
                move function trim(PARSE-FIELD(61)) to PARSE-FIELD(63)
                perform check-event-date-conflict
                if ws-sched-conflict = "y"
                    exit perform
                end-if
            end-if
        end-perform
        close event-rsvp-file
    end-if
    .

*>>    Does the event whose id is in PARSE-FIELD(63) fall on
*>>    ws-sched-check-date? Reads events.dat directly so the shared
*>>    EVENTS-TABLE/event-data state the caller may be holding stays
*>>    untouched.
check-event-date-conflict.
    open input event-file
    if FILESTAT-EVENT = "00"
        perform until 1 = 2
            read event-file into event-line
                at end exit perform
            end-read
            unstring event-line delimited by "|" into
                PARSE-FIELD(64) PARSE-FIELD(65) PARSE-FIELD(66)
                PARSE-FIELD(67)
            end-unstring
            if function trim(PARSE-FIELD(64)) =
               function trim(PARSE-FIELD(63))
                if function trim(PARSE-FIELD(67)) =
                   function trim(ws-sched-check-date)
                    move "y" to ws-sched-conflict
                    move spaces to ws-sched-conflict-text
                    string "the " function trim(PARSE-FIELD(65))
                           " event you RSVP'd to"
                           delimited by size
                           into ws-sched-conflict-text
                end-if
                exit perform
            end-if
        end-perform
        close event-file
    end-if
    .

*>>    Finds ws-vt-owner's registrar-verified transcript row, if the
*>>    TranscriptImport feed has delivered one: sets ws-vt-found,
*>>    the audited GPA/date, and splits the course list
*>>    (course@term@grade entries separated by ";") into
*>>    VT-COURSE-TABLE.
lookup-verified-transcript.
    move "n" to ws-vt-found
    move spaces to ws-vt-gpa
    move spaces to ws-vt-courses
    move spaces to ws-vt-date
    perform varying ws-k from 1 by 1 until ws-k > 10
        move spaces to VT-COURSE-ENTRY(ws-k)
    end-perform
    open input verified-transcript-file
    if FILESTAT-VTRANS = "00"
        perform until 1 = 2
            read verified-transcript-file into verified-transcript-line
                at end exit perform
            end-read
            unstring verified-transcript-line delimited by "|" into
                PARSE-FIELD(57) PARSE-FIELD(58) PARSE-FIELD(59)
                PARSE-FIELD(60)
            end-unstring
            if function trim(PARSE-FIELD(57)) = function trim(ws-vt-owner)
                move "y" to ws-vt-found
                move function trim(PARSE-FIELD(58)) to ws-vt-gpa
                move function trim(PARSE-FIELD(59)) to ws-vt-courses
                move function trim(PARSE-FIELD(60)) to ws-vt-date
                exit perform
            end-if
        end-perform
        close verified-transcript-file
    end-if
    if ws-vt-found = "y"
        unstring ws-vt-courses delimited by ";" into
            VT-COURSE-ENTRY(1) VT-COURSE-ENTRY(2) VT-COURSE-ENTRY(3)
            VT-COURSE-ENTRY(4) VT-COURSE-ENTRY(5) VT-COURSE-ENTRY(6)
            VT-COURSE-ENTRY(7) VT-COURSE-ENTRY(8) VT-COURSE-ENTRY(9)
            VT-COURSE-ENTRY(10)
        end-unstring
    end-if
    .

split-vt-course.
    move spaces to ws-vt-course-name
    move spaces to ws-vt-course-term
    move spaces to ws-vt-course-grade
    unstring VT-COURSE-ENTRY(ws-i) delimited by "@" into
        ws-vt-course-name ws-vt-course-term ws-vt-course-grade
    end-unstring
    .

*>>    Repaint-time badge counts for the student menu: unread
*>>    messages, pending inbound connection requests (the keyed
*>>    alternate-key scan cr-view-pending-requests uses), and
*>>    mentorship pairs still awaiting a decision. The menu tells
*>>    the user where the action is instead of burning input lines
*>>    on empty screens.
count-menu-badges.
    move 0 to ws-unread-count
    open input message-file
    if FILESTAT-Msg = "00"
        perform start-inbox-for-current-user
        perform until ws-msg-scan-done = "y"
            read message-file next record
                at end exit perform
            end-read
            if fd-msg-recipient not = current-user
                exit perform
            end-if
            move fd-msg-line to message-line
            unstring message-line delimited by "|" into
                PARSE-FIELD(61) PARSE-FIELD(62) PARSE-FIELD(63)
                PARSE-FIELD(64) PARSE-FIELD(65)
            end-unstring
            if function trim(PARSE-FIELD(65)) = "unread"
               or function trim(PARSE-FIELD(65)) = spaces
                add 1 to ws-unread-count
            end-if
        end-perform
        close message-file
    end-if

    move 0 to ws-pending-req-count
    open input connection-file
    if FILESTAT-CONN = "00"
        move "n" to ws-conn-scan-done
        move current-user to fd-conn-to-user
        start connection-file key is equal to fd-conn-to-user
            invalid key move "y" to ws-conn-scan-done
            not invalid key continue
        end-start
        perform until ws-conn-scan-done = "y"
            read connection-file next record
                at end move "y" to ws-conn-scan-done
            end-read
            if ws-conn-scan-done = "n"
                if function trim(fd-conn-to-user) not = current-user
                    move "y" to ws-conn-scan-done
                else
                    if function trim(fd-conn-status) = "pending"
                        add 1 to ws-pending-req-count
                    end-if
                end-if
            end-if
        end-perform
        close connection-file
    end-if

    move 0 to ws-proposed-mentor-count
    open input mentorship-file
    if FILESTAT-MENTOR = "00"
        perform until 1 = 2
            read mentorship-file into mentorship-line
                at end exit perform
            end-read
            unstring mentorship-line delimited by "|" into
                PARSE-FIELD(61) PARSE-FIELD(62) PARSE-FIELD(63)
                PARSE-FIELD(64) PARSE-FIELD(65) PARSE-FIELD(66)
            end-unstring
            if ( function trim(PARSE-FIELD(61)) = current-user
                 or function trim(PARSE-FIELD(62)) = current-user )
               and function trim(PARSE-FIELD(66)) = "proposed"
                add 1 to ws-proposed-mentor-count
            end-if
        end-perform
        close mentorship-file
    end-if
    .

*>>    Advising-tools gate: an unapproved advisor account can read
*>>    every student's advising notes, so nothing but the password
*>>    change works until an operator clears the account - the same
*>>    hole the employer pending state closes for fake postings.
check-advisor-approved.
    if function trim(ws-current-status) = "pending"
        move "n" to ws-found
        move "Your advisor account is still pending operator review." to WS-DISPLAY
        perform say
    else
        move "y" to ws-found
    end-if
    .

*>>    Posting rights gate: ws-found "y" only once an operator has
*>>    approved this employer account (f-status no longer
*>>    "pending").
check-employer-approved.
    if function trim(ws-current-status) = "pending"
        move "n" to ws-found
        move "Your employer account is still pending operator review." to WS-DISPLAY
        perform say
    else
        move "y" to ws-found
    end-if
    .

*>>    Post-login menu for career-office advisor accounts: publish
*>>    bookable appointment slots, see who booked them, and keep
*>>    per-student advising notes nobody else can read - the paper
*>>    calendar and the drawer, retired. Same idle-timeout handling
*>>    as the other menus.
advisor-post-login-menu.
    move function current-date to ws-last-activity-time
    perform until WS-EOF = "Y"
        move "--- Advisor Menu ---" to WS-DISPLAY
        perform say

        move "1. Publish Appointment Slots" to WS-DISPLAY
        perform say

        move "2. View My Appointments" to WS-DISPLAY
        perform say

        move "3. Add an Advising Note" to WS-DISPLAY
        perform say

        move "4. View Advising Notes for a Student" to WS-DISPLAY
        perform say

        move "5. My Caseload" to WS-DISPLAY
        perform say

        move "6. Change Password" to WS-DISPLAY
        perform say

        move "7. Accommodation Requests" to WS-DISPLAY
        perform say

        move "8. Verify Student Certifications" to WS-DISPLAY
        perform say

        move "9. Scholarship Review" to WS-DISPLAY
        perform say

        move "10. Contact Support" to WS-DISPLAY
        perform say

        move "11. Sponsor Learning Agreements" to WS-DISPLAY
        perform say

        move "12. Placement Evaluations for a Student" to WS-DISPLAY
        perform say

        move "13. Waive a Readiness Checkpoint" to WS-DISPLAY
        perform say

        move "14. Log Out" to WS-DISPLAY
        perform say

        move "Enter your choice:" to WS-DISPLAY

        move "prompt-choice" to ws-msg-id
        perform say-msg

        read InpFile into InpRecord
            at end move "Y" to WS-EOF
            not at end
                move function numval(function trim(InpRecord))
                    to ws-adv-choice
        end-read
        add 1 to ws-line-count
        perform check-deck-menu-entry

        if WS-EOF = "N"
            move function current-date to ws-now-time
            perform compute-idle-elapsed-seconds
            if ws-idle-elapsed-seconds > WS-IDLE-TIMEOUT-SECONDS
                move "Session timed out due to inactivity. Please log in again." to WS-DISPLAY
                perform say
                move spaces to current-user
                exit perform
            end-if
            move ws-now-time to ws-last-activity-time
            add 1 to ws-session-action-count

            evaluate ws-adv-choice
                when 1
                    perform check-advisor-approved
                    if ws-found = "y"
                        perform publish-advising-slots
                    end-if
                when 2
                    perform check-advisor-approved
                    if ws-found = "y"
                        perform view-my-advising-appointments
                    end-if
                when 3
                    perform check-advisor-approved
                    if ws-found = "y"
                        perform add-advising-note
                    end-if
                when 4
                    perform check-advisor-approved
                    if ws-found = "y"
                        perform view-advising-notes
                    end-if
                when 5
                    perform check-advisor-approved
                    if ws-found = "y"
                        perform view-my-caseload
                    end-if
                when 6
                    perform change-password
                when 7
                    perform check-advisor-approved
                    if ws-found = "y"
                        perform review-accommodation-requests
                    end-if
                when 8
                    perform check-advisor-approved
                    if ws-found = "y"
                        perform verify-certifications
                    end-if
                when 9
                    perform check-advisor-approved
                    if ws-found = "y"
                        move spaces to ws-schol-company
                        perform review-scholarship-applications
                    end-if
                when 10
                    perform contact-support
                when 11
                    perform check-advisor-approved
                    if ws-found = "y"
                        move "sponsor" to ws-lagree-role
                        perform countersign-learning-agreements
                    end-if
                when 12
                    perform check-advisor-approved
                    if ws-found = "y"
                        perform advisor-placement-evaluations
                    end-if
                when 13
                    perform check-advisor-approved
                    if ws-found = "y"
                        perform waive-readiness-checkpoint
                    end-if
                when other
                    exit perform
            end-evaluate
        end-if
    end-perform
    .

*>>    Appends open advising-slots.dat rows for current-user until
*>>    DONE - the propose side of the interview-slots mechanics,
*>>    booked by students from their own menu.
publish-advising-slots.
    move "--- Publish Appointment Slots ---" to WS-DISPLAY
    perform say
    perform until WS-EOF = "Y"
        move "Enter a slot time (e.g. 2026-09-10 14:00), or DONE:" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        if function upper-case(function trim(temp-input)) = "DONE"
            exit perform
        end-if
        if function trim(temp-input) not = spaces
            move function trim(temp-input) to ws-adv-slot-time
            open extend advising-slot-file
            if FILESTAT-ADVSLOT not = "00"
                open output advising-slot-file
                close advising-slot-file
                open extend advising-slot-file
            end-if
            move spaces to advising-slot-line
            string function trim(current-user) "|"
                   function trim(ws-adv-slot-time) "|"
                   delimited by size into advising-slot-line
            end-string
            write advising-slot-line
            close advising-slot-file
            move "Slot published." to WS-DISPLAY
            perform say
        end-if
    end-perform
    .

view-my-advising-appointments.
    move "--- My Appointments ---" to WS-DISPLAY
    perform say
    move 0 to ws-advslot-match-count
    open input advising-slot-file
    if FILESTAT-ADVSLOT = "00"
        perform until 1 = 2
            read advising-slot-file into advising-slot-line
                at end exit perform
            end-read
            move spaces to PARSE-FIELD(45)
            move spaces to PARSE-FIELD(46)
            move spaces to PARSE-FIELD(47)
            unstring advising-slot-line delimited by "|" into
                PARSE-FIELD(45) PARSE-FIELD(46) PARSE-FIELD(47)
            end-unstring
            if function trim(PARSE-FIELD(45)) = current-user
                add 1 to ws-advslot-match-count
                move spaces to WS-DISPLAY
                if function trim(PARSE-FIELD(47)) = spaces
                    string ws-advslot-match-count ". "
                           function trim(PARSE-FIELD(46))
                           " (open)"
                           delimited by size into WS-DISPLAY
                else
                    string ws-advslot-match-count ". "
                           function trim(PARSE-FIELD(46))
                           " - booked by "
                           function trim(PARSE-FIELD(47))
                           delimited by size into WS-DISPLAY
                end-if
                perform say
            end-if
        end-perform
        close advising-slot-file
    end-if
    if ws-advslot-match-count = 0
        move "You have not published any slots." to WS-DISPLAY
        perform say
    end-if
    .

add-advising-note.
    move "Enter the student's username:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-adv-student

    if function trim(ws-adv-student) = spaces
        move "A username is required." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter the note (max 150 chars):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-adv-note

    open extend advising-note-file
    if FILESTAT-ADVNOTE not = "00"
        open output advising-note-file
        close advising-note-file
        open extend advising-note-file
    end-if
    move spaces to advising-note-line
    string function trim(current-user) "|"
           function trim(ws-adv-student) "|"
           function current-date(1:8) "|"
           function trim(ws-adv-note)
           delimited by size into advising-note-line
    end-string
    write advising-note-line
    close advising-note-file

    move "Advising note saved." to WS-DISPLAY
    perform say
    .

*>>    Any advisor can read the office's notes on a student - it is
*>>    the student-facing menus that never can.
view-advising-notes.
    move "Enter the student's username:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-adv-student

    move 0 to ws-adv-note-count
    open input advising-note-file
    if FILESTAT-ADVNOTE = "00"
        perform until 1 = 2
            read advising-note-file into advising-note-line
                at end exit perform
            end-read
            move spaces to PARSE-FIELD(45)
            move spaces to PARSE-FIELD(46)
            move spaces to PARSE-FIELD(47)
            move spaces to PARSE-FIELD(48)
            unstring advising-note-line delimited by "|" into
                PARSE-FIELD(45) PARSE-FIELD(46) PARSE-FIELD(47)
                PARSE-FIELD(48)
            end-unstring
            if function trim(PARSE-FIELD(46)) =
               function trim(ws-adv-student)
                add 1 to ws-adv-note-count
                move spaces to WS-DISPLAY
                string ws-adv-note-count ". "
                       function trim(PARSE-FIELD(47)) " by "
                       function trim(PARSE-FIELD(45)) ": "
                       function trim(PARSE-FIELD(48))
                       delimited by size into WS-DISPLAY
                perform say
            end-if
        end-perform
        close advising-note-file
    end-if
    if ws-adv-note-count = 0
        move "No advising notes on file for that student." to WS-DISPLAY
        perform say
    end-if
    .

*>>    The students caseloads.dat assigns to current-user, each
*>>    with the last advising contact (a note from any advisor, or
*>>    a booked appointment already past), how many applications
*>>    they have on file, and where they stand on placement.
view-my-caseload.
    move "--- My Caseload ---" to WS-DISPLAY
    perform say
    move 0 to ws-cl-count
    open input caseload-file
    if FILESTAT-CASELOAD = "00"
        perform until 1 = 2
            read caseload-file into caseload-line
                at end exit perform
            end-read
            move spaces to PARSE-FIELD(45)
            move spaces to PARSE-FIELD(46)
            move spaces to PARSE-FIELD(47)
            move spaces to PARSE-FIELD(48)
            unstring caseload-line delimited by "|" into
                PARSE-FIELD(45) PARSE-FIELD(46) PARSE-FIELD(47)
                PARSE-FIELD(48)
            end-unstring
            if function trim(PARSE-FIELD(45)) = current-user
               and function trim(PARSE-FIELD(46)) not = spaces
                add 1 to ws-cl-count
                move function trim(PARSE-FIELD(46)) to ws-cl-student
                move function trim(PARSE-FIELD(47)) to ws-cl-assigned
                move function trim(PARSE-FIELD(48)) to ws-cl-reason
                perform gather-caseload-student-figures
                move spaces to WS-DISPLAY
                string ws-cl-count ". " function trim(ws-cl-student)
                       " - assigned " ws-cl-assigned
                       " (" function trim(ws-cl-reason) ")"
                       delimited by size into WS-DISPLAY
                perform say
                move spaces to WS-DISPLAY
                if ws-cl-last-contact = spaces
                    string "   Last contact: none"
                           "  Applications: " ws-cl-app-count
                           "  Placement: " function trim(ws-cl-placement)
                           delimited by size into WS-DISPLAY
                else
                    string "   Last contact: " ws-cl-last-contact
                           "  Applications: " ws-cl-app-count
                           "  Placement: " function trim(ws-cl-placement)
                           delimited by size into WS-DISPLAY
                end-if
                perform say
            end-if
        end-perform
        close caseload-file
    end-if
    if ws-cl-count = 0
        move "No students are assigned to you yet." to WS-DISPLAY
        perform say
    end-if
    .

*>>    Fills ws-cl-last-contact, ws-cl-app-count and
*>>    ws-cl-placement for ws-cl-student.
gather-caseload-student-figures.
    move spaces to ws-cl-last-contact
    open input advising-note-file
    if FILESTAT-ADVNOTE = "00"
        perform until 1 = 2
            read advising-note-file into advising-note-line
                at end exit perform
            end-read
            move spaces to PARSE-FIELD(49)
            move spaces to PARSE-FIELD(50)
            move spaces to PARSE-FIELD(51)
            unstring advising-note-line delimited by "|" into
                PARSE-FIELD(49) PARSE-FIELD(50) PARSE-FIELD(51)
            end-unstring
            if function trim(PARSE-FIELD(50)) = ws-cl-student
               and PARSE-FIELD(51)(1:8) is numeric
               and PARSE-FIELD(51)(1:8) > ws-cl-last-contact
                move PARSE-FIELD(51)(1:8) to ws-cl-last-contact
            end-if
        end-perform
        close advising-note-file
    end-if

*>>    Booked slots read "yyyy-mm-dd hh:mm"; only past ones count.
    open input advising-slot-file
    if FILESTAT-ADVSLOT = "00"
        perform until 1 = 2
            read advising-slot-file into advising-slot-line
                at end exit perform
            end-read
            move spaces to PARSE-FIELD(49)
            move spaces to PARSE-FIELD(50)
            move spaces to PARSE-FIELD(51)
            unstring advising-slot-line delimited by "|" into
                PARSE-FIELD(49) PARSE-FIELD(50) PARSE-FIELD(51)
            end-unstring
            if function trim(PARSE-FIELD(51)) = ws-cl-student
                move spaces to ws-cl-slot-date
                string PARSE-FIELD(50)(1:4) PARSE-FIELD(50)(6:2)
                       PARSE-FIELD(50)(9:2)
                       delimited by size into ws-cl-slot-date
                end-string
                if ws-cl-slot-date is numeric
                   and ws-cl-slot-date <= function current-date(1:8)
                   and ws-cl-slot-date > ws-cl-last-contact
                    move ws-cl-slot-date to ws-cl-last-contact
                end-if
            end-if
        end-perform
        close advising-slot-file
    end-if

    move 0 to ws-cl-app-count
    move 0 to ws-cl-offer-count
    open input application-file
    if FILESTAT-APP = "00"
        move "n" to ws-app-scan-done
        move ws-cl-student to fd-app-username
        start application-file key is equal to fd-app-username
            invalid key move "y" to ws-app-scan-done
        end-start
        perform until ws-app-scan-done = "y"
            read application-file next record
                at end move "y" to ws-app-scan-done
            end-read
            if ws-app-scan-done = "n"
                if function trim(fd-app-username) not = ws-cl-student
                    move "y" to ws-app-scan-done
                else
                    add 1 to ws-cl-app-count
                    move spaces to PARSE-FIELD(49)
                    move spaces to PARSE-FIELD(50)
                    move spaces to PARSE-FIELD(51)
                    move spaces to PARSE-FIELD(52)
                    unstring fd-app-data delimited by "|" into
                        PARSE-FIELD(49) PARSE-FIELD(50) PARSE-FIELD(51)
                        PARSE-FIELD(52)
                    end-unstring
                    if function trim(PARSE-FIELD(52)) = "Offer"
                        add 1 to ws-cl-offer-count
                    end-if
                end-if
            end-if
        end-perform
        close application-file
    end-if

    move "not yet placed" to ws-cl-placement
    if ws-cl-offer-count > 0
        move "offer pending" to ws-cl-placement
    end-if
    open input placement-file
    if FILESTAT-PLACE = "00"
        perform until 1 = 2
            read placement-file into placement-line
                at end exit perform
            end-read
            move spaces to PARSE-FIELD(49)
            move spaces to PARSE-FIELD(50)
            move spaces to PARSE-FIELD(51)
            move spaces to PARSE-FIELD(52)
            move spaces to PARSE-FIELD(53)
            unstring placement-line delimited by "|" into
                PARSE-FIELD(49) PARSE-FIELD(50) PARSE-FIELD(51)
                PARSE-FIELD(52) PARSE-FIELD(53)
            end-unstring
            if function trim(PARSE-FIELD(49)) = ws-cl-student
                move spaces to ws-cl-placement
                string "placed - " function trim(PARSE-FIELD(50))
                       " at " function trim(PARSE-FIELD(51))
                       " (" function trim(PARSE-FIELD(53)) ")"
                       delimited by size into ws-cl-placement
                end-string
            end-if
        end-perform
        close placement-file
    end-if
    .

*>>    Student side: list every advisor's open slots and book one,
*>>    the choose side of the interview-slots mechanics. The slot
*>>    row is rewritten in place with the student's name and the
*>>    advisor notified.
book-advising-appointment.
    move "--- Book an Advising Appointment ---" to WS-DISPLAY
    perform say

    move 0 to ADVSLOT-COUNT
    move 0 to ws-advslot-match-count
    open input advising-slot-file
    if FILESTAT-ADVSLOT = "00"
        perform until 1 = 2
            read advising-slot-file into advising-slot-line
                at end exit perform
            end-read
            if ADVSLOT-COUNT < 200
                add 1 to ADVSLOT-COUNT
                move advising-slot-line to ADVSLOT-ENTRY(ADVSLOT-COUNT)
                move spaces to PARSE-FIELD(45)
                move spaces to PARSE-FIELD(46)
                move spaces to PARSE-FIELD(47)
                unstring advising-slot-line delimited by "|" into
                    PARSE-FIELD(45) PARSE-FIELD(46) PARSE-FIELD(47)
                end-unstring
                if function trim(PARSE-FIELD(47)) = spaces
                    add 1 to ws-advslot-match-count
                    move ADVSLOT-COUNT
                        to ADVSLOT-MATCH-INDEX(ws-advslot-match-count)
                    move spaces to WS-DISPLAY
                    string ws-advslot-match-count ". "
                           function trim(PARSE-FIELD(46))
                           " with " function trim(PARSE-FIELD(45))
                           delimited by size into WS-DISPLAY
                    perform say
                end-if
            end-if
        end-perform
        close advising-slot-file
    end-if

    if ws-advslot-match-count = 0
        move "No open advising slots right now - check back soon." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter slot number to book, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-advslot-selection

    if ws-advslot-selection = 0
        exit paragraph
    end-if
    if ws-advslot-selection < 1
       or ws-advslot-selection > ws-advslot-match-count
        move "Invalid slot number." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move ADVSLOT-MATCH-INDEX(ws-advslot-selection) to ws-j
    move ADVSLOT-ENTRY(ws-j) to advising-slot-line
    move spaces to PARSE-FIELD(45)
    move spaces to PARSE-FIELD(46)
    move spaces to PARSE-FIELD(47)
    unstring advising-slot-line delimited by "|" into
        PARSE-FIELD(45) PARSE-FIELD(46) PARSE-FIELD(47)
    end-unstring

    move spaces to ADVSLOT-ENTRY(ws-j)
    string function trim(PARSE-FIELD(45)) "|"
           function trim(PARSE-FIELD(46)) "|"
           function trim(current-user)
           delimited by size into ADVSLOT-ENTRY(ws-j)
    end-string

    move "advising-slots.dat.new" to WS-TEMP-REWRITE-NAME
    move "advising-slots.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "book-advising temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        exit paragraph
    end-if
    perform varying ws-i from 1 by 1 until ws-i > ADVSLOT-COUNT
        move ADVSLOT-ENTRY(ws-i) to temp-rewrite-line
        write temp-rewrite-line
        add 1 to ws-swap-written
    end-perform
    close temp-rewrite-file
    perform verify-and-swap-rewrite

    move function trim(PARSE-FIELD(45)) to notif-recipient
    move "advising" to notif-event
    move spaces to notif-detail
    string function trim(current-user) " booked your "
           function trim(PARSE-FIELD(46)) " advising slot."
           delimited by size into notif-detail
    perform write-notification

    move spaces to WS-DISPLAY
    string "Appointment booked: " function trim(PARSE-FIELD(46))
           " with " function trim(PARSE-FIELD(45)) "."
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    "Mock Interview Exchange": students and alumni volunteer
*>>    practice times for a job category or a major; any student
*>>    books one. The volunteer fills in a short feedback form once
*>>    the session has taken place, and the student reads it here.
mock-interview-menu.
    perform until WS-EOF = "Y"
        move "--- Mock Interview Exchange ---" to WS-DISPLAY
        perform say
        move "1. Book a Practice Interview" to WS-DISPLAY
        perform say
        move "2. My Practice Interviews" to WS-DISPLAY
        perform say
        move "3. Volunteer: Publish Practice Times" to WS-DISPLAY
        perform say
        move "4. Volunteer: My Sessions and Feedback" to WS-DISPLAY
        perform say
        move "5. Go Back" to WS-DISPLAY
        perform say
        move "Enter your choice:" to WS-DISPLAY
        move "prompt-choice" to ws-msg-id
        perform say-msg
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move 0 to ws-mock-choice
        if function trim(temp-input) is numeric
            move function numval(function trim(temp-input))
                to ws-mock-choice
        end-if
        evaluate ws-mock-choice
            when 1
                perform book-mock-interview
            when 2
                perform my-practice-interviews
            when 3
                perform publish-mock-slots
            when 4
                perform volunteer-mock-sessions
            when other
                exit perform
        end-evaluate
    end-perform
    .

*>>    Format: interviewer|student|focus-kind|focus|slot-time|
*>>    status|booked-date|rating|strengths|improvements|
*>>    feedback-date.
parse-mock-line.
    perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 11
        move spaces to PARSE-FIELD(ws-parse-idx)
    end-perform
    unstring mock-interview-line delimited by "|" into
        PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
        PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
        PARSE-FIELD(7) PARSE-FIELD(8) PARSE-FIELD(9)
        PARSE-FIELD(10) PARSE-FIELD(11)
    end-unstring
    move function trim(PARSE-FIELD(1)) to mi-interviewer
    move function trim(PARSE-FIELD(2)) to mi-student
    move function trim(PARSE-FIELD(3)) to mi-focus-kind
    move function trim(PARSE-FIELD(4)) to mi-focus
    move function trim(PARSE-FIELD(5)) to mi-slot-time
    move function trim(PARSE-FIELD(6)) to mi-status
    move function trim(PARSE-FIELD(7)) to mi-booked-date
    if function trim(PARSE-FIELD(8)) is numeric
        move function numval(function trim(PARSE-FIELD(8))) to mi-rating
    else
        move 0 to mi-rating
    end-if
    move function trim(PARSE-FIELD(9)) to mi-strengths
    move function trim(PARSE-FIELD(10)) to mi-improve
    move function trim(PARSE-FIELD(11)) to mi-feedback-date
    .

serialize-mock-line.
    move spaces to mock-interview-line
    string function trim(mi-interviewer) "|"
           function trim(mi-student) "|"
           function trim(mi-focus-kind) "|"
           function trim(mi-focus) "|"
           function trim(mi-slot-time) "|"
           function trim(mi-status) "|"
           function trim(mi-booked-date) "|"
           mi-rating "|"
           function trim(mi-strengths) "|"
           function trim(mi-improve) "|"
           function trim(mi-feedback-date)
           delimited by size into mock-interview-line
    end-string
    .

load-mock-table.
    move 0 to MOCK-COUNT
    move "n" to ws-mock-overflow
    open input mock-interview-file
    if FILESTAT-MOCK = "00"
        perform until 1 = 2
            read mock-interview-file into mock-interview-line
                at end exit perform
            end-read
            if MOCK-COUNT < 500
                add 1 to MOCK-COUNT
                move mock-interview-line to MOCK-ENTRY(MOCK-COUNT)
            else
                move "y" to ws-mock-overflow
            end-if
        end-perform
        close mock-interview-file
    end-if
    .

*>>    Puts the mi- fields back into ws-mock-row and rewrites
*>>    mock-interviews.dat. A table that overflowed on load is
*>>    never written back - the rows past 500 would be lost.
save-mock-row.
    if ws-mock-overflow = "y"
        move "The exchange is too large to update right now - please tell the career office." to WS-DISPLAY
        perform say
        move "n" to ws-swap-ok
        exit paragraph
    end-if
    perform serialize-mock-line
    move mock-interview-line to MOCK-ENTRY(ws-mock-row)

    move "mock-interviews.dat.new" to WS-TEMP-REWRITE-NAME
    move "mock-interviews.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    move "n" to ws-swap-ok
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "mock-interview temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        exit paragraph
    end-if
    perform varying ws-i from 1 by 1 until ws-i > MOCK-COUNT
        move MOCK-ENTRY(ws-i) to temp-rewrite-line
        write temp-rewrite-line
        add 1 to ws-swap-written
    end-perform
    close temp-rewrite-file
    perform verify-and-swap-rewrite
    .

*>>    ws-mock-focus-text: "<code> - <name>" for a job category,
*>>    the major's name otherwise. ws-mock-date: the session's
*>>    date as yyyymmdd (spaces when the slot time has none).
describe-mock-row.
    move spaces to ws-mock-focus-text
    if function trim(mi-focus-kind) = "category"
        move mi-focus to ws-jc-code-in
        perform find-job-category
        if ws-jc-name-out = spaces
            string "category " function trim(mi-focus)
                delimited by size into ws-mock-focus-text
        else
            string function trim(mi-focus) " - "
                   function trim(ws-jc-name-out)
                   delimited by size into ws-mock-focus-text
        end-if
    else
        string function trim(mi-focus) " major"
            delimited by size into ws-mock-focus-text
    end-if
    move mi-slot-time to ws-sched-raw
    perform normalize-schedule-date
    move ws-sched-norm to ws-mock-date
    .

*>>    Open practice times from other volunteers that have not yet
*>>    passed, optionally narrowed to a category code or major,
*>>    and booking one. The volunteer is notified.
book-mock-interview.
    move "--- Book a Practice Interview ---" to WS-DISPLAY
    perform say
    move "Filter by job category code or major (blank for all):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function upper-case(function trim(temp-input)) to ws-mock-filter

    perform load-mock-table
    move 0 to ws-mock-shown
    perform varying ws-j from 1 by 1 until ws-j > MOCK-COUNT
        move MOCK-ENTRY(ws-j) to mock-interview-line
        perform parse-mock-line
        perform describe-mock-row
        move 0 to ws-mock-tally
        if ws-mock-filter = spaces
            move 1 to ws-mock-tally
        else
            inspect function upper-case(ws-mock-focus-text)
                tallying ws-mock-tally for all
                function trim(ws-mock-filter)
        end-if
        if function trim(mi-status) = "open"
           and function trim(mi-interviewer) not = current-user
           and ws-mock-tally > 0
           and (ws-mock-date = spaces
                or ws-mock-date >= function current-date(1:8))
           and ws-mock-shown < 500
            add 1 to ws-mock-shown
            move ws-j to MOCK-PICK-ENTRY(ws-mock-shown)
            move spaces to WS-DISPLAY
            string ws-mock-shown ". " function trim(mi-slot-time)
                   " with " function trim(mi-interviewer)
                   " (" function trim(ws-mock-focus-text) ")"
                   delimited by size into WS-DISPLAY
            perform say
        end-if
    end-perform

    if ws-mock-shown = 0
        move "No open practice times match - check back soon." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter slot number to book, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move 0 to ws-mock-selection
    if function trim(temp-input) is numeric
        move function numval(function trim(temp-input))
            to ws-mock-selection
    end-if
    if ws-mock-selection = 0
        exit paragraph
    end-if
    if ws-mock-selection > ws-mock-shown
        move "Invalid slot number." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move MOCK-PICK-ENTRY(ws-mock-selection) to ws-mock-row
    move MOCK-ENTRY(ws-mock-row) to mock-interview-line
    perform parse-mock-line
    move current-user to mi-student
    move "booked" to mi-status
    move function current-date(1:8) to mi-booked-date
    perform save-mock-row
    if ws-swap-ok not = "y"
        exit paragraph
    end-if

    move mi-interviewer to notif-recipient
    move "mock-interview" to notif-event
    move spaces to notif-detail
    string function trim(current-user)
           " booked your practice interview on "
           function trim(mi-slot-time) "."
           delimited by size into notif-detail
    perform write-notification

    move spaces to WS-DISPLAY
    string "Practice interview booked: " function trim(mi-slot-time)
           " with " function trim(mi-interviewer)
           ". It is on My Schedule."
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    Student side: every practice interview current-user booked.
*>>    A finished one shows the volunteer's feedback; an upcoming
*>>    one can be cancelled, which reopens the time.
my-practice-interviews.
    move "--- My Practice Interviews ---" to WS-DISPLAY
    perform say
    perform load-mock-table
    move 0 to ws-mock-shown
    perform varying ws-j from 1 by 1 until ws-j > MOCK-COUNT
        move MOCK-ENTRY(ws-j) to mock-interview-line
        perform parse-mock-line
        if function trim(mi-student) = current-user
           and ws-mock-shown < 500
            perform describe-mock-row
            add 1 to ws-mock-shown
            move ws-j to MOCK-PICK-ENTRY(ws-mock-shown)
            move spaces to ws-mock-state
            evaluate function trim(mi-status)
                when "done"
                    string "feedback ready (" mi-rating "/5)"
                        delimited by size into ws-mock-state
                when "withdrawn"
                    move "cancelled by the volunteer" to ws-mock-state
                when other
                    move "booked" to ws-mock-state
            end-evaluate
            move spaces to WS-DISPLAY
            string ws-mock-shown ". " function trim(mi-slot-time)
                   " with " function trim(mi-interviewer)
                   " (" function trim(ws-mock-focus-text) ") - "
                   function trim(ws-mock-state)
                   delimited by size into WS-DISPLAY
            perform say
        end-if
    end-perform

    if ws-mock-shown = 0
        move "You have not booked a practice interview yet." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter a number to read feedback or cancel, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move 0 to ws-mock-selection
    if function trim(temp-input) is numeric
        move function numval(function trim(temp-input))
            to ws-mock-selection
    end-if
    if ws-mock-selection = 0
        exit paragraph
    end-if
    if ws-mock-selection > ws-mock-shown
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move MOCK-PICK-ENTRY(ws-mock-selection) to ws-mock-row
    move MOCK-ENTRY(ws-mock-row) to mock-interview-line
    perform parse-mock-line

    if function trim(mi-status) = "done"
        perform show-mock-feedback
        exit paragraph
    end-if
    if function trim(mi-status) not = "booked"
        move "That session was cancelled by the volunteer." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Cancel this booking? (Y/N):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) not = "Y"
        exit paragraph
    end-if

    move spaces to mi-student
    move spaces to mi-booked-date
    move "open" to mi-status
    perform save-mock-row
    if ws-swap-ok not = "y"
        exit paragraph
    end-if

    move mi-interviewer to notif-recipient
    move "mock-interview" to notif-event
    move spaces to notif-detail
    string function trim(current-user)
           " cancelled the practice interview on "
           function trim(mi-slot-time)
           " - the time is open again."
           delimited by size into notif-detail
    perform write-notification

    move "Booking cancelled." to WS-DISPLAY
    perform say
    .

show-mock-feedback.
    move spaces to WS-DISPLAY
    string "Feedback from " function trim(mi-interviewer)
           " (" mi-feedback-date(1:4) "-" mi-feedback-date(5:2)
           "-" mi-feedback-date(7:2) "):"
           delimited by size into WS-DISPLAY
    perform say
    move spaces to WS-DISPLAY
    string "   Overall: " mi-rating " of 5"
        delimited by size into WS-DISPLAY
    perform say
    move spaces to WS-DISPLAY
    string "   What went well: " function trim(mi-strengths)
        delimited by size into WS-DISPLAY
    perform say
    move spaces to WS-DISPLAY
    string "   To work on: " function trim(mi-improve)
        delimited by size into WS-DISPLAY
    perform say
    .

*>>    Volunteer side: a focus (a job category from
*>>    job-categories.dat or a major, snapped to majors.dat when it
*>>    is known) and then open times until DONE - the
*>>    publish-advising-slots mechanics. Each time must carry a
*>>    date so the day-before reminder can find it.
publish-mock-slots.
    move "--- Publish Practice Times ---" to WS-DISPLAY
    perform say
    move "Practice focus - C for a job category, M for a major:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move spaces to ws-mock-focus-in
    evaluate function upper-case(function trim(temp-input))
        when "C"
            move "category" to ws-mock-kind-in
            move spaces to job-category
            perform capture-job-category
            move job-category to ws-mock-focus-in
        when "M"
            move "major" to ws-mock-kind-in
            move "Enter the major:" to WS-DISPLAY
            perform say
            read InpFile into temp-input
                at end move "Y" to WS-EOF exit paragraph
            end-read
            add 1 to ws-line-count
            move function trim(temp-input) to ws-major-in
            perform find-major-cip
            if ws-major-name-out not = spaces
                move ws-major-name-out to ws-mock-focus-in
            else
                move function trim(temp-input) to ws-mock-focus-in
            end-if
            inspect ws-mock-focus-in replacing all "|" by "/"
        when other
            move "Please enter C or M." to WS-DISPLAY
            perform say
            exit paragraph
    end-evaluate
    if ws-mock-focus-in = spaces
        exit paragraph
    end-if

    perform until WS-EOF = "Y"
        move "Enter a practice time (e.g. 2026-09-10 14:00), or DONE:" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        if function upper-case(function trim(temp-input)) = "DONE"
            exit perform
        end-if
        move function trim(temp-input) to ws-sched-raw
        perform normalize-schedule-date
        if function trim(temp-input) not = spaces
            if ws-sched-norm = spaces
                move "Please include the date, e.g. 2026-09-10 14:00." to WS-DISPLAY
                perform say
            else
                if ws-sched-norm < function current-date(1:8)
                    move "That date has already passed." to WS-DISPLAY
                    perform say
                else
                    perform append-mock-slot
                end-if
            end-if
        end-if
    end-perform
    .

append-mock-slot.
    move current-user to mi-interviewer
    move spaces to mi-student
    move ws-mock-kind-in to mi-focus-kind
    move ws-mock-focus-in to mi-focus
    move function trim(temp-input) to mi-slot-time
    inspect mi-slot-time replacing all "|" by "/"
    move "open" to mi-status
    move spaces to mi-booked-date
    move 0 to mi-rating
    move spaces to mi-strengths
    move spaces to mi-improve
    move spaces to mi-feedback-date
    perform serialize-mock-line
    open extend mock-interview-file
    if FILESTAT-MOCK not = "00"
        open output mock-interview-file
        close mock-interview-file
        open extend mock-interview-file
    end-if
    write mock-interview-line
    close mock-interview-file
    move "Practice time published." to WS-DISPLAY
    perform say
    .

*>>    Volunteer side: current-user's practice times. A booked
*>>    session whose date has come takes the feedback form; an
*>>    earlier one (or an open time) can be withdrawn, telling the
*>>    student. Finished sessions show the feedback given.
volunteer-mock-sessions.
    move "--- My Practice Sessions ---" to WS-DISPLAY
    perform say
    perform load-mock-table
    move 0 to ws-mock-shown
    perform varying ws-j from 1 by 1 until ws-j > MOCK-COUNT
        move MOCK-ENTRY(ws-j) to mock-interview-line
        perform parse-mock-line
        if function trim(mi-interviewer) = current-user
           and function trim(mi-status) not = "withdrawn"
           and ws-mock-shown < 500
            perform describe-mock-row
            add 1 to ws-mock-shown
            move ws-j to MOCK-PICK-ENTRY(ws-mock-shown)
            move spaces to ws-mock-state
            evaluate function trim(mi-status)
                when "open"
                    move "open" to ws-mock-state
                when "done"
                    string "feedback given to "
                           function trim(mi-student)
                           delimited by size into ws-mock-state
                when other
                    if ws-mock-date = spaces
                       or ws-mock-date <= function current-date(1:8)
                        string "booked by " function trim(mi-student)
                               " - FEEDBACK DUE"
                               delimited by size into ws-mock-state
                    else
                        string "booked by " function trim(mi-student)
                            delimited by size into ws-mock-state
                    end-if
            end-evaluate
            move spaces to WS-DISPLAY
            string ws-mock-shown ". " function trim(mi-slot-time)
                   " (" function trim(ws-mock-focus-text) ") - "
                   function trim(ws-mock-state)
                   delimited by size into WS-DISPLAY
            perform say
        end-if
    end-perform

    if ws-mock-shown = 0
        move "You have not published any practice times." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter a session number, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move 0 to ws-mock-selection
    if function trim(temp-input) is numeric
        move function numval(function trim(temp-input))
            to ws-mock-selection
    end-if
    if ws-mock-selection = 0
        exit paragraph
    end-if
    if ws-mock-selection > ws-mock-shown
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move MOCK-PICK-ENTRY(ws-mock-selection) to ws-mock-row
    move MOCK-ENTRY(ws-mock-row) to mock-interview-line
    perform parse-mock-line
    perform describe-mock-row

    if function trim(mi-status) = "done"
        perform show-mock-feedback
        exit paragraph
    end-if
    if function trim(mi-status) = "booked"
       and (ws-mock-date = spaces
            or ws-mock-date <= function current-date(1:8))
        perform record-mock-feedback
        exit paragraph
    end-if

    move "Withdraw this practice time? (Y/N):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) not = "Y"
        exit paragraph
    end-if
    move "withdrawn" to mi-status
    perform save-mock-row
    if ws-swap-ok not = "y"
        exit paragraph
    end-if
    if function trim(mi-student) not = spaces
        move mi-student to notif-recipient
        move "mock-interview" to notif-event
        move spaces to notif-detail
        string function trim(current-user)
               " had to cancel your practice interview on "
               function trim(mi-slot-time)
               " - please book another time."
               delimited by size into notif-detail
        perform write-notification
    end-if
    move "Practice time withdrawn." to WS-DISPLAY
    perform say
    .

*>>    The short feedback form: an overall 1-5 rating and two
*>>    free-text answers. The student is told it is ready.
record-mock-feedback.
    move spaces to WS-DISPLAY
    string "Feedback for " function trim(mi-student) "'s practice"
           " interview on " function trim(mi-slot-time)
           delimited by size into WS-DISPLAY
    perform say
    move "Overall, from 1 (needs a lot of work) to 5 (interview-ready):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function trim(temp-input) is not numeric
        move "Please enter a number from 1 to 5." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    if function numval(function trim(temp-input)) < 1
       or function numval(function trim(temp-input)) > 5
        move "Please enter a number from 1 to 5." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move function numval(function trim(temp-input)) to mi-rating

    move "What went well?" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to mi-strengths
    inspect mi-strengths replacing all "|" by "/"

    move "What should they work on?" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to mi-improve
    inspect mi-improve replacing all "|" by "/"

    move "done" to mi-status
    move function current-date(1:8) to mi-feedback-date
    perform save-mock-row
    if ws-swap-ok not = "y"
        exit paragraph
    end-if

    move mi-student to notif-recipient
    move "mock-interview" to notif-event
    move spaces to notif-detail
    string function trim(current-user)
           " left feedback on your practice interview - see"
           " Mock Interview Exchange, My Practice Interviews."
           delimited by size into notif-detail
    perform write-notification

    move "Feedback saved - thank you for volunteering." to WS-DISPLAY
    perform say
    .

       create-edit-profile.
      *>>    Offers a quick single-field edit for an existing profile
      *>>    instead of always re-walking the whole flow.
           move "--- Create/Edit Profile ---" to WS-DISPLAY
           perform say

           perform load-profile

           if ws-profile-exists = "y"
               move "1. Edit Full Profile" to WS-DISPLAY
               perform say
               move "2. Quick Edit a Single Field" to WS-DISPLAY
               perform say
               move "3. Manage My Certifications" to WS-DISPLAY
               perform say
               move "4. Profile History" to WS-DISPLAY
               perform say
               move "Enter your choice:" to WS-DISPLAY
               move "prompt-choice" to ws-msg-id
               perform say-msg

               read InpFile into temp-input
                   at end move "Y" to WS-EOF exit paragraph
               end-read
               add 1 to ws-line-count
               move function numval(function trim(temp-input)) to ws-profile-edit-mode

               if ws-profile-edit-mode = 2
                   perform quick-edit-profile
                   exit paragraph
               end-if
               if ws-profile-edit-mode = 3
                   perform manage-certifications
                   exit paragraph
               end-if
               if ws-profile-edit-mode = 4
                   perform profile-history
                   exit paragraph
               end-if
           end-if

           perform full-edit-profile
           .

       full-edit-profile.
           move "Enter First Name:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF
               not at end move function trim(temp-input) to profile-firstname
           end-read
           add 1 to ws-line-count

           move "Enter Last Name:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF
               not at end move function trim(temp-input) to profile-lastname
           end-read
           add 1 to ws-line-count

           move "Enter University/College Attended:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF
               not at end move function trim(temp-input) to profile-university
           end-read
           add 1 to ws-line-count
           if WS-EOF = "N"
               perform validate-university
           end-if

           move "Enter Major:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF
               not at end move function trim(temp-input) to profile-major
           end-read
           add 1 to ws-line-count
           if WS-EOF = "N"
               perform validate-major
           end-if

           perform get-graduation-year

           move "Enter About Me (optional, max 200 chars, enter blank line to skip):" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF
               not at end
                   if function trim(temp-input) = spaces
                       move spaces to profile-aboutme
                   else
                       move function trim(temp-input) to profile-aboutme
                   end-if
           end-read
           add 1 to ws-line-count

           move "Enter Profile Picture Filename (optional, blank to skip):" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF
               not at end
                   if function trim(temp-input) = spaces
                       move spaces to profile-picture-filename
                   else
                       move function trim(temp-input) to profile-picture-filename
                   end-if
           end-read
           add 1 to ws-line-count

           perform get-experience-entries

           perform get-education-entries

           perform get-coursework-entries

           move "Enter GPA (optional, e.g. 3.75, blank to skip):" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF
               not at end move function trim(temp-input) to profile-gpa
           end-read
           add 1 to ws-line-count

           move "Willing to mentor a current student after you graduate? (Y/N):" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF
               not at end
                   if function upper-case(function trim(temp-input)) = "Y"
                       move "Y" to profile-mentor-flag
                   else
                       move " " to profile-mentor-flag
                   end-if
           end-read
           add 1 to ws-line-count

           perform get-skill-entries

           perform save-profile

           move "Profile saved successfully!" to WS-DISPLAY
           perform say
           .

      *>>    Skills from the canonical taxonomy, validated one by one
      *>>    like the university name.
       get-skill-entries.
           move 0 to profile-skill-count
           perform varying ws-i from 1 by 1 until ws-i > 10
               move spaces to profile-skills(ws-i)
           end-perform

           perform until profile-skill-count >= 10 or WS-EOF = "Y"
               move "Add a Skill (optional, max 10 entries. Enter 'DONE' to finish):" to WS-DISPLAY
               perform say

               read InpFile into temp-input
                   at end move "Y" to WS-EOF exit paragraph
               end-read
               add 1 to ws-line-count

               if function upper-case(function trim(temp-input)) = "DONE"
                   exit perform
               end-if

               move function trim(temp-input) to ws-skill-name-in
               perform validate-skill-name
               if function trim(ws-skill-name-in) not = spaces
                   add 1 to profile-skill-count
                   move ws-skill-name-in
                       to profile-skills(profile-skill-count)
               end-if
           end-perform
           .

       quick-edit-profile.
      *>>    Updates a single profile field without re-walking the
      *>>    whole create-edit-profile flow.
           move "--- Quick Edit Profile ---" to WS-DISPLAY
           perform say
           move "1. First Name" to WS-DISPLAY
           perform say
           move "2. Last Name" to WS-DISPLAY
           perform say
           move "3. University/College" to WS-DISPLAY
           perform say
           move "4. Major" to WS-DISPLAY
           perform say
           move "5. Graduation Year" to WS-DISPLAY
           perform say
           move "6. About Me" to WS-DISPLAY
           perform say
           move "7. An Experience Entry" to WS-DISPLAY
           perform say
           move "8. An Education Entry" to WS-DISPLAY
           perform say
           move "9. Profile Picture Filename" to WS-DISPLAY
           perform say
           move "10. A Coursework Entry" to WS-DISPLAY
           perform say
           move "11. GPA" to WS-DISPLAY
           perform say
           move "12. Mentor Opt-In" to WS-DISPLAY
           perform say
           move "13. Re-enter My Skills" to WS-DISPLAY
           perform say
           move "14. Cancel" to WS-DISPLAY
           perform say
           move "Enter your choice:" to WS-DISPLAY
           move "prompt-choice" to ws-msg-id
           perform say-msg

           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function numval(function trim(temp-input)) to ws-quick-edit-field

           evaluate ws-quick-edit-field
               when 1
                   move "Enter First Name:" to WS-DISPLAY
                   perform say
                   read InpFile into temp-input
                       at end move "Y" to WS-EOF exit paragraph
                   end-read
                   add 1 to ws-line-count
                   move function trim(temp-input) to profile-firstname
                   perform save-profile
               when 2
                   move "Enter Last Name:" to WS-DISPLAY
                   perform say
                   read InpFile into temp-input
                       at end move "Y" to WS-EOF exit paragraph
                   end-read
                   add 1 to ws-line-count
                   move function trim(temp-input) to profile-lastname
                   perform save-profile
               when 3
                   move "Enter University/College Attended:" to WS-DISPLAY
                   perform say
                   read InpFile into temp-input
                       at end move "Y" to WS-EOF exit paragraph
                   end-read
                   add 1 to ws-line-count
                   move function trim(temp-input) to profile-university
                   perform validate-university
                   perform save-profile
               when 4
                   move "Enter Major:" to WS-DISPLAY
                   perform say
                   read InpFile into temp-input
                       at end move "Y" to WS-EOF exit paragraph
                   end-read
                   add 1 to ws-line-count
                   move function trim(temp-input) to profile-major
                   perform validate-major
                   perform save-profile
               when 5
                   perform get-graduation-year
                   if WS-EOF = "N"
                       perform save-profile
                   end-if
               when 6
                   move "Enter About Me (optional, max 200 chars, enter blank line to skip):" to WS-DISPLAY
                   perform say
                   read InpFile into temp-input
                       at end move "Y" to WS-EOF exit paragraph
                   end-read
                   add 1 to ws-line-count
                   if function trim(temp-input) = spaces
                       move spaces to profile-aboutme
                   else
                       move function trim(temp-input) to profile-aboutme
                   end-if
                   perform save-profile
               when 7
                   perform quick-edit-experience-entry
               when 8
                   perform quick-edit-education-entry
               when 9
                   move "Enter Profile Picture Filename (optional, blank to skip):" to WS-DISPLAY
                   perform say
                   read InpFile into temp-input
                       at end move "Y" to WS-EOF exit paragraph
                   end-read
                   add 1 to ws-line-count
                   if function trim(temp-input) = spaces
                       move spaces to profile-picture-filename
                   else
                       move function trim(temp-input) to profile-picture-filename
                   end-if
                   perform save-profile
               when 10
                   perform quick-edit-coursework-entry
               when 11
                   move "Enter GPA (optional, e.g. 3.75, blank to skip):" to WS-DISPLAY
                   perform say
                   read InpFile into temp-input
                       at end move "Y" to WS-EOF exit paragraph
                   end-read
                   add 1 to ws-line-count
                   move function trim(temp-input) to profile-gpa
                   perform save-profile
               when 12
                   move "Willing to mentor a current student? (Y/N):" to WS-DISPLAY
                   perform say
                   read InpFile into temp-input
                       at end move "Y" to WS-EOF exit paragraph
                   end-read
                   add 1 to ws-line-count
                   if function upper-case(function trim(temp-input)) = "Y"
                       move "Y" to profile-mentor-flag
                   else
                       move " " to profile-mentor-flag
                   end-if
                   perform save-profile
               when 13
                   perform get-skill-entries
                   perform save-profile
               when other
                   continue
           end-evaluate

           if ws-quick-edit-field >= 1 and ws-quick-edit-field <= 13
               move "Profile saved successfully!" to WS-DISPLAY
               perform say
           end-if
           .

       quick-edit-experience-entry.
           move spaces to WS-DISPLAY
           string "Which experience slot (1-10)? Currently "
               profile-exp-count " on file:" delimited by size into WS-DISPLAY
           perform say

           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function numval(function trim(temp-input)) to ws-quick-edit-slot

           if ws-quick-edit-slot < 1 or ws-quick-edit-slot > 10
               move "Invalid slot number." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           if ws-quick-edit-slot > profile-exp-count + 1
               move "That slot is not the next available one. Please add entries in order." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move spaces to WS-DISPLAY
           string "Experience #" ws-quick-edit-slot " - Title:" delimited by size into WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function trim(temp-input) to exp-title(ws-quick-edit-slot)

           move spaces to WS-DISPLAY
           string "Experience #" ws-quick-edit-slot " - Company/Organization:" delimited by size into WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function trim(temp-input) to exp-company(ws-quick-edit-slot)

           move spaces to WS-DISPLAY
           string "Experience #" ws-quick-edit-slot " - Dates (e.g., Summer 2024):" delimited by size into WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function trim(temp-input) to exp-dates(ws-quick-edit-slot)

           move 0 to ws-input-overage
           perform until 1 = 2
               move spaces to WS-DISPLAY
               string "Experience #" ws-quick-edit-slot " - Description (optional, max 100 chars, blank to skip):" delimited by size into WS-DISPLAY
               perform say
               read InpFile into temp-input
                   at end move "Y" to WS-EOF exit paragraph
               end-read
               add 1 to ws-line-count
               if function length(function trim(temp-input)) > 100
                   compute ws-input-overage = function length(function trim(temp-input)) - 100
                   move spaces to WS-DISPLAY
                   string "That was " ws-input-overage
                       " character(s) too long (max 100). Please re-enter."
                       delimited by size into WS-DISPLAY
                   perform say
               else
                   if function length(function trim(temp-input)) > 0
                       move function trim(temp-input) to exp-description(ws-quick-edit-slot)
                   else
                       move spaces to exp-description(ws-quick-edit-slot)
                   end-if
                   exit perform
               end-if
           end-perform

           if ws-quick-edit-slot > profile-exp-count
               move ws-quick-edit-slot to profile-exp-count
           end-if

           perform save-profile
           .

       quick-edit-education-entry.
           move spaces to WS-DISPLAY
           string "Which education slot (1-10)? Currently "
               profile-edu-count " on file:" delimited by size into WS-DISPLAY
           perform say

           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function numval(function trim(temp-input)) to ws-quick-edit-slot

           if ws-quick-edit-slot < 1 or ws-quick-edit-slot > 10
               move "Invalid slot number." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           if ws-quick-edit-slot > profile-edu-count + 1
               move "That slot is not the next available one. Please add entries in order." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move spaces to WS-DISPLAY
           string "Education #" ws-quick-edit-slot " - Degree:" delimited by size into WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function trim(temp-input) to edu-degree(ws-quick-edit-slot)

           move spaces to WS-DISPLAY
           string "Education #" ws-quick-edit-slot " - University/College:" delimited by size into WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function trim(temp-input) to edu-university(ws-quick-edit-slot)

           move spaces to WS-DISPLAY
           string "Education #" ws-quick-edit-slot " - Years Attended (e.g., 2023-2025):" delimited by size into WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function trim(temp-input) to edu-years(ws-quick-edit-slot)

           if ws-quick-edit-slot > profile-edu-count
               move ws-quick-edit-slot to profile-edu-count
           end-if

           perform save-profile
           .

       get-graduation-year.
           move "n" to ws-year-valid
           move function numval(function current-date(1:4)) to ws-current-year
           compute ws-max-gradyear = ws-current-year + 10

           perform until ws-year-valid = "y" or WS-EOF = "Y"
               move "Enter Graduation Year (YYYY):" to WS-DISPLAY
               perform say
               read InpFile into temp-input
                   at end
                       move "Y" to WS-EOF
                       exit perform
               end-read
               add 1 to ws-line-count

               move function numval(function trim(temp-input)) to ws-year
               if ws-year >= ws-min-gradyear and ws-year <= ws-max-gradyear
                   move ws-year to profile-gradyear
                   move "y" to ws-year-valid
               else
                   move spaces to WS-DISPLAY
                   string "Invalid year. Please enter a year between "
                       ws-min-gradyear " and " ws-max-gradyear "."
                       delimited by size into WS-DISPLAY
                   perform say
               end-if
           end-perform
           .

       get-experience-entries.
           move 0 to profile-exp-count
           perform varying ws-exp-index from 1 by 1 until ws-exp-index > 10
               move spaces to exp-title(ws-exp-index)
               move spaces to exp-company(ws-exp-index)
               move spaces to exp-dates(ws-exp-index)
               move spaces to exp-description(ws-exp-index)
           end-perform

           perform until profile-exp-count >= 10 or WS-EOF = "Y"
               move "Add Experience (optional, max 10 entries. Enter 'DONE' to finish):" to WS-DISPLAY
               perform say

               read InpFile into temp-input
                   at end move "Y" to WS-EOF exit paragraph
               end-read
               add 1 to ws-line-count

               if function upper-case(function trim(temp-input)) = "DONE"
                   exit perform
               end-if

               add 1 to profile-exp-count
               move profile-exp-count to ws-exp-index
               move ws-exp-index to ws-entry-number

               move spaces to WS-DISPLAY
               string "Experience #" ws-entry-number " - Title:" delimited by size into WS-DISPLAY
               perform say

               move function trim(temp-input) to exp-title(ws-exp-index)

               move spaces to WS-DISPLAY
               string "Experience #" ws-exp-index " - Company/Organization:" delimited by size into WS-DISPLAY
               perform say
               read InpFile into temp-input
                   at end move "Y" to WS-EOF exit paragraph
               end-read
               add 1 to ws-line-count
               move function trim(temp-input) to exp-company(ws-exp-index)

               move spaces to WS-DISPLAY
               string "Experience #" ws-exp-index " - Dates (e.g., Summer 2024):" delimited by size into WS-DISPLAY
               perform say
               read InpFile into temp-input
                   at end move "Y" to WS-EOF exit paragraph
               end-read
               add 1 to ws-line-count
               move function trim(temp-input) to exp-dates(ws-exp-index)

               move 0 to ws-input-overage
               perform until 1 = 2
                   move spaces to WS-DISPLAY
                   string "Experience #" ws-exp-index " - Description (optional, max 100 chars, blank to skip):" delimited by size into WS-DISPLAY
                   perform say

                   read InpFile into temp-input
                       at end move "Y" to WS-EOF exit paragraph
                   end-read
                   add 1 to ws-line-count

                   if function length(function trim(temp-input)) > 100
                       compute ws-input-overage = function length(function trim(temp-input)) - 100
                       move spaces to WS-DISPLAY
                       string "That was " ws-input-overage
                           " character(s) too long (max 100). Please re-enter."
                           delimited by size into WS-DISPLAY
                       perform say
                   else
                       if function length(function trim(temp-input)) > 0
                           move function trim(temp-input) to exp-description(ws-exp-index)
                       else
                           move spaces to exp-description(ws-exp-index)
                       end-if
                       exit perform
                   end-if
               end-perform
           end-perform
           .

       get-education-entries.
           move 0 to profile-edu-count
           perform varying ws-edu-index from 1 by 1 until ws-edu-index > 10
               move spaces to edu-degree(ws-edu-index)
               move spaces to edu-university(ws-edu-index)
               move spaces to edu-years(ws-edu-index)
           end-perform

           perform until profile-edu-count >= 10 or WS-EOF = "Y"
               move "Add Education (optional, max 10 entries. Enter 'DONE' to finish):" to WS-DISPLAY
               perform say

               read InpFile into temp-input
                   at end move "Y" to WS-EOF exit paragraph
               end-read
               add 1 to ws-line-count

               if function upper-case(function trim(temp-input)) = "DONE"
                   exit perform
               end-if

               add 1 to profile-edu-count
               move profile-edu-count to ws-edu-index
               move ws-edu-index to ws-entry-number

               move spaces to WS-DISPLAY
               string "Education #" ws-entry-number " - Degree:" delimited by size into WS-DISPLAY
               perform say

               move function trim(temp-input) to edu-degree(ws-edu-index)

               move spaces to WS-DISPLAY
               string "Education #" ws-edu-index " - University/College:" delimited by size into WS-DISPLAY
               perform say
               read InpFile into temp-input
                   at end move "Y" to WS-EOF exit paragraph
               end-read
               add 1 to ws-line-count
               move function trim(temp-input) to edu-university(ws-edu-index)

               move spaces to WS-DISPLAY
               string "Education #" ws-edu-index " - Years Attended (e.g., 2023-2025):" delimited by size into WS-DISPLAY
               perform say
               read InpFile into temp-input
                   at end move "Y" to WS-EOF exit paragraph
               end-read
               add 1 to ws-line-count
               move function trim(temp-input) to edu-years(ws-edu-index)
           end-perform
           .

      *>>    Re-joins the keyed profile-record into the classic
      *>>    "username|..." one-line form in profile-line.
       rejoin-profile-record-to-line.
           move spaces to profile-line
           move 1 to ws-parse-pos
           string function trim(fd-profile-username) "|"
                  delimited by size into profile-line
                  with pointer ws-parse-pos
           end-string
           string function trim(fd-profile-data)
                  delimited by size into profile-line
                  with pointer ws-parse-pos
           end-string
           .

      *>>    Splits the "username|..." one-line form in profile-line
      *>>    into the keyed profile-record fields.
       split-profile-line-to-record.
           move spaces to fd-profile-username
           move spaces to fd-profile-data
           move 1 to ws-parse-pos
           unstring profile-line delimited by "|" into fd-profile-username
               with pointer ws-parse-pos
           end-unstring
           if ws-parse-pos <= 6000
               move profile-line(ws-parse-pos:) to fd-profile-data
           end-if
           .

       get-coursework-entries.
           move 0 to profile-course-count
           perform varying ws-i from 1 by 1 until ws-i > 10
               move spaces to course-name(ws-i)
               move spaces to course-term(ws-i)
               move spaces to course-grade(ws-i)
           end-perform

           perform until profile-course-count >= 10 or WS-EOF = "Y"
               move "Add Relevant Coursework (optional, max 10 entries. Enter 'DONE' to finish):" to WS-DISPLAY
               perform say

               read InpFile into temp-input
                   at end move "Y" to WS-EOF exit paragraph
               end-read
               add 1 to ws-line-count

               if function upper-case(function trim(temp-input)) = "DONE"
                   exit perform
               end-if

               add 1 to profile-course-count
               move function trim(temp-input) to course-name(profile-course-count)

               move spaces to WS-DISPLAY
               string "Course #" profile-course-count " - Term Taken (e.g., Fall 2025):" delimited by size into WS-DISPLAY
               perform say
               read InpFile into temp-input
                   at end move "Y" to WS-EOF exit paragraph
               end-read
               add 1 to ws-line-count
               move function trim(temp-input) to course-term(profile-course-count)

               move spaces to WS-DISPLAY
               string "Course #" profile-course-count " - Grade (optional, blank to skip):" delimited by size into WS-DISPLAY
               perform say
               read InpFile into temp-input
                   at end move "Y" to WS-EOF exit paragraph
               end-read
               add 1 to ws-line-count
               move function trim(temp-input) to course-grade(profile-course-count)
           end-perform
           .

      *>>    Quick-edit path for a single coursework slot, mirroring
      *>>    quick-edit-education-entry.
       quick-edit-coursework-entry.
           move spaces to WS-DISPLAY
           string "Which coursework slot (1-10)? Currently "
               profile-course-count " on file:" delimited by size into WS-DISPLAY
           perform say

           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function numval(function trim(temp-input)) to ws-quick-edit-slot

           if ws-quick-edit-slot < 1 or ws-quick-edit-slot > 10
               move "Invalid slot number." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           if ws-quick-edit-slot > profile-course-count + 1
               move "That slot is not the next available one. Please add entries in order." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move spaces to WS-DISPLAY
           string "Course #" ws-quick-edit-slot " - Course Name:" delimited by size into WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function trim(temp-input) to course-name(ws-quick-edit-slot)

           move spaces to WS-DISPLAY
           string "Course #" ws-quick-edit-slot " - Term Taken (e.g., Fall 2025):" delimited by size into WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function trim(temp-input) to course-term(ws-quick-edit-slot)

           move spaces to WS-DISPLAY
           string "Course #" ws-quick-edit-slot " - Grade (optional, blank to skip):" delimited by size into WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function trim(temp-input) to course-grade(ws-quick-edit-slot)

           if ws-quick-edit-slot > profile-course-count
               move ws-quick-edit-slot to profile-course-count
           end-if

           perform save-profile
           .

       load-profile.
           move "n" to ws-profile-exists
           move current-user to profile-username

           open input profile-file
           if FILESTAT-PROFILE = "00"
               move function trim(current-user) to fd-profile-username
               read profile-file
                   invalid key continue
                   not invalid key
                       move "y" to ws-profile-exists
                       perform rejoin-profile-record-to-line
                       perform parse-profile-line-complete
               end-read
               close profile-file
           end-if

           if ws-profile-exists = "n"
               initialize profile-data
               move current-user to profile-username
           end-if
           .

      *>>    One keyed write/rewrite of current-user's own record -
      *>>    no more loading every profile into memory to change one.
       save-profile.
           move spaces to profile-line
           move 1 to ws-parse-pos

           string
               function trim(current-user) "|"
               function trim(profile-firstname) "|"
               function trim(profile-lastname) "|"
               function trim(profile-university) "|"
               function trim(profile-major) "|"
               profile-gradyear "|"
               function trim(profile-aboutme) "|"
               profile-exp-count "|"
               delimited by size
               into profile-line
               with pointer ws-parse-pos
           end-string

           perform varying ws-i from 1 by 1 until ws-i > profile-exp-count
               string
                   function trim(exp-title(ws-i)) "|"
                   function trim(exp-company(ws-i)) "|"
                   function trim(exp-dates(ws-i)) "|"
                   function trim(exp-description(ws-i)) "|"
                   delimited by size
                   into profile-line
                   with pointer ws-parse-pos
               end-string
           end-perform

           string
               profile-edu-count "|"
               delimited by size
               into profile-line
               with pointer ws-parse-pos
           end-string

           perform varying ws-i from 1 by 1 until ws-i > profile-edu-count
               string
                   function trim(edu-degree(ws-i)) "|"
                   function trim(edu-university(ws-i)) "|"
                   function trim(edu-years(ws-i)) "|"
                   delimited by size
                   into profile-line
                   with pointer ws-parse-pos
               end-string
           end-perform

           string
               function trim(profile-picture-filename) "|"
               delimited by size
               into profile-line
               with pointer ws-parse-pos
           end-string

           string
               profile-course-count "|"
               delimited by size
               into profile-line
               with pointer ws-parse-pos
           end-string

           perform varying ws-i from 1 by 1 until ws-i > profile-course-count
               string
                   function trim(course-name(ws-i)) "|"
                   function trim(course-term(ws-i)) "|"
                   function trim(course-grade(ws-i)) "|"
                   delimited by size
                   into profile-line
                   with pointer ws-parse-pos
               end-string
           end-perform

           string
               function trim(profile-gpa) "|"
               profile-mentor-flag "|"
               delimited by size
               into profile-line
               with pointer ws-parse-pos
           end-string

           string
               profile-skill-count "|"
               delimited by size
               into profile-line
               with pointer ws-parse-pos
           end-string

           perform varying ws-i from 1 by 1
                   until ws-i > profile-skill-count
               string
                   function trim(profile-skills(ws-i)) "|"
                   delimited by size
                   into profile-line
                   with pointer ws-parse-pos
               end-string
           end-perform

           move profile-line to TEMP-PROFILE-LINE

           open i-o profile-file
           if FILESTAT-PROFILE not = "00"
               open output profile-file
               close profile-file
               open i-o profile-file
           end-if
           if FILESTAT-PROFILE not = "00"
               display "Error saving profile"
               exit paragraph
           end-if

           move "n" to ws-rev-had-prior
           move function trim(current-user) to fd-profile-username
           read profile-file
               invalid key
                   move TEMP-PROFILE-LINE to profile-line
                   perform split-profile-line-to-record
                   write profile-record
                       invalid key continue
                   end-write
               not invalid key
                   perform rejoin-profile-record-to-line
                   move profile-line to ws-rev-prior-line
                   move "y" to ws-rev-had-prior
                   move TEMP-PROFILE-LINE to profile-line
                   perform split-profile-line-to-record
                   rewrite profile-record
                       invalid key continue
                   end-rewrite
           end-read
           close profile-file

           move "profiles.dat" to ws-journal-file
           move "update" to ws-journal-action
           move TEMP-PROFILE-LINE to ws-journal-image
           perform write-journal-row

           perform save-picture-reference
           perform update-search-index
           perform record-profile-revision
           .

      *>>    Keeps the image save-profile just replaced in
      *>>    profile-revisions.dat with the fields that changed, then
      *>>    trims current-user's history to the configured depth.
      *>>    profile-data is left holding the new image.
       record-profile-revision.
           if ws-rev-had-prior not = "y"
              or ws-rev-prior-line = TEMP-PROFILE-LINE
               exit paragraph
           end-if

           move profile-data to rev-profile-data
           move ws-rev-prior-line to profile-line
           perform parse-profile-line-complete
           perform list-changed-profile-fields
           move rev-profile-data to profile-data
           if ws-rev-changed = spaces
               exit paragraph
           end-if

           move spaces to profile-revision-line
           string function trim(current-user) "|"
                  function current-date "|"
                  function trim(ws-rev-changed) "|"
                  function trim(ws-rev-prior-line)
                  delimited by size into profile-revision-line
           end-string
           open extend profile-revision-file
           if FILESTAT-PREV not = "00"
               open output profile-revision-file
               close profile-revision-file
               open extend profile-revision-file
           end-if
           write profile-revision-line
           close profile-revision-file

           perform prune-profile-revisions
           .

      *>>    ws-rev-changed: the rev-field-name of every section that
      *>>    differs between profile-data and rev-profile-data, comma
      *>>    separated.
       list-changed-profile-fields.
           move spaces to ws-rev-changed
           move 1 to ws-rev-changed-ptr
           perform varying ws-rev-field from 1 by 1 until ws-rev-field > 13
               perform compare-revision-field
               if ws-rev-differs = "y"
                   if ws-rev-changed-ptr > 1
                       string "," delimited by size into ws-rev-changed
                           with pointer ws-rev-changed-ptr
                       end-string
                   end-if
                   string function trim(rev-field-name(ws-rev-field))
                       delimited by size into ws-rev-changed
                       with pointer ws-rev-changed-ptr
                   end-string
               end-if
           end-perform
           .

      *>>    ws-rev-differs: does section ws-rev-field of profile-data
      *>>    differ from rev-profile-data? List sections compare the
      *>>    count and the entries in use.
       compare-revision-field.
           move "n" to ws-rev-differs
           evaluate ws-rev-field
               when 1
                   if profile-firstname not = rv-firstname
                       move "y" to ws-rev-differs
                   end-if
               when 2
                   if profile-lastname not = rv-lastname
                       move "y" to ws-rev-differs
                   end-if
               when 3
                   if profile-university not = rv-university
                       move "y" to ws-rev-differs
                   end-if
               when 4
                   if profile-major not = rv-major
                       move "y" to ws-rev-differs
                   end-if
               when 5
                   if profile-gradyear not = rv-gradyear
                       move "y" to ws-rev-differs
                   end-if
               when 6
                   if profile-aboutme not = rv-aboutme
                       move "y" to ws-rev-differs
                   end-if
               when 7
                   if profile-exp-count not = rv-exp-count
                       move "y" to ws-rev-differs
                   else
                       perform varying ws-rev-idx from 1 by 1
                               until ws-rev-idx > profile-exp-count
                           if profile-experiences(ws-rev-idx) not =
                              rv-experiences(ws-rev-idx)
                               move "y" to ws-rev-differs
                           end-if
                       end-perform
                   end-if
               when 8
                   if profile-edu-count not = rv-edu-count
                       move "y" to ws-rev-differs
                   else
                       perform varying ws-rev-idx from 1 by 1
                               until ws-rev-idx > profile-edu-count
                           if profile-educations(ws-rev-idx) not =
                              rv-educations(ws-rev-idx)
                               move "y" to ws-rev-differs
                           end-if
                       end-perform
                   end-if
               when 9
                   if profile-picture-filename not = rv-picture-filename
                       move "y" to ws-rev-differs
                   end-if
               when 10
                   if profile-course-count not = rv-course-count
                       move "y" to ws-rev-differs
                   else
                       perform varying ws-rev-idx from 1 by 1
                               until ws-rev-idx > profile-course-count
                           if profile-courses(ws-rev-idx) not =
                              rv-courses(ws-rev-idx)
                               move "y" to ws-rev-differs
                           end-if
                       end-perform
                   end-if
               when 11
                   if profile-gpa not = rv-gpa
                       move "y" to ws-rev-differs
                   end-if
               when 12
                   if profile-mentor-flag not = rv-mentor-flag
                       move "y" to ws-rev-differs
                   end-if
               when 13
                   if profile-skill-count not = rv-skill-count
                       move "y" to ws-rev-differs
                   else
                       perform varying ws-rev-idx from 1 by 1
                               until ws-rev-idx > profile-skill-count
                           if profile-skills(ws-rev-idx) not =
                              rv-skills(ws-rev-idx)
                               move "y" to ws-rev-differs
                           end-if
                       end-perform
                   end-if
           end-evaluate
           .

      *>>    Copies section ws-rev-field from profile-data (the old
      *>>    image) into rev-profile-data (the current one) - a
      *>>    single-field revert.
       copy-revision-field.
           evaluate ws-rev-field
               when 1
                   move profile-firstname to rv-firstname
               when 2
                   move profile-lastname to rv-lastname
               when 3
                   move profile-university to rv-university
               when 4
                   move profile-major to rv-major
               when 5
                   move profile-gradyear to rv-gradyear
               when 6
                   move profile-aboutme to rv-aboutme
               when 7
                   move profile-exp-count to rv-exp-count
                   perform varying ws-rev-idx from 1 by 1
                           until ws-rev-idx > 10
                       move profile-experiences(ws-rev-idx)
                           to rv-experiences(ws-rev-idx)
                   end-perform
               when 8
                   move profile-edu-count to rv-edu-count
                   perform varying ws-rev-idx from 1 by 1
                           until ws-rev-idx > 10
                       move profile-educations(ws-rev-idx)
                           to rv-educations(ws-rev-idx)
                   end-perform
               when 9
                   move profile-picture-filename to rv-picture-filename
               when 10
                   move profile-course-count to rv-course-count
                   perform varying ws-rev-idx from 1 by 1
                           until ws-rev-idx > 10
                       move profile-courses(ws-rev-idx)
                           to rv-courses(ws-rev-idx)
                   end-perform
               when 11
                   move profile-gpa to rv-gpa
               when 12
                   move profile-mentor-flag to rv-mentor-flag
               when 13
                   move profile-skill-count to rv-skill-count
                   perform varying ws-rev-idx from 1 by 1
                           until ws-rev-idx > 10
                       move profile-skills(ws-rev-idx)
                           to rv-skills(ws-rev-idx)
                   end-perform
           end-evaluate
           .

      *>>    ws-rev-limit from profile-revision-limit.dat (1-50),
      *>>    10 when the file is absent or unreadable.
       load-profile-revision-limit.
           move 10 to ws-rev-limit
           open input profile-revision-limit-file
           if FILESTAT-PRLIM = "00"
               read profile-revision-limit-file
                   at end continue
                   not at end
                       if function trim(profile-revision-limit-line)
                          is numeric
                          and function numval(function trim(
                              profile-revision-limit-line)) >= 1
                          and function numval(function trim(
                              profile-revision-limit-line)) <= 50
                           move function numval(function trim(
                               profile-revision-limit-line))
                               to ws-rev-limit
                       end-if
               end-read
               close profile-revision-limit-file
           end-if
           .

      *>>    Drops current-user's oldest revisions past ws-rev-limit,
      *>>    streaming the file through the usual write-verify-swap.
       prune-profile-revisions.
           perform load-profile-revision-limit
           move 0 to ws-rev-user-count
           open input profile-revision-file
           if FILESTAT-PREV = "00"
               perform until 1 = 2
                   read profile-revision-file
                       at end exit perform
                   end-read
                   perform split-profile-revision-line
                   if function trim(ws-rev-user) = current-user
                       add 1 to ws-rev-user-count
                   end-if
               end-perform
               close profile-revision-file
           end-if
           if ws-rev-user-count <= ws-rev-limit
               exit paragraph
           end-if
           compute ws-rev-drop = ws-rev-user-count - ws-rev-limit

           move "profile-revisions.dat.new" to WS-TEMP-REWRITE-NAME
           move "profile-revisions.dat" to WS-SWAP-TARGET-NAME
           move 0 to ws-swap-written
           open output temp-rewrite-file
           if FILESTAT-TMPRW not = "00"
               move "prune-profile-revisions temp open" to ws-error-context
               move FILESTAT-TMPRW to ws-error-status
               perform log-error
               exit paragraph
           end-if
           open input profile-revision-file
           if FILESTAT-PREV = "00"
               perform until 1 = 2
                   read profile-revision-file
                       at end exit perform
                   end-read
                   perform split-profile-revision-line
                   if function trim(ws-rev-user) = current-user
                      and ws-rev-drop > 0
                       subtract 1 from ws-rev-drop
                   else
                       move profile-revision-line to temp-rewrite-line
                       write temp-rewrite-line
                       add 1 to ws-swap-written
                   end-if
               end-perform
               close profile-revision-file
           end-if
           close temp-rewrite-file
           perform verify-and-swap-rewrite
           .

      *>>    ws-rev-user, ws-rev-stamp and ws-rev-changed from
      *>>    profile-revision-line; the prior image starts at
      *>>    ws-rev-pos.
       split-profile-revision-line.
           move spaces to ws-rev-user
           move spaces to ws-rev-stamp
           move spaces to ws-rev-changed
           move 1 to ws-rev-pos
           unstring profile-revision-line delimited by "|" into
               ws-rev-user ws-rev-stamp ws-rev-changed
               with pointer ws-rev-pos
           end-unstring
           .

      *>>    "Profile History": current-user's saved revisions, newest
      *>>    first, with the fields each save changed. Picking one
      *>>    shows what the profile held before that save and can
      *>>    put back one section or the whole profile - through
      *>>    save-profile, so a revert is itself a revision and can
      *>>    be undone the same way. Reverts are security-audited.
       profile-history.
           move "--- Profile History ---" to WS-DISPLAY
           perform say

           move 0 to PROFREV-COUNT
           open input profile-revision-file
           if FILESTAT-PREV = "00"
               perform until 1 = 2
                   read profile-revision-file
                       at end exit perform
                   end-read
                   perform split-profile-revision-line
                   if function trim(ws-rev-user) = current-user
                       if PROFREV-COUNT >= 50
                           perform varying ws-rev-idx from 1 by 1
                                   until ws-rev-idx > 49
                               move PROFREV-ENTRY(ws-rev-idx + 1)
                                   to PROFREV-ENTRY(ws-rev-idx)
                           end-perform
                           move 49 to PROFREV-COUNT
                       end-if
                       add 1 to PROFREV-COUNT
                       move profile-revision-line
                           to PROFREV-ENTRY(PROFREV-COUNT)
                   end-if
               end-perform
               close profile-revision-file
           end-if

           if PROFREV-COUNT = 0
               move "No earlier versions of your profile are on file." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           perform varying ws-rev-selection from 1 by 1
                   until ws-rev-selection > PROFREV-COUNT
               compute ws-rev-idx = PROFREV-COUNT - ws-rev-selection + 1
               move PROFREV-ENTRY(ws-rev-idx) to profile-revision-line
               perform split-profile-revision-line
               move spaces to WS-DISPLAY
               string ws-rev-selection ". Saved "
                      ws-rev-stamp(1:4) "-" ws-rev-stamp(5:2) "-"
                      ws-rev-stamp(7:2) " " ws-rev-stamp(9:2) ":"
                      ws-rev-stamp(11:2) " - changed: "
                      function trim(ws-rev-changed)
                      delimited by size into WS-DISPLAY
               perform say
           end-perform

           move "Enter a revision number to see what it replaced, or 0 to go back:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function numval(function trim(temp-input)) to ws-rev-selection
           if ws-rev-selection = 0
               exit paragraph
           end-if
           if ws-rev-selection > PROFREV-COUNT
               move "Invalid selection." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           compute ws-rev-idx = PROFREV-COUNT - ws-rev-selection + 1
           move PROFREV-ENTRY(ws-rev-idx) to profile-revision-line
           perform split-profile-revision-line

           perform load-profile
           move profile-data to rev-profile-data
           move spaces to profile-line
           move profile-revision-line(ws-rev-pos:) to profile-line
           perform parse-profile-line-complete
           perform show-revision-image

           move "1. Revert One Field to This Version" to WS-DISPLAY
           perform say
           move "2. Revert the Whole Profile to This Version" to WS-DISPLAY
           perform say
           move "3. Back" to WS-DISPLAY
           perform say
           move "Enter your choice:" to WS-DISPLAY
           move "prompt-choice" to ws-msg-id
           perform say-msg
           read InpFile into temp-input
               at end move "Y" to WS-EOF
                      move rev-profile-data to profile-data
                      exit paragraph
           end-read
           add 1 to ws-line-count
           move function numval(function trim(temp-input)) to ws-rev-action

           evaluate ws-rev-action
               when 1
                   perform revert-profile-field
               when 2
                   perform save-profile
                   move "profile-revert" to ws-audit-event
                   move spaces to ws-audit-detail
                   string "whole profile to version saved "
                          ws-rev-stamp(1:14)
                          delimited by size into ws-audit-detail
                   perform audit-profile-revert
                   move "Your profile was restored to that version." to WS-DISPLAY
                   perform say
               when other
                   move rev-profile-data to profile-data
           end-evaluate
           .

      *>>    The old image now in profile-data, section by section.
       show-revision-image.
           move spaces to WS-DISPLAY
           string "Before that save (" ws-rev-stamp(1:4) "-"
                  ws-rev-stamp(5:2) "-" ws-rev-stamp(7:2)
                  "), your profile held:"
                  delimited by size into WS-DISPLAY
           perform say
           move spaces to WS-DISPLAY
           string "   Name: " function trim(profile-firstname) " "
                  function trim(profile-lastname)
                  delimited by size into WS-DISPLAY
           perform say
           move spaces to WS-DISPLAY
           string "   University: " function trim(profile-university)
                  ", major: " function trim(profile-major)
                  ", graduating " profile-gradyear
                  delimited by size into WS-DISPLAY
           perform say
           move spaces to WS-DISPLAY
           string "   About: " function trim(profile-aboutme)
                  delimited by size into WS-DISPLAY
           perform say
           perform varying ws-rev-idx from 1 by 1
                   until ws-rev-idx > profile-exp-count
               move spaces to WS-DISPLAY
               string "   Experience: " function trim(exp-title(ws-rev-idx))
                      " at " function trim(exp-company(ws-rev-idx))
                      " (" function trim(exp-dates(ws-rev-idx)) ")"
                      delimited by size into WS-DISPLAY
               perform say
           end-perform
           perform varying ws-rev-idx from 1 by 1
                   until ws-rev-idx > profile-edu-count
               move spaces to WS-DISPLAY
               string "   Education: " function trim(edu-degree(ws-rev-idx))
                      ", " function trim(edu-university(ws-rev-idx))
                      " (" function trim(edu-years(ws-rev-idx)) ")"
                      delimited by size into WS-DISPLAY
               perform say
           end-perform
           move spaces to WS-DISPLAY
           string "   Coursework entries: " profile-course-count
                  ", skills: " profile-skill-count
                  ", GPA: " function trim(profile-gpa)
                  ", picture: " function trim(profile-picture-filename)
                  delimited by size into WS-DISPLAY
           perform say
           .

      *>>    Puts one section of the old image (profile-data) back
      *>>    into the current profile (rev-profile-data) and saves.
       revert-profile-field.
           perform varying ws-rev-field from 1 by 1 until ws-rev-field > 13
               move spaces to WS-DISPLAY
               string ws-rev-field ". " rev-field-name(ws-rev-field)
                      delimited by size into WS-DISPLAY
               perform say
           end-perform
           move "Enter the field to revert:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF
                      move rev-profile-data to profile-data
                      exit paragraph
           end-read
           add 1 to ws-line-count
           move function numval(function trim(temp-input)) to ws-rev-field
           if ws-rev-field < 1 or ws-rev-field > 13
               move "Invalid selection." to WS-DISPLAY
               perform say
               move rev-profile-data to profile-data
               exit paragraph
           end-if

           perform copy-revision-field
           move rev-profile-data to profile-data
           perform save-profile

           move "profile-revert" to ws-audit-event
           move spaces to ws-audit-detail
           string function trim(rev-field-name(ws-rev-field))
                  " to version saved " ws-rev-stamp(1:14)
                  delimited by size into ws-audit-detail
           perform audit-profile-revert

           move spaces to WS-DISPLAY
           string "Your " function trim(rev-field-name(ws-rev-field))
                  " was restored to that version."
                  delimited by size into WS-DISPLAY
           perform say
           .

       audit-profile-revert.
           move current-user to ws-audit-actor
           move current-user to ws-audit-target
           perform write-audit-event
           .

       view-profile.
      *>>    Epic #3: Enhanced profile display with easy-to-read format
      *>>    Shows all fields including optional ones in organized sections
           move "================================" to WS-DISPLAY
           perform say
           move "         YOUR PROFILE           " to WS-DISPLAY
           perform say
           move "================================" to WS-DISPLAY
           perform say

           perform load-profile-for-view

           if ws-profile-exists = "y"
               move "--- Personal Information ---" to WS-DISPLAY
               perform say

               move spaces to WS-DISPLAY
               string "Name: " function trim(profile-firstname) " "
                      function trim(profile-lastname) delimited by size into WS-DISPLAY
               perform say

               move spaces to WS-DISPLAY
               string "University: " function trim(profile-university) delimited by size into WS-DISPLAY
               perform say

               move spaces to WS-DISPLAY
               string "Major: " function trim(profile-major) delimited by size into WS-DISPLAY
               perform say

               move spaces to WS-DISPLAY
               string "Graduation Year: " profile-gradyear delimited by size into WS-DISPLAY
               perform say

               move spaces to WS-DISPLAY
               if function trim(profile-picture-filename) = spaces
                   move "Profile Picture: (not set)" to WS-DISPLAY
               else
                   string "Profile Picture: " function trim(profile-picture-filename) delimited by size into WS-DISPLAY
               end-if
               perform say

      *>>        Epic #3: Display optional About Me section if provided
               if function trim(profile-aboutme) not = spaces
                   move " " to WS-DISPLAY
                   perform say
                   move "--- About Me ---" to WS-DISPLAY
                   perform say
                   move function trim(profile-aboutme) to WS-DISPLAY
                   perform say
               end-if

      *>>        Taxonomy skills from the profile's own skills list.
               if profile-skill-count > 0
                   move " " to WS-DISPLAY
                   perform say
                   move "--- Skills ---" to WS-DISPLAY
                   perform say
                   perform varying ws-i from 1 by 1
                           until ws-i > profile-skill-count
                       move spaces to WS-DISPLAY
                       string "  " function trim(profile-skills(ws-i))
                           delimited by size into WS-DISPLAY
                       perform say
                   end-perform
               end-if

      *>>        Epic #3: Display all experience entries with proper formatting
               if profile-exp-count > 0
                   move " " to WS-DISPLAY
                   perform say
                   move "--- Professional Experience ---" to WS-DISPLAY
                   perform say
                   perform varying ws-i from 1 by 1 until ws-i > profile-exp-count
                       move " " to WS-DISPLAY
                       perform say
                       move spaces to WS-DISPLAY
                       string "Experience #" ws-i ":" delimited by size into WS-DISPLAY
                       perform say
                       move spaces to WS-DISPLAY
                       string "  Title: " function trim(exp-title(ws-i)) delimited by size into WS-DISPLAY
                       perform say
                       move spaces to WS-DISPLAY
                       string "  Company: " function trim(exp-company(ws-i)) delimited by size into WS-DISPLAY
                       perform say
                       move spaces to WS-DISPLAY
                       string "  Dates: " function trim(exp-dates(ws-i)) delimited by size into WS-DISPLAY
                       perform say
                       if function trim(exp-description(ws-i)) not = spaces
                           move spaces to WS-DISPLAY
                           string "  Description: " function trim(exp-description(ws-i)) delimited by size into WS-DISPLAY
                           perform say
                       end-if
                   end-perform
               else
      *>>            Epic #3: Show message when no experience entries exist
                   move " " to WS-DISPLAY
                   perform say
                   move "--- Professional Experience ---" to WS-DISPLAY
                   perform say
                   move "  No experience entries added." to WS-DISPLAY
                   perform say
               end-if

      *>>        Epic #3: Display all education entries with proper formatting
               if profile-edu-count > 0
                   move " " to WS-DISPLAY
                   perform say
                   move "--- Education ---" to WS-DISPLAY
                   perform say
                   perform varying ws-i from 1 by 1 until ws-i > profile-edu-count
                       move " " to WS-DISPLAY
                       perform say
                       move spaces to WS-DISPLAY
                       string "Education #" ws-i ":" delimited by size into WS-DISPLAY
                       perform say
                       move spaces to WS-DISPLAY
                       string "  Degree: " function trim(edu-degree(ws-i)) delimited by size into WS-DISPLAY
                       perform say
                       move spaces to WS-DISPLAY
                       string "  University: " function trim(edu-university(ws-i)) delimited by size into WS-DISPLAY
                       perform say
                       move spaces to WS-DISPLAY
                       string "  Years: " function trim(edu-years(ws-i)) delimited by size into WS-DISPLAY
                       perform say
                   end-perform
               else
                   move " " to WS-DISPLAY
                   perform say
                   move "--- Education ---" to WS-DISPLAY
                   perform say
                   move "  No education entries added." to WS-DISPLAY
                   perform say
               end-if

      *>>        Relevant coursework and GPA - what campus recruiters
      *>>        screen on first.
               if profile-course-count > 0
                   move " " to WS-DISPLAY
                   perform say
                   move "--- Relevant Coursework ---" to WS-DISPLAY
                   perform say
                   perform varying ws-i from 1 by 1 until ws-i > profile-course-count
                       move spaces to WS-DISPLAY
                       if function trim(course-grade(ws-i)) = spaces
                           string "  " function trim(course-name(ws-i))
                                  " (" function trim(course-term(ws-i)) ")"
                                  delimited by size into WS-DISPLAY
                       else
                           string "  " function trim(course-name(ws-i))
                                  " (" function trim(course-term(ws-i))
                                  ") - " function trim(course-grade(ws-i))
                                  delimited by size into WS-DISPLAY
                       end-if
                       perform say
                   end-perform
               end-if

               if function trim(profile-gpa) not = spaces
                   move " " to WS-DISPLAY
                   perform say
                   move spaces to WS-DISPLAY
                   string "GPA: " function trim(profile-gpa)
                          " (self-reported)"
                       delimited by size into WS-DISPLAY
                   perform say
               end-if

      *>>        Registrar-audited coursework and GPA, shown apart
      *>>        from the self-reported fields above - the data
      *>>        recruiters challenge self-reporting on most.
               move current-user to ws-vt-owner
               perform lookup-verified-transcript
               if ws-vt-found = "y"
                   move " " to WS-DISPLAY
                   perform say
                   move "--- Registrar-Verified Academics ---" to WS-DISPLAY
                   perform say
                   move spaces to WS-DISPLAY
                   string "GPA: " function trim(ws-vt-gpa)
                          " (registrar verified "
                          function trim(ws-vt-date) ")"
                       delimited by size into WS-DISPLAY
                   perform say
                   perform varying ws-i from 1 by 1 until ws-i > 10
                       if function trim(VT-COURSE-ENTRY(ws-i)) not = spaces
                           perform split-vt-course
                           move spaces to WS-DISPLAY
                           string "  " function trim(ws-vt-course-name)
                                  " (" function trim(ws-vt-course-term)
                                  ") - " function trim(ws-vt-course-grade)
                                  " [verified]"
                                  delimited by size into WS-DISPLAY
                           perform say
                       end-if
                   end-perform
               end-if

      *>>        Certifications and licenses from certifications.dat,
      *>>        an expired one flagged rather than hidden.
               perform load-certification-rows
               move current-user to ws-cert-owner
               perform match-owner-certifications
               if ws-cert-match-count > 0
                   move " " to WS-DISPLAY
                   perform say
                   move "--- Certifications ---" to WS-DISPLAY
                   perform say
                   perform varying ws-k from 1 by 1
                           until ws-k > ws-cert-match-count
                       move CERT-ROW-ENTRY(CERT-MATCH-ENTRY(ws-k))
                           to certification-line
                       perform parse-certification-line
                       perform describe-certification
                       move spaces to WS-DISPLAY
                       string "  " function trim(ws-cert-text)
                           delimited by size into WS-DISPLAY
                       perform say
                   end-perform
               end-if

      *>>        Completed skills from skills-progress.dat, each with its
      *>>        peer endorsement count from endorsements.dat.
               move " " to WS-DISPLAY
               perform say
               move "--- Skills ---" to WS-DISPLAY
               perform say
               move 0 to ws-endorse-skill-count
               open input skills-file
               if FILESTAT-SKILL = "00"
                   perform until 1 = 2
                       read skills-file into skills-line
                           at end exit perform
                       end-read
                       move spaces to PARSE-FIELD(5)
                       unstring skills-line delimited by "|" into
                           PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                           PARSE-FIELD(4) PARSE-FIELD(5)
                       end-unstring
                       if function trim(PARSE-FIELD(1)) = current-user
                          and function trim(PARSE-FIELD(5)) not = "fail"
                           add 1 to ws-endorse-skill-count
                           move current-user to ws-endorse-target
                           move function trim(PARSE-FIELD(2)) to ws-endorse-skill
                           perform count-skill-endorsements
                           move spaces to WS-DISPLAY
                           string "  " function trim(ws-endorse-skill)
                                  " (" ws-endorse-count " endorsement(s))"
                                  delimited by size into WS-DISPLAY
                           perform say
                       end-if
                   end-perform
                   close skills-file
               end-if
               if ws-endorse-skill-count = 0
                   move "  No skills completed yet." to WS-DISPLAY
                   perform say
               end-if

               move " " to WS-DISPLAY
               perform say
               move "================================" to WS-DISPLAY
               perform say
           else
               move "No profile found. Please create your profile first." to WS-DISPLAY
               perform say
           end-if
           .

       export-profile-as-resume.
      *>>    Writes the same sections view-profile shows on screen to a
      *>>    dedicated "<username>-resume.txt" file.
           perform load-profile-for-view

           if ws-profile-exists = "n"
               move "No profile found. Please create your profile first." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move spaces to WS-RESUME-FILENAME
           string function trim(current-user) "-resume.txt"
               delimited by size into WS-RESUME-FILENAME

           open output resume-file
           if FILESTAT-RESUME not = "00"
               move "Error creating resume file." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move spaces to resume-line
           string function trim(profile-firstname) " "
               function trim(profile-lastname) delimited by size into resume-line
           write resume-line
           move "================================" to resume-line
           write resume-line

           move spaces to resume-line
           string "University: " function trim(profile-university) delimited by size into resume-line
           write resume-line

           move spaces to resume-line
           string "Major: " function trim(profile-major) delimited by size into resume-line
           write resume-line

           move spaces to resume-line
           string "Graduation Year: " profile-gradyear delimited by size into resume-line
           write resume-line

           if function trim(profile-aboutme) not = spaces
               move spaces to resume-line
               write resume-line
               move "--- Summary ---" to resume-line
               write resume-line
               move function trim(profile-aboutme) to resume-line
               write resume-line
           end-if

           move spaces to resume-line
           write resume-line
           move "--- Professional Experience ---" to resume-line
           write resume-line
           if profile-exp-count > 0
               perform varying ws-i from 1 by 1 until ws-i > profile-exp-count
                   move spaces to resume-line
                   write resume-line
                   move spaces to resume-line
                   string function trim(exp-title(ws-i)) " - "
                       function trim(exp-company(ws-i)) delimited by size into resume-line
                   write resume-line
                   move spaces to resume-line
                   string "  " function trim(exp-dates(ws-i)) delimited by size into resume-line
                   write resume-line
                   if function trim(exp-description(ws-i)) not = spaces
                       move spaces to resume-line
                       string "  " function trim(exp-description(ws-i)) delimited by size into resume-line
                       write resume-line
                   end-if
               end-perform
           else
               move "  No experience entries added." to resume-line
               write resume-line
           end-if

           move spaces to resume-line
           write resume-line
           move "--- Education ---" to resume-line
           write resume-line
           if profile-edu-count > 0
               perform varying ws-i from 1 by 1 until ws-i > profile-edu-count
                   move spaces to resume-line
                   write resume-line
                   move spaces to resume-line
                   string function trim(edu-degree(ws-i)) " - "
                       function trim(edu-university(ws-i)) delimited by size into resume-line
                   write resume-line
                   move spaces to resume-line
                   string "  " function trim(edu-years(ws-i)) delimited by size into resume-line
                   write resume-line
               end-perform
           else
               move "  No education entries added." to resume-line
               write resume-line
           end-if

           if profile-course-count > 0
               move spaces to resume-line
               write resume-line
               move "--- Relevant Coursework ---" to resume-line
               write resume-line
               perform varying ws-i from 1 by 1 until ws-i > profile-course-count
                   move spaces to resume-line
                   if function trim(course-grade(ws-i)) = spaces
                       string "  " function trim(course-name(ws-i))
                              " (" function trim(course-term(ws-i)) ")"
                              delimited by size into resume-line
                   else
                       string "  " function trim(course-name(ws-i))
                              " (" function trim(course-term(ws-i))
                              ") - " function trim(course-grade(ws-i))
                              delimited by size into resume-line
                   end-if
                   write resume-line
               end-perform
           end-if

           if function trim(profile-gpa) not = spaces
               move spaces to resume-line
               write resume-line
               move spaces to resume-line
               string "GPA: " function trim(profile-gpa)
                      " (self-reported)"
                   delimited by size into resume-line
               write resume-line
           end-if

      *>>    Registrar-audited academics, marked apart from the
      *>>    self-reported section so an employer can tell them.
           move current-user to ws-vt-owner
           perform lookup-verified-transcript
           if ws-vt-found = "y"
               move spaces to resume-line
               write resume-line
               move "--- Registrar-Verified Academics ---" to resume-line
               write resume-line
               move spaces to resume-line
               string "GPA: " function trim(ws-vt-gpa)
                      " (registrar verified "
                      function trim(ws-vt-date) ")"
                   delimited by size into resume-line
               write resume-line
               perform varying ws-i from 1 by 1 until ws-i > 10
                   if function trim(VT-COURSE-ENTRY(ws-i)) not = spaces
                       perform split-vt-course
                       move spaces to resume-line
                       string "  " function trim(ws-vt-course-name)
                              " (" function trim(ws-vt-course-term)
                              ") - " function trim(ws-vt-course-grade)
                              " [verified]"
                              delimited by size into resume-line
                       write resume-line
                   end-if
               end-perform
           end-if

      *>>    Certifications and licenses - employers screen on
      *>>    these, so the dates and verified mark go out with them.
           perform load-certification-rows
           move current-user to ws-cert-owner
           perform match-owner-certifications
           if ws-cert-match-count > 0
               move spaces to resume-line
               write resume-line
               move "--- Certifications ---" to resume-line
               write resume-line
               perform varying ws-k from 1 by 1
                       until ws-k > ws-cert-match-count
                   move CERT-ROW-ENTRY(CERT-MATCH-ENTRY(ws-k))
                       to certification-line
                   perform parse-certification-line
                   perform describe-certification
                   move spaces to resume-line
                   string "  " function trim(ws-cert-text)
                       delimited by size into resume-line
                   write resume-line
               end-perform
           end-if

      *>>    Completed skills with their peer endorsement counts -
      *>>    recruiters read a skill with endorsements very differently
      *>>    from a self-declared one.
           move spaces to resume-line
           write resume-line
           move "--- Skills ---" to resume-line
           write resume-line
           move 0 to ws-endorse-skill-count
           open input skills-file
           if FILESTAT-SKILL = "00"
               perform until 1 = 2
                   read skills-file into skills-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD(5)
                   unstring skills-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                       PARSE-FIELD(4) PARSE-FIELD(5)
                   end-unstring
                   if function trim(PARSE-FIELD(1)) = current-user
                      and function trim(PARSE-FIELD(5)) not = "fail"
                       add 1 to ws-endorse-skill-count
                       move current-user to ws-endorse-target
                       move function trim(PARSE-FIELD(2)) to ws-endorse-skill
                       perform count-skill-endorsements
                       move spaces to resume-line
                       string "  " function trim(ws-endorse-skill)
                              " (" ws-endorse-count " endorsement(s))"
                              delimited by size into resume-line
                       write resume-line
                   end-if
               end-perform
               close skills-file
           end-if
           if ws-endorse-skill-count = 0
               move "  No skills completed yet." to resume-line
               write resume-line
           end-if

           close resume-file

           move spaces to WS-DISPLAY
           string "Resume exported to " function trim(WS-RESUME-FILENAME)
               delimited by size into WS-DISPLAY
           perform say
           .

      *>>    certifications.dat: username|certification|issuer|
      *>>    credential-id|issued|expires|verified.
       parse-certification-line.
           move spaces to certification-data
           unstring certification-line delimited by "|" into
               crt-user crt-name crt-issuer crt-cred-id
               crt-issued crt-expires crt-verified
           end-unstring
           .

       serialize-certification-line.
           move spaces to certification-line
           string function trim(crt-user) "|"
                  function trim(crt-name) "|"
                  function trim(crt-issuer) "|"
                  function trim(crt-cred-id) "|"
                  function trim(crt-issued) "|"
                  function trim(crt-expires) "|"
                  function trim(crt-verified)
                  delimited by size into certification-line
           end-string
           .

      *>>    The whole file into CERT-ROWS-TABLE; ws-cert-overflow
      *>>    "y" past 500 rows, which the rewriting callers refuse.
       load-certification-rows.
           move 0 to CERT-ROWS-COUNT
           move "n" to ws-cert-overflow
           open input certification-file
           if FILESTAT-CERT = "00"
               perform until 1 = 2
                   read certification-file into certification-line
                       at end exit perform
                   end-read
                   if CERT-ROWS-COUNT >= 500
                       move "y" to ws-cert-overflow
                       exit perform
                   end-if
                   add 1 to CERT-ROWS-COUNT
                   move certification-line
                       to CERT-ROW-ENTRY(CERT-ROWS-COUNT)
               end-perform
               close certification-file
           end-if
           .

      *>>    Writes CERT-ROWS-TABLE (blanked rows dropped) through
      *>>    the verified temp-file swap; ws-swap-ok says whether the
      *>>    live file was replaced.
       rewrite-certification-file.
           move "certifications.dat.new" to WS-TEMP-REWRITE-NAME
           move "certifications.dat" to WS-SWAP-TARGET-NAME
           move 0 to ws-swap-written
           move "n" to ws-swap-ok
           open output temp-rewrite-file
           if FILESTAT-TMPRW not = "00"
               move "certification temp open" to ws-error-context
               move FILESTAT-TMPRW to ws-error-status
               perform log-error
               exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > CERT-ROWS-COUNT
               if CERT-ROW-ENTRY(ws-i) not = spaces
                   move CERT-ROW-ENTRY(ws-i) to temp-rewrite-line
                   write temp-rewrite-line
                   add 1 to ws-swap-written
               end-if
           end-perform
           close temp-rewrite-file
           perform verify-and-swap-rewrite
           .

      *>>    CERT-MATCH-TABLE gets the loaded rows belonging to
      *>>    ws-cert-owner, in file order.
       match-owner-certifications.
           move 0 to ws-cert-match-count
           perform varying ws-i from 1 by 1 until ws-i > CERT-ROWS-COUNT
               move CERT-ROW-ENTRY(ws-i) to certification-line
               perform parse-certification-line
               if function trim(crt-user) = function trim(ws-cert-owner)
                   add 1 to ws-cert-match-count
                   move ws-i to CERT-MATCH-ENTRY(ws-cert-match-count)
               end-if
           end-perform
           .

      *>>    The parsed certification-data as one display line into
      *>>    ws-cert-text, flagged expired once its date has passed.
       describe-certification.
           move spaces to ws-cert-text
           move 1 to ws-parse-pos
           string function trim(crt-name) delimited by size
                  into ws-cert-text with pointer ws-parse-pos
           end-string
           if function trim(crt-issuer) not = spaces
               string " - " function trim(crt-issuer) delimited by size
                      into ws-cert-text with pointer ws-parse-pos
               end-string
           end-if
           if function trim(crt-cred-id) not = spaces
               string ", ID " function trim(crt-cred-id)
                      delimited by size
                      into ws-cert-text with pointer ws-parse-pos
               end-string
           end-if
           if function trim(crt-issued) not = spaces
               string ", issued " function trim(crt-issued)
                      delimited by size
                      into ws-cert-text with pointer ws-parse-pos
               end-string
           end-if
           if function trim(crt-expires) = spaces
               string ", no expiry" delimited by size
                      into ws-cert-text with pointer ws-parse-pos
               end-string
           else
               if crt-expires < function current-date(1:8)
                   string ", EXPIRED " function trim(crt-expires)
                          delimited by size
                          into ws-cert-text with pointer ws-parse-pos
                   end-string
               else
                   string ", expires " function trim(crt-expires)
                          delimited by size
                          into ws-cert-text with pointer ws-parse-pos
                   end-string
               end-if
           end-if
           if crt-verified = "y"
               string " [verified]" delimited by size
                      into ws-cert-text with pointer ws-parse-pos
               end-string
           end-if
           .

      *>>    ws-cert-held "y" when ws-cert-owner has an unexpired
      *>>    certification whose name contains ws-cert-check-name
      *>>    (any case) - so "CPR" is met by "CPR/AED for
      *>>    Professional Rescuers".
       check-certification-held.
           move "n" to ws-cert-held
           open input certification-file
           if FILESTAT-CERT = "00"
               perform until 1 = 2
                   read certification-file into certification-line
                       at end exit perform
                   end-read
                   perform parse-certification-line
                   if function trim(crt-user) = function trim(ws-cert-owner)
                      and (function trim(crt-expires) = spaces
                           or crt-expires >= function current-date(1:8))
                       move 0 to ws-name-match-tally
                       inspect function upper-case(crt-name)
                           tallying ws-name-match-tally for all
                           function trim(function upper-case(ws-cert-check-name))
                       if ws-name-match-tally > 0
                           move "y" to ws-cert-held
                           exit perform
                       end-if
                   end-if
               end-perform
               close certification-file
           end-if
           .

      *>>    From Create/Edit My Profile: lists current-user's
      *>>    certifications and adds, edits or removes one.
       manage-certifications.
           perform until WS-EOF = "Y"
               move "--- My Certifications ---" to WS-DISPLAY
               perform say
               perform load-certification-rows
               move current-user to ws-cert-owner
               perform match-owner-certifications
               if ws-cert-match-count = 0
                   move "  No certifications added." to WS-DISPLAY
                   perform say
               end-if
               perform varying ws-k from 1 by 1
                       until ws-k > ws-cert-match-count
                   move CERT-ROW-ENTRY(CERT-MATCH-ENTRY(ws-k))
                       to certification-line
                   perform parse-certification-line
                   perform describe-certification
                   move spaces to WS-DISPLAY
                   string ws-k ". " function trim(ws-cert-text)
                          delimited by size into WS-DISPLAY
                   perform say
               end-perform

               move "1. Add a Certification" to WS-DISPLAY
               perform say
               move "2. Edit a Certification" to WS-DISPLAY
               perform say
               move "3. Remove a Certification" to WS-DISPLAY
               perform say
               move "4. Go Back" to WS-DISPLAY
               perform say
               move "Enter your choice:" to WS-DISPLAY
               move "prompt-choice" to ws-msg-id
               perform say-msg
               read InpFile into temp-input
                   at end move "Y" to WS-EOF exit paragraph
               end-read
               add 1 to ws-line-count
               move 0 to ws-cert-choice
               if function trim(temp-input) is numeric
                   move function numval(function trim(temp-input))
                       to ws-cert-choice
               end-if

               evaluate ws-cert-choice
                   when 1
                       perform add-certification
                   when 2
                       perform edit-certification
                   when 3
                       perform remove-certification
                   when other
                       exit perform
               end-evaluate
           end-perform
           .

       add-certification.
           if ws-cert-match-count >= WS-CERT-MAX-PER-USER
               move "You already have the maximum of 20 certifications." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           move spaces to certification-data
           move current-user to crt-user
           move "n" to ws-cert-keep
           perform capture-certification-fields
           if WS-EOF = "Y" or crt-name = spaces
               exit paragraph
           end-if
           move "n" to crt-verified
           perform serialize-certification-line

           open extend certification-file
           if FILESTAT-CERT not = "00"
               open output certification-file
               close certification-file
               open extend certification-file
           end-if
           write certification-line
           close certification-file

           move "Certification added." to WS-DISPLAY
           perform say
           .

      *>>    Any edit clears the verified flag - an advisor checked
      *>>    the old details, not the new ones.
       edit-certification.
           perform choose-my-certification
           if ws-cert-selection = 0
               exit paragraph
           end-if
           move CERT-ROW-ENTRY(ws-cert-selection) to certification-line
           perform parse-certification-line
           move "y" to ws-cert-keep
           perform capture-certification-fields
           if WS-EOF = "Y"
               exit paragraph
           end-if
           move "n" to crt-verified
           perform serialize-certification-line
           move certification-line to CERT-ROW-ENTRY(ws-cert-selection)
           perform rewrite-certification-file
           if ws-swap-ok not = "y"
               exit paragraph
           end-if
           move "Certification updated." to WS-DISPLAY
           perform say
           .

       remove-certification.
           perform choose-my-certification
           if ws-cert-selection = 0
               exit paragraph
           end-if
           move spaces to CERT-ROW-ENTRY(ws-cert-selection)
           perform rewrite-certification-file
           if ws-swap-ok not = "y"
               exit paragraph
           end-if
           move "Certification removed." to WS-DISPLAY
           perform say
           .

      *>>    ws-cert-selection: the CERT-ROWS-TABLE row of the listed
      *>>    certification picked by number, 0 if none.
       choose-my-certification.
           move 0 to ws-cert-selection
           if ws-cert-match-count = 0
               move "You have no certifications to change." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           if ws-cert-overflow = "y"
               move "certifications.dat is over 500 rows - changes cannot be saved right now." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           move "Enter the certification number, or 0 to cancel:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move 0 to ws-k
           if function trim(temp-input) is numeric
               move function numval(function trim(temp-input)) to ws-k
           end-if
           if ws-k = 0
               exit paragraph
           end-if
           if ws-k > ws-cert-match-count
               move "Invalid selection." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           move CERT-MATCH-ENTRY(ws-k) to ws-cert-selection
           .

      *>>    Prompts for each field of certification-data. With
      *>>    ws-cert-keep "y" (an edit) a blank answer keeps the
      *>>    current value; on an add the name is required.
       capture-certification-fields.
           if ws-cert-keep = "y"
               move spaces to WS-DISPLAY
               string "Certification or license name ["
                      function trim(crt-name) "], blank to keep:"
                      delimited by size into WS-DISPLAY
           else
               move "Certification or license name (e.g. CPR/AED, CompTIA A+):" to WS-DISPLAY
           end-if
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           if function trim(temp-input) not = spaces
               move function trim(temp-input) to crt-name
               inspect crt-name replacing all "|" by "/"
           end-if
           if crt-name = spaces
               move "A certification name is required." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           if ws-cert-keep = "y"
               move spaces to WS-DISPLAY
               string "Issuing organization ["
                      function trim(crt-issuer) "], blank to keep:"
                      delimited by size into WS-DISPLAY
           else
               move "Issuing organization:" to WS-DISPLAY
           end-if
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           if function trim(temp-input) not = spaces
               move function trim(temp-input) to crt-issuer
               inspect crt-issuer replacing all "|" by "/"
           end-if

           if ws-cert-keep = "y"
               move spaces to WS-DISPLAY
               string "Credential ID ["
                      function trim(crt-cred-id) "], blank to keep:"
                      delimited by size into WS-DISPLAY
           else
               move "Credential ID (blank if none):" to WS-DISPLAY
           end-if
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           if function trim(temp-input) not = spaces
               move function trim(temp-input) to crt-cred-id
               inspect crt-cred-id replacing all "|" by "/"
           end-if

           move "Issue date (YYYYMMDD" to ws-cert-date-prompt
           move crt-issued to ws-cert-date-in
           perform capture-certification-date
           if WS-EOF = "Y"
               exit paragraph
           end-if
           move ws-cert-date-in to crt-issued

           move "Expiry date (YYYYMMDD" to ws-cert-date-prompt
           move crt-expires to ws-cert-date-in
           perform capture-certification-date
           if WS-EOF = "Y"
               exit paragraph
           end-if
           move ws-cert-date-in to crt-expires
           .

      *>>    One date into ws-cert-date-in (which holds the current
      *>>    value on an edit), re-prompting until it is blank or a
      *>>    plausible YYYYMMDD. On an edit "-" clears it.
       capture-certification-date.
           perform until 1 = 2
               move spaces to WS-DISPLAY
               if ws-cert-keep = "y"
                   string function trim(ws-cert-date-prompt) ") ["
                          function trim(ws-cert-date-in)
                          "], blank to keep, - for none:"
                          delimited by size into WS-DISPLAY
               else
                   string function trim(ws-cert-date-prompt)
                          ", blank for none):"
                          delimited by size into WS-DISPLAY
               end-if
               perform say
               read InpFile into temp-input
                   at end move "Y" to WS-EOF exit paragraph
               end-read
               add 1 to ws-line-count
               if function trim(temp-input) = spaces
                   if ws-cert-keep not = "y"
                       move spaces to ws-cert-date-in
                   end-if
                   exit perform
               end-if
               if function trim(temp-input) = "-" and ws-cert-keep = "y"
                   move spaces to ws-cert-date-in
                   exit perform
               end-if
               if function trim(temp-input) is numeric
                  and function length(function trim(temp-input)) = 8
                   move function trim(temp-input) to ws-cert-date-try
                   if ws-cert-date-try(5:2) >= "01"
                      and ws-cert-date-try(5:2) <= "12"
                      and ws-cert-date-try(7:2) >= "01"
                      and ws-cert-date-try(7:2) <= "31"
                       move ws-cert-date-try to ws-cert-date-in
                       exit perform
                   end-if
               end-if
               move "Please enter the date as YYYYMMDD." to WS-DISPLAY
               perform say
           end-perform
           .

      *>>    Advisor-menu action: certifications not yet verified,
      *>>    each checked against the issuer's record and marked
      *>>    verified (or left as it is) one at a time.
       verify-certifications.
           move "--- Certifications Awaiting Verification ---" to WS-DISPLAY
           perform say
           perform load-certification-rows
           if ws-cert-overflow = "y"
               move "certifications.dat is over 500 rows - changes cannot be saved right now." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move 0 to ws-cert-match-count
           perform varying ws-i from 1 by 1 until ws-i > CERT-ROWS-COUNT
               move CERT-ROW-ENTRY(ws-i) to certification-line
               perform parse-certification-line
               if crt-verified not = "y"
                   add 1 to ws-cert-match-count
                   move ws-i to CERT-MATCH-ENTRY(ws-cert-match-count)
                   perform describe-certification
                   move spaces to WS-DISPLAY
                   string ws-cert-match-count ". "
                          function trim(crt-user) ": "
                          function trim(ws-cert-text)
                          delimited by size into WS-DISPLAY
                   perform say
               end-if
           end-perform
           if ws-cert-match-count = 0
               move "No certifications are awaiting verification." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move "Enter the number of a certification you have verified, or 0 to go back:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move 0 to ws-k
           if function trim(temp-input) is numeric
               move function numval(function trim(temp-input)) to ws-k
           end-if
           if ws-k = 0
               exit paragraph
           end-if
           if ws-k > ws-cert-match-count
               move "Invalid selection." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move CERT-MATCH-ENTRY(ws-k) to ws-cert-selection
           move CERT-ROW-ENTRY(ws-cert-selection) to certification-line
           perform parse-certification-line
           move "y" to crt-verified
           perform serialize-certification-line
           move certification-line to CERT-ROW-ENTRY(ws-cert-selection)
           perform rewrite-certification-file
           if ws-swap-ok not = "y"
               exit paragraph
           end-if

           move crt-user to notif-recipient
           move "certification" to notif-event
           move spaces to notif-detail
           string "Your " function trim(crt-name)
                  " certification has been verified by the career office."
                  delimited by size into notif-detail
           perform write-notification

           move "Certification marked verified." to WS-DISPLAY
           perform say
           .

       load-profile-for-view.
           move "n" to ws-profile-exists
           initialize profile-data
           perform varying ws-i from 1 by 1 until ws-i > 10
               move spaces to exp-title(ws-i)
               move spaces to exp-company(ws-i)
               move spaces to exp-dates(ws-i)
               move spaces to exp-description(ws-i)
               move spaces to edu-degree(ws-i)
               move spaces to edu-university(ws-i)
               move spaces to edu-years(ws-i)
               move spaces to course-name(ws-i)
               move spaces to course-term(ws-i)
               move spaces to course-grade(ws-i)
           end-perform

           open input profile-file
           if FILESTAT-PROFILE = "00"
               if function length(function trim(current-user)) > 0
                   move function trim(current-user) to fd-profile-username
                   read profile-file
                       invalid key continue
                       not invalid key
                           move "y" to ws-profile-exists
                           perform rejoin-profile-record-to-line
                           perform parse-profile-line-complete
                   end-read
               end-if
               close profile-file
           end-if
           .

       search-for-user.
      *>>    Epic #3: New feature - Search for users
      *>>    Offers a search mode (by name, or by university/major) before
      *>>    scanning profile-file.
           move "--- Search for User ---" to WS-DISPLAY
           perform say
           move "1. Search by Name" to WS-DISPLAY
           perform say
           move "2. Search by University or Major" to WS-DISPLAY
           perform say
           move "3. Alumni Directory" to WS-DISPLAY
           perform say
           move "Enter your choice:" to WS-DISPLAY
           move "prompt-choice" to ws-msg-id
           perform say-msg

           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function numval(function trim(temp-input)) to ws-search-mode

           evaluate ws-search-mode
               when 2
                   perform search-by-university-or-major
               when 3
                   perform search-alumni-directory
               when other
                   perform search-by-name
           end-evaluate
           .

      *>>    Directory mode over alumni only (graduation year in the
      *>>    past): browse by university, major, or class year, or all
      *>>    of them with a blank filter - so a student hunting for
      *>>    alumni specifically can finally tell who is who.
       search-alumni-directory.
           move "--- Alumni Directory ---" to WS-DISPLAY
           perform say
           move "Filter by university, major, or class year (blank for all alumni):" to WS-DISPLAY
           perform say

           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function trim(temp-input) to search-keyword

           move function numval(function current-date(1:4)) to ws-current-year
           move 0 to search-results-count
           move 0 to ws-page-count
           move "n" to ws-pagination-stop
           open input profile-file
           if FILESTAT-PROFILE = "00"
               perform until ws-pagination-stop = "y"
                   read profile-file next record
                       at end exit perform
                   end-read
                   perform rejoin-profile-record-to-line

                   perform parse-search-profile
                   perform check-user-is-active
                   perform check-profile-visible

                   move "n" to ws-found
                   if temp-profile-gradyear > 0
                      and temp-profile-gradyear < ws-current-year
                      and ws-user-active = "y"
                      and ws-profile-visible = "y"
                       if function trim(search-keyword) = spaces
                           move "y" to ws-found
                       else
                           move 0 to ws-name-match-tally
                           inspect function upper-case(function trim(temp-profile-university))
                               tallying ws-name-match-tally for all
                               function trim(function upper-case(search-keyword))
                           inspect function upper-case(function trim(temp-profile-major))
                               tallying ws-name-match-tally for all
                               function trim(function upper-case(search-keyword))
                           if ws-name-match-tally > 0
                               move "y" to ws-found
                           end-if
                           if function trim(search-keyword) is numeric
                              and function numval(function trim(search-keyword))
                                  = temp-profile-gradyear
                               move "y" to ws-found
                           end-if
                       end-if
                   end-if

                   if ws-found = "y"
                       add 1 to search-results-count
                       perform display-search-result
                       perform pagination-pause
                   end-if
               end-perform
               close profile-file
           end-if

           if search-results-count = 0
               move "No alumni found matching that filter." to WS-DISPLAY
               perform say
           else
               move " " to WS-DISPLAY
               perform say
               move spaces to WS-DISPLAY
               string search-results-count " alum(s) found." delimited by size into WS-DISPLAY
               perform say
           end-if

           move " " to WS-DISPLAY
           perform say
           .

      *>>    Loads search-index.dat for a query; ws-index-available
      *>>    stays "n" when the file has never been built, and the
      *>>    searches fall back to the full profiles.dat scan.
       load-search-index.
           move 0 to SEARCH-INDEX-COUNT
           move "n" to ws-index-available
           open input search-index-file
           if FILESTAT-SIDX = "00"
               move "y" to ws-index-available
               perform until 1 = 2
                   read search-index-file into search-index-line
                       at end exit perform
                   end-read
                   if SEARCH-INDEX-COUNT < 2000
                       add 1 to SEARCH-INDEX-COUNT
                       unstring search-index-line delimited by "|" into
                           si-user(SEARCH-INDEX-COUNT)
                           si-name(SEARCH-INDEX-COUNT)
                           si-univ(SEARCH-INDEX-COUNT)
                           si-major(SEARCH-INDEX-COUNT)
                       end-unstring
                   end-if
               end-perform
               close search-index-file
           end-if
           .

      *>>    One keyed profiles.dat read for an index candidate,
      *>>    parsed into the temp-profile fields the result display
      *>>    uses. Sets ws-sidx-hit.
       fetch-profile-for-search.
           move "n" to ws-sidx-hit
           open input profile-file
           if FILESTAT-PROFILE = "00"
               move function trim(si-user(ws-sidx-i))
                   to fd-profile-username
               read profile-file
                   invalid key continue
                   not invalid key
                       move "y" to ws-sidx-hit
                       perform rejoin-profile-record-to-line
                       perform parse-search-profile
               end-read
               close profile-file
           end-if
           .

      *>>    Incremental index maintenance from save-profile: the
      *>>    just-saved profile's row is replaced (or added) and the
      *>>    index rewritten, so the nightly rebuild only repairs
      *>>    drift instead of being the sole source of freshness. An
      *>>    index that was never built is left unbuilt - the nightly
      *>>    job owns creation.
       update-search-index.
           perform load-search-index
           if ws-index-available not = "y"
               exit paragraph
           end-if

           move 0 to ws-sidx-i
           perform varying ws-i from 1 by 1
                   until ws-i > SEARCH-INDEX-COUNT
               if function trim(si-user(ws-i)) = current-user
                   move ws-i to ws-sidx-i
                   exit perform
               end-if
           end-perform
           if ws-sidx-i = 0
               if SEARCH-INDEX-COUNT >= 2000
                   exit paragraph
               end-if
               add 1 to SEARCH-INDEX-COUNT
               move SEARCH-INDEX-COUNT to ws-sidx-i
           end-if

           move current-user to si-user(ws-sidx-i)
           move spaces to si-name(ws-sidx-i)
           string function upper-case(function trim(profile-firstname))
                  " "
                  function upper-case(function trim(profile-lastname))
                  delimited by size into si-name(ws-sidx-i)
           end-string
           move function upper-case(function trim(profile-university))
               to si-univ(ws-sidx-i)
           move function upper-case(function trim(profile-major))
               to si-major(ws-sidx-i)

           open output search-index-file
           if FILESTAT-SIDX = "00"
               perform varying ws-i from 1 by 1
                       until ws-i > SEARCH-INDEX-COUNT
                   move spaces to search-index-line
                   string function trim(si-user(ws-i)) "|"
                          function trim(si-name(ws-i)) "|"
                          function trim(si-univ(ws-i)) "|"
                          function trim(si-major(ws-i))
                          delimited by size into search-index-line
                   end-string
                   write search-index-line
               end-perform
               close search-index-file
           end-if
           .

       search-by-name.
      *>>    Epic #3: New feature - Search for users by full name
      *>>    Performs case-insensitive search across all profiles
      *>>    Displays matching users with their basic information
           move "Enter the first name of the person you're looking for:" to WS-DISPLAY
           perform say

           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function trim(temp-input) to search-firstname

           move "Enter the last name of the person you're looking for:" to WS-DISPLAY
           perform say

           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function trim(temp-input) to search-lastname

           move 0 to search-results-count

           move " " to WS-DISPLAY
           perform say
           move "Searching..." to WS-DISPLAY
           perform say
           move " " to WS-DISPLAY
           perform say

           move 0 to ws-page-count
           move "n" to ws-pagination-stop

      *>>    Index-first: candidates come from the narrow
      *>>    search-index.dat rows and only the hits cost a keyed
      *>>    profile read; the full scan below is the fallback for a
      *>>    never-built index.
           perform load-search-index
           if ws-index-available = "y"
               move function upper-case(function trim(search-firstname))
                   to ws-uc-search-fn
               move function upper-case(function trim(search-lastname))
                   to ws-uc-search-ln
               perform varying ws-sidx-i from 1 by 1
                       until ws-sidx-i > SEARCH-INDEX-COUNT
                       or ws-pagination-stop = "y"
                   move "y" to ws-fn-matches
                   if ws-uc-search-fn not = spaces
                       move 0 to ws-name-match-tally
                       inspect si-name(ws-sidx-i)
                           tallying ws-name-match-tally for all
                           function trim(ws-uc-search-fn)
                       if ws-name-match-tally = 0
                           move "n" to ws-fn-matches
                       end-if
                   end-if
                   move "y" to ws-ln-matches
                   if ws-uc-search-ln not = spaces
                       move 0 to ws-name-match-tally
                       inspect si-name(ws-sidx-i)
                           tallying ws-name-match-tally for all
                           function trim(ws-uc-search-ln)
                       if ws-name-match-tally = 0
                           move "n" to ws-ln-matches
                       end-if
                   end-if
                   if ws-fn-matches = "y" and ws-ln-matches = "y"
                       perform fetch-profile-for-search
                       if ws-sidx-hit = "y"
                           perform check-user-is-active
                           perform check-profile-visible
                           if ws-user-active = "y"
                              and ws-profile-visible = "y"
                               add 1 to search-results-count
                               perform display-search-result
                               perform pagination-pause
                           end-if
                       end-if
                   end-if
               end-perform
               perform report-name-search-results
               exit paragraph
           end-if

           open input profile-file
           if FILESTAT-PROFILE = "00"
               perform until ws-pagination-stop = "y"
                   read profile-file next record
                       at end exit perform
                   end-read
                   perform rejoin-profile-record-to-line

                   perform parse-search-profile

                   move function upper-case(function trim(temp-profile-firstname)) to ws-uc-profile-fn
                   move function upper-case(function trim(temp-profile-lastname)) to ws-uc-profile-ln
                   move function upper-case(function trim(search-firstname)) to ws-uc-search-fn
                   move function upper-case(function trim(search-lastname)) to ws-uc-search-ln

                   move "n" to ws-fn-matches
                   if ws-uc-search-fn = spaces
                       move "y" to ws-fn-matches
                   else
                       move 0 to ws-name-match-tally
                       inspect ws-uc-profile-fn tallying ws-name-match-tally
                           for all ws-uc-search-fn
                       if ws-name-match-tally > 0
                           move "y" to ws-fn-matches
                       end-if
                   end-if

                   move "n" to ws-ln-matches
                   if ws-uc-search-ln = spaces
                       move "y" to ws-ln-matches
                   else
                       move 0 to ws-name-match-tally
                       inspect ws-uc-profile-ln tallying ws-name-match-tally
                           for all ws-uc-search-ln
                       if ws-name-match-tally > 0
                           move "y" to ws-ln-matches
                       end-if
                   end-if

                   perform check-user-is-active
                   perform check-profile-visible
                   if ws-fn-matches = "y" and ws-ln-matches = "y"
                      and ws-user-active = "y"
                      and ws-profile-visible = "y"
                       add 1 to search-results-count
                       perform display-search-result
                       perform pagination-pause
                   end-if
               end-perform
               close profile-file
           end-if

           perform report-name-search-results
           .

       report-name-search-results.
           if search-results-count = 0
               move "No users found matching that name." to WS-DISPLAY
               perform say
           else
               move " " to WS-DISPLAY
               perform say
               move spaces to WS-DISPLAY
               string search-results-count " user(s) found." delimited by size into WS-DISPLAY
               perform say
           end-if

           move " " to WS-DISPLAY
           perform say
           .

       search-by-university-or-major.
      *>>    Matches temp-profile-university or temp-profile-major against
      *>>    search-keyword instead of first/last name.
           move "Enter a university or major to search for:" to WS-DISPLAY
           perform say

           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function trim(temp-input) to search-keyword

           move 0 to search-results-count

           move " " to WS-DISPLAY
           perform say
           move "Searching..." to WS-DISPLAY
           perform say
           move " " to WS-DISPLAY
           perform say

           move 0 to ws-page-count
           move "n" to ws-pagination-stop

           perform load-search-index
           if ws-index-available = "y"
               perform varying ws-sidx-i from 1 by 1
                       until ws-sidx-i > SEARCH-INDEX-COUNT
                       or ws-pagination-stop = "y"
                   if function trim(si-univ(ws-sidx-i)) =
                      function upper-case(function trim(search-keyword))
                      or function trim(si-major(ws-sidx-i)) =
                         function upper-case(function trim(search-keyword))
                       perform fetch-profile-for-search
                       if ws-sidx-hit = "y"
                           perform check-user-is-active
                           perform check-profile-visible
                           if ws-user-active = "y"
                              and ws-profile-visible = "y"
                               add 1 to search-results-count
                               perform display-search-result
                               perform pagination-pause
                           end-if
                       end-if
                   end-if
               end-perform
               perform report-keyword-search-results
               exit paragraph
           end-if

           open input profile-file
           if FILESTAT-PROFILE = "00"
               perform until ws-pagination-stop = "y"
                   read profile-file next record
                       at end exit perform
                   end-read
                   perform rejoin-profile-record-to-line

                   perform parse-search-profile

                   perform check-user-is-active
                   perform check-profile-visible
                   if ( function upper-case(function trim(temp-profile-university)) =
                        function upper-case(function trim(search-keyword))
                        or function upper-case(function trim(temp-profile-major)) =
                           function upper-case(function trim(search-keyword)) )
                      and ws-user-active = "y"
                      and ws-profile-visible = "y"
                       add 1 to search-results-count
                       perform display-search-result
                       perform pagination-pause
                   end-if
               end-perform
               close profile-file
           end-if

           perform report-keyword-search-results
           .

       report-keyword-search-results.
           if search-results-count = 0
               move "No users found matching that university or major." to WS-DISPLAY
               perform say
           else
               move " " to WS-DISPLAY
               perform say
               move spaces to WS-DISPLAY
               string search-results-count " user(s) found." delimited by size into WS-DISPLAY
               perform say
           end-if

           move " " to WS-DISPLAY
           perform say
           .

       parse-search-profile.
      *>>    Epic #3: Helper procedure to parse profile data for search
      *>>    Extracts basic fields needed for search results display
           move spaces to PARSE-FIELD(1)
           move spaces to PARSE-FIELD(2)
           move spaces to PARSE-FIELD(3)
           move spaces to PARSE-FIELD(4)
           move spaces to PARSE-FIELD(5)
           move spaces to PARSE-FIELD(6)

           unstring profile-line delimited by "|" into
               PARSE-FIELD(1)
               PARSE-FIELD(2)
               PARSE-FIELD(3)
               PARSE-FIELD(4)
               PARSE-FIELD(5)
               PARSE-FIELD(6)
           end-unstring

           move function trim(PARSE-FIELD(1)) to temp-profile-username
           move function trim(PARSE-FIELD(2)) to temp-profile-firstname
           move function trim(PARSE-FIELD(3)) to temp-profile-lastname
           move function trim(PARSE-FIELD(4)) to temp-profile-university
           move function trim(PARSE-FIELD(5)) to temp-profile-major
           if function trim(PARSE-FIELD(6)) is numeric
              and function trim(PARSE-FIELD(6)) not = spaces
               move function numval(function trim(PARSE-FIELD(6)))
                   to temp-profile-gradyear
           else
               move 0 to temp-profile-gradyear
           end-if
           .

       display-search-result.
      *>>    Epic #3: Display formatted search result for a matching user
      *>>    Shows username, full name, university, and major
           move "================================" to WS-DISPLAY
           perform say
           move spaces to WS-DISPLAY
           string "Username: " function trim(temp-profile-username) delimited by size into WS-DISPLAY
           perform say
           move spaces to WS-DISPLAY
           string "Name: " function trim(temp-profile-firstname) " "
                  function trim(temp-profile-lastname) delimited by size into WS-DISPLAY
           perform say
           move spaces to WS-DISPLAY
           string "University: " function trim(temp-profile-university) delimited by size into WS-DISPLAY
           perform say
           move spaces to WS-DISPLAY
           string "Major: " function trim(temp-profile-major) delimited by size into WS-DISPLAY
           perform say

      *>>    A graduation year already behind us marks an alum - the
      *>>    same rule AlumniRollover applies when it stamps
      *>>    alumni-status.dat.
           if temp-profile-gradyear > 0
               move function numval(function current-date(1:4))
                   to ws-current-year
               move spaces to WS-DISPLAY
               if temp-profile-gradyear < ws-current-year
                   string "Class of " temp-profile-gradyear " (Alumni)"
                       delimited by size into WS-DISPLAY
               else
                   string "Class of " temp-profile-gradyear
                       delimited by size into WS-DISPLAY
               end-if
               perform say
           end-if

           move spaces to WS-DISPLAY
           move "n" to ws-found
           perform varying ws-pic-idx from 1 by 1 until ws-pic-idx > PICTURE-INDEX-COUNT
               if function trim(pic-idx-username(ws-pic-idx)) = function trim(temp-profile-username)
                   if function trim(pic-idx-path(ws-pic-idx)) not = spaces
                       string "Profile Picture: " function trim(pic-idx-path(ws-pic-idx)) delimited by size into WS-DISPLAY
                       move "y" to ws-found
                   end-if
                   exit perform
               end-if
           end-perform
           if ws-found = "n"
               move "Profile Picture: (not set)" to WS-DISPLAY
           end-if
           perform say

           perform compute-mutual-connections
           move spaces to WS-DISPLAY
           string "Mutual Connections: " ws-mutual-count delimited by size into WS-DISPLAY
           perform say

           move "================================" to WS-DISPLAY
           perform log-profile-view
           perform cr-offer-send-menu
           .

      *>>    Logs a viewer/viewed/timestamp row to profile-views.dat
      *>>    whenever display-search-result renders someone else's card,
      *>>    backing the "Who Viewed My Profile" report. Guards
      *>>    against logging a user viewing their own card in a search or
      *>>    suggestion result.
       log-profile-view.
      *>>    The viewer can opt out of having their own views
      *>>    recorded at all (log-my-views = off).
           move current-user to ws-pref-owner
           move "log-my-views" to ws-pref-setting
           perform get-user-preference
           if function trim(ws-pref-found-value) = "off"
               exit paragraph
           end-if

           if function trim(temp-profile-username) not = current-user
               move current-user to pv-viewer
               move function trim(temp-profile-username) to pv-viewed
               move function current-date to pv-timestamp

               open extend profile-view-file
               if FILESTAT-PVIEW not = "00"
                   open output profile-view-file
                   close profile-view-file
                   open extend profile-view-file
               end-if

               if FILESTAT-PVIEW = "00"
                   move spaces to profile-view-line
                   string
                       function trim(pv-viewer) ","
                       function trim(pv-viewed) ","
                       function trim(pv-timestamp)
                       delimited by size
                       into profile-view-line
                   end-string
                   write profile-view-line
                   close profile-view-file
               end-if
           end-if
           .

      *>>    Summarizes profile-views.dat rows where current-user is the
      *>>    one who was viewed.
       view-profile-viewers.
           move "--- Who Viewed My Profile ---" to WS-DISPLAY
           perform say

           move 0 to ws-pv-count
           open input profile-view-file
           if FILESTAT-PVIEW = "00"
               perform until 1 = 2
                   read profile-view-file into profile-view-line
                       at end exit perform
                   end-read
                   unstring profile-view-line delimited by ","
                       into pv-viewer pv-viewed pv-timestamp
                   end-unstring
                   if function trim(pv-viewed) = current-user
                       add 1 to ws-pv-count
                       move spaces to WS-DISPLAY
                       string ws-pv-count ". " function trim(pv-viewer)
                              " on " function trim(pv-timestamp)
                              delimited by size into WS-DISPLAY
                       perform say
                   end-if
               end-perform
               close profile-view-file
           end-if

           if ws-pv-count = 0
               move "No one has viewed your profile yet." to WS-DISPLAY
               perform say
           end-if
           .

      view-my-network.
          move 0 to ws-conn-choice
          perform until ws-conn-choice = 12 or WS-EOF = "Y"
              move "--- My Network ---" to WS-DISPLAY
              move "nw-header" to ws-msg-id
              perform say-msg
              move "1. Send Connection Request" to WS-DISPLAY
              move "nw-send" to ws-msg-id
              perform say-msg
              move "2. View Pending Connection Requests" to WS-DISPLAY
              move "nw-pending" to ws-msg-id
              perform say-msg
              move "3. View My Connections" to WS-DISPLAY
              move "nw-conns" to ws-msg-id
              perform say-msg
              move "4. Remove Processed Connection Requests" to WS-DISPLAY
              move "nw-remove-proc" to ws-msg-id
              perform say-msg
              move "5. Remove a Connection (Unfriend)" to WS-DISPLAY
              move "nw-unfriend" to ws-msg-id
              perform say-msg
              move "6. People You May Know" to WS-DISPLAY
              move "nw-suggest" to ws-msg-id
              perform say-msg
              move "7. Block a User" to WS-DISPLAY
              move "nw-block" to ws-msg-id
              perform say-msg
              move "8. Endorse a Connection's Skill" to WS-DISPLAY
              move "nw-endorse" to ws-msg-id
              perform say-msg
              move "9. Notes and Tags on a Connection" to WS-DISPLAY
              move "nw-notes" to ws-msg-id
              perform say-msg
              move "10. Filter My Connections by Tag" to WS-DISPLAY
              move "nw-tagfilter" to ws-msg-id
              perform say-msg
              move "11. Introduction Requests" to WS-DISPLAY
              move "nw-intro" to ws-msg-id
              perform say-msg
              move "12. Go Back" to WS-DISPLAY
              move "nw-back" to ws-msg-id
              perform say-msg
              move "Enter your choice:" to WS-DISPLAY
              move "prompt-choice" to ws-msg-id
              perform say-msg

              read InpFile into InpRecord
                  at end move "Y" to WS-EOF
                  not at end
                      move function numval(function trim(InpRecord))
                          to ws-conn-choice
              end-read
              add 1 to ws-line-count
              perform check-deck-menu-entry

              if WS-EOF = "N"
                  evaluate ws-conn-choice
                      when 1
                          perform send-connection-request
                      when 2
                          perform view-pending-requests
                      when 3
                          perform view-my-connections
                      when 4
                          perform remove-processed-requests
                      when 5
                          perform remove-connection
                      when 6
                          perform suggest-connections
                      when 7
                          perform block-a-user
                      when 8
                          perform endorse-a-skill
                      when 9
                          perform annotate-connection
                      when 10
                          perform filter-connections-by-tag
                      when 11
                          perform review-introduction-requests
                      when 12
                          continue
                      when other
                          move "Invalid choice. Please enter 1 through 12." to WS-DISPLAY
                          perform say
                  end-evaluate
              end-if
          end-perform
          .

*>>    Finds current-user's note row for the connection in
*>>    target-username; sets ws-cn-found/-tags/-note.
lookup-connection-note.
    move "n" to ws-cn-found
    move spaces to ws-cn-tags
    move spaces to ws-cn-note
    open input connection-note-file
    if FILESTAT-CNOTE = "00"
        perform until 1 = 2
            read connection-note-file into connection-note-line
                at end exit perform
            end-read
            unstring connection-note-line delimited by "|" into
                PARSE-FIELD(61) PARSE-FIELD(62) PARSE-FIELD(63)
                PARSE-FIELD(64)
            end-unstring
            if function trim(PARSE-FIELD(61)) = current-user
               and function trim(PARSE-FIELD(62)) =
                   function trim(target-username)
                move "y" to ws-cn-found
                move function trim(PARSE-FIELD(63)) to ws-cn-tags
                move function trim(PARSE-FIELD(64)) to ws-cn-note
                exit perform
            end-if
        end-perform
        close connection-note-file
    end-if
    .

*>>    One indented line under a connection entry when the owner has
*>>    annotated it; silent otherwise.
show-connection-note.
    perform lookup-connection-note
    if ws-cn-found = "y"
        move spaces to WS-DISPLAY
        if function trim(ws-cn-tags) = spaces
            string "   note: " function trim(ws-cn-note)
                delimited by size into WS-DISPLAY
        else
            string "   [" function trim(ws-cn-tags) "] "
                   function trim(ws-cn-note)
                   delimited by size into WS-DISPLAY
        end-if
        perform say
    end-if
    .

*>>    Adds or replaces current-user's private note row for one of
*>>    their connections: tags like "acme-fair-lead" plus a free
*>>    note, visible to nobody else.
annotate-connection.
    move "--- Notes and Tags on a Connection ---" to WS-DISPLAY
    perform say
    move "Enter the connection's username:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to target-username

    perform check-existing-connections
    if ws-connection-exists not = "y"
        move "You can only annotate users you are connected with." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform lookup-connection-note
    if ws-cn-found = "y"
        move spaces to WS-DISPLAY
        string "Current tags: " function trim(ws-cn-tags)
            delimited by size into WS-DISPLAY
        perform say
        move spaces to WS-DISPLAY
        string "Current note: " function trim(ws-cn-note)
            delimited by size into WS-DISPLAY
        perform say
    end-if

    move "Enter tags, comma-separated (e.g. acme-fair,alumni-mentor):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-cn-tags

    move "Enter your private note (max 150 chars):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-cn-note

    *> Replace-or-add: the whole small file is rewritten.
    move 0 to CNOTE-COUNT
    move 0 to ws-cn-idx
    open input connection-note-file
    if FILESTAT-CNOTE = "00"
        perform until 1 = 2
            read connection-note-file into connection-note-line
                at end exit perform
            end-read
            if CNOTE-COUNT < 500
                add 1 to CNOTE-COUNT
                move connection-note-line to CNOTE-ENTRY(CNOTE-COUNT)
                unstring connection-note-line delimited by "|" into
                    PARSE-FIELD(61) PARSE-FIELD(62)
                end-unstring
                if function trim(PARSE-FIELD(61)) = current-user
                   and function trim(PARSE-FIELD(62)) =
                       function trim(target-username)
                    move CNOTE-COUNT to ws-cn-idx
                end-if
            end-if
        end-perform
        close connection-note-file
    end-if

    if ws-cn-idx = 0
        if CNOTE-COUNT >= 500
            move "connection-notes.dat is full - note not saved." to WS-DISPLAY
            perform say
            exit paragraph
        end-if
        add 1 to CNOTE-COUNT
        move CNOTE-COUNT to ws-cn-idx
    end-if
    move spaces to CNOTE-ENTRY(ws-cn-idx)
    string function trim(current-user) "|"
           function trim(target-username) "|"
           function trim(ws-cn-tags) "|"
           function trim(ws-cn-note)
           delimited by size into CNOTE-ENTRY(ws-cn-idx)
    end-string

    move "connection-notes.dat.new" to WS-TEMP-REWRITE-NAME
    move "connection-notes.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "connection-notes temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        exit paragraph
    end-if
    perform varying ws-i from 1 by 1 until ws-i > CNOTE-COUNT
        move CNOTE-ENTRY(ws-i) to temp-rewrite-line
        write temp-rewrite-line
        add 1 to ws-swap-written
    end-perform
    close temp-rewrite-file
    perform verify-and-swap-rewrite

    move "Note saved - only you can see it." to WS-DISPLAY
    perform say
    .

*>>    The tag filter that turns the roster into a worklist: every
*>>    connection of mine whose tags contain the entered tag,
*>>    contains-style like the other searches.
filter-connections-by-tag.
    move "Enter a tag to filter by:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-cn-filter

    if function trim(ws-cn-filter) = spaces
        move "A tag is required." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move 0 to connection-count
    open input connection-note-file
    if FILESTAT-CNOTE = "00"
        perform until 1 = 2
            read connection-note-file into connection-note-line
                at end exit perform
            end-read
            unstring connection-note-line delimited by "|" into
                PARSE-FIELD(61) PARSE-FIELD(62) PARSE-FIELD(63)
                PARSE-FIELD(64)
            end-unstring
            if function trim(PARSE-FIELD(61)) = current-user
                move 0 to ws-name-match-tally
                inspect function upper-case(function trim(PARSE-FIELD(63)))
                    tallying ws-name-match-tally for all
                    function trim(function upper-case(ws-cn-filter))
                if ws-name-match-tally > 0
                    add 1 to connection-count
                    move spaces to WS-DISPLAY
                    string connection-count ". "
                           function trim(PARSE-FIELD(62))
                           " [" function trim(PARSE-FIELD(63)) "] "
                           function trim(PARSE-FIELD(64))
                           delimited by size into WS-DISPLAY
                    perform say
                end-if
            end-if
        end-perform
        close connection-note-file
    end-if

    if connection-count = 0
        move "No connections carry that tag." to WS-DISPLAY
        perform say
    end-if
    .

      *>>    Lets current-user vouch for a skill a connected user has
      *>>    completed: lists the target's skills-progress.dat rows,
      *>>    refuses self-endorsement, non-connections, and repeat
      *>>    endorsements of the same skill, then appends an
      *>>    endorser|endorsee|skill-name|date row to endorsements.dat.
      endorse-a-skill.
          move "--- Endorse a Connection's Skill ---" to WS-DISPLAY
          perform say
          move "Enter the username of the connection to endorse:" to WS-DISPLAY
          perform say
          read InpFile into temp-input
              at end move "Y" to WS-EOF exit paragraph
          end-read
          add 1 to ws-line-count
          move function trim(temp-input) to target-username

          if target-username = current-user
              move "You cannot endorse your own skills." to WS-DISPLAY
              perform say
              exit paragraph
          end-if

          perform check-existing-connections
          if ws-connection-exists not = "y"
              move "You can only endorse skills of users you are connected with." to WS-DISPLAY
              perform say
              exit paragraph
          end-if

          move 0 to ws-endorse-skill-count
          open input skills-file
          if FILESTAT-SKILL = "00"
              perform until 1 = 2
                  read skills-file into skills-line
                      at end exit perform
                  end-read
                  move spaces to PARSE-FIELD(5)
                  unstring skills-line delimited by "|" into
                      PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                      PARSE-FIELD(4) PARSE-FIELD(5)
                  end-unstring
                  if function trim(PARSE-FIELD(1)) = target-username
                     and function trim(PARSE-FIELD(5)) not = "fail"
                     and ws-endorse-skill-count < 20
                      add 1 to ws-endorse-skill-count
                      move function trim(PARSE-FIELD(2))
                          to ENDORSE-SKILL-ENTRY(ws-endorse-skill-count)
                      move spaces to WS-DISPLAY
                      string ws-endorse-skill-count ". "
                             function trim(ENDORSE-SKILL-ENTRY(ws-endorse-skill-count))
                             delimited by size into WS-DISPLAY
                      perform say
                  end-if
              end-perform
              close skills-file
          end-if

          if ws-endorse-skill-count = 0
              move "That user has not completed any skills yet." to WS-DISPLAY
              perform say
              exit paragraph
          end-if

          move "Enter the number of the skill to endorse, or 0 to cancel:" to WS-DISPLAY
          perform say
          read InpFile into temp-input
              at end move "Y" to WS-EOF exit paragraph
          end-read
          add 1 to ws-line-count
          move function numval(function trim(temp-input)) to ws-endorse-selection

          if ws-endorse-selection = 0
              move "Cancelled." to WS-DISPLAY
              perform say
              exit paragraph
          end-if

          if ws-endorse-selection < 1 or ws-endorse-selection > ws-endorse-skill-count
              move "Invalid selection." to WS-DISPLAY
              perform say
              exit paragraph
          end-if

          move "n" to ws-already-endorsed
          open input endorsement-file
          if FILESTAT-ENDORSE = "00"
              perform until 1 = 2
                  read endorsement-file into endorsement-line
                      at end exit perform
                  end-read
                  unstring endorsement-line delimited by "|" into
                      ed-endorser ed-endorsee ed-skill ed-date
                  end-unstring
                  if function trim(ed-endorser) = current-user
                     and function trim(ed-endorsee) = target-username
                     and function trim(ed-skill) =
                         function trim(ENDORSE-SKILL-ENTRY(ws-endorse-selection))
                      move "y" to ws-already-endorsed
                      exit perform
                  end-if
              end-perform
              close endorsement-file
          end-if

          if ws-already-endorsed = "y"
              move "You have already endorsed that skill for this user." to WS-DISPLAY
              perform say
              exit paragraph
          end-if

          open extend endorsement-file
          if FILESTAT-ENDORSE not = "00"
              open output endorsement-file
              close endorsement-file
              open extend endorsement-file
          end-if
          move spaces to endorsement-line
          string function trim(current-user) "|"
                 function trim(target-username) "|"
                 function trim(ENDORSE-SKILL-ENTRY(ws-endorse-selection)) "|"
                 function current-date(1:8)
                 delimited by size into endorsement-line
          end-string
          write endorsement-line
          close endorsement-file

          move target-username to notif-recipient
          move "endorsement" to notif-event
          move spaces to notif-detail
          string function trim(current-user) " endorsed your "
                 function trim(ENDORSE-SKILL-ENTRY(ws-endorse-selection))
                 " skill."
                 delimited by size into notif-detail
          perform write-notification

          move spaces to WS-DISPLAY
          string "You endorsed "
                 function trim(ENDORSE-SKILL-ENTRY(ws-endorse-selection))
                 " for " function trim(target-username) "."
                 delimited by size into WS-DISPLAY
          perform say
          .

      *>>    Sets ws-endorse-count to the number of endorsements.dat
      *>>    rows for the endorsee/skill pair the caller placed in
      *>>    ws-endorse-target/ws-endorse-skill.
      count-skill-endorsements.
          move 0 to ws-endorse-count
          open input endorsement-file
          if FILESTAT-ENDORSE = "00"
              perform until 1 = 2
                  read endorsement-file into endorsement-line
                      at end exit perform
                  end-read
                  unstring endorsement-line delimited by "|" into
                      ed-endorser ed-endorsee ed-skill ed-date
                  end-unstring
                  if function trim(ed-endorsee) = function trim(ws-endorse-target)
                     and function trim(ed-skill) = function trim(ws-endorse-skill)
                      add 1 to ws-endorse-count
                  end-if
              end-perform
              close endorsement-file
          end-if
          .

      remove-processed-requests.
          move "--- Remove Rejected Requests ---" to WS-DISPLAY
          perform say

          move 0 to connection-count
          open i-o connection-file
          if FILESTAT-CONN = "00"
              move current-user to fd-conn-to-user
              start connection-file key is equal to fd-conn-to-user
                  invalid key move "y" to ws-conn-scan-done
                  not invalid key move "n" to ws-conn-scan-done
              end-start

              perform until ws-conn-scan-done = "y"
                  read connection-file next record
                      at end move "y" to ws-conn-scan-done
                  end-read
                  if ws-conn-scan-done = "n"
                      if function trim(fd-conn-to-user) not = current-user
                          move "y" to ws-conn-scan-done
                      else
                          if function trim(fd-conn-status) = "rejected"
                              move "delete" to ws-journal-action
                              perform journal-connection-row
                              delete connection-file record
                                  invalid key continue
                              end-delete
                              add 1 to connection-count
                          end-if
                      end-if
                  end-if
              end-perform
              close connection-file
          end-if

          if connection-count = 0
              move "No processed requests to remove." to WS-DISPLAY
              perform say
          else
              move "Rejected requests have been removed from your pending list." to WS-DISPLAY
              perform say
          end-if
          .

      remove-connection.
          move "--- Remove a Connection ---" to WS-DISPLAY
          perform say
          move 0 to uf-count

          open input connection-file
          if FILESTAT-CONN = "00"
      *>>    Pass 1: connections where current-user sent the request
              move current-user to fd-conn-from-user
              move low-values to fd-conn-to-user
              start connection-file key is greater than or equal to fd-conn-key
                  invalid key move "y" to ws-conn-scan-done
                  not invalid key move "n" to ws-conn-scan-done
              end-start

              perform until ws-conn-scan-done = "y"
                  read connection-file next record
                      at end move "y" to ws-conn-scan-done
                  end-read
                  if ws-conn-scan-done = "n"
                      if function trim(fd-conn-from-user) not = current-user
                          move "y" to ws-conn-scan-done
                      else
                          if function trim(fd-conn-status) = "connected"
                              add 1 to uf-count
                              move fd-conn-from-user to uf-from(uf-count)
                              move fd-conn-to-user to uf-to(uf-count)
                              move fd-conn-to-user to uf-name(uf-count)
                              move spaces to WS-DISPLAY
                              string uf-count ". " function trim(fd-conn-to-user)
                                     delimited by size into WS-DISPLAY
                              perform say
                          end-if
                      end-if
                  end-if
              end-perform

      *>>    Pass 2: connections where current-user received the request
              move "n" to ws-conn-scan-done
              move current-user to fd-conn-to-user
              start connection-file key is equal to fd-conn-to-user
                  invalid key move "y" to ws-conn-scan-done
                  not invalid key move "n" to ws-conn-scan-done
              end-start

              perform until ws-conn-scan-done = "y"
                  read connection-file next record
                      at end move "y" to ws-conn-scan-done
                  end-read
                  if ws-conn-scan-done = "n"
                      if function trim(fd-conn-to-user) not = current-user
                          move "y" to ws-conn-scan-done
                      else
                          if function trim(fd-conn-status) = "connected"
                              add 1 to uf-count
                              move fd-conn-from-user to uf-from(uf-count)
                              move fd-conn-to-user to uf-to(uf-count)
                              move fd-conn-from-user to uf-name(uf-count)
                              move spaces to WS-DISPLAY
                              string uf-count ". " function trim(fd-conn-from-user)
                                     delimited by size into WS-DISPLAY
                              perform say
                          end-if
                      end-if
                  end-if
              end-perform

              close connection-file
          end-if

          if uf-count = 0
              move "You have no established connections to remove." to WS-DISPLAY
              perform say
              exit paragraph
          end-if

          move "Enter the number of the connection to remove, or 0 to cancel:" to WS-DISPLAY
          perform say
          read InpFile into temp-input
              at end move "Y" to WS-EOF exit paragraph
          end-read
          add 1 to ws-line-count
          move function numval(function trim(temp-input)) to uf-selection

          if uf-selection = 0
              move "Cancelled." to WS-DISPLAY
              perform say
              exit paragraph
          end-if

          if uf-selection < 1 or uf-selection > uf-count
              move "Invalid selection." to WS-DISPLAY
              perform say
              exit paragraph
          end-if

          open i-o connection-file
          if FILESTAT-CONN = "00"
              move uf-from(uf-selection) to fd-conn-from-user
              move uf-to(uf-selection) to fd-conn-to-user
              read connection-file
                  invalid key
                      move "Connection record not found." to WS-DISPLAY
                      perform say
                  not invalid key
                      move "delete" to ws-journal-action
                      perform journal-connection-row
                      delete connection-file record
                          invalid key
                              move "Error removing connection." to WS-DISPLAY
                              perform say
                      end-delete
                      move spaces to WS-DISPLAY
                      string "You are no longer connected with "
                             function trim(uf-name(uf-selection)) "."
                             delimited by size into WS-DISPLAY
                      perform say
              end-read
              close connection-file
          end-if
          .

      *>>    Suggests other students sharing current-user's university or
      *>>    major, skipping anyone already connected or with a pending
      *>>    request between the two of them.
      suggest-connections.
          move "--- People You May Know ---" to WS-DISPLAY
          perform say

          perform load-profile

          move 0 to search-results-count

          open input profile-file
          if FILESTAT-PROFILE = "00"
              perform until 1 = 2
                  read profile-file next record
                      at end exit perform
                  end-read
                  perform rejoin-profile-record-to-line

                  perform parse-search-profile

                  if function trim(temp-profile-username) not = current-user
                     and ( (function trim(profile-university) not = spaces
                            and function upper-case(function trim(temp-profile-university)) =
                                function upper-case(function trim(profile-university)))
                           or
                           (function trim(profile-major) not = spaces
                            and function upper-case(function trim(temp-profile-major)) =
                                function upper-case(function trim(profile-major))) )

                      move temp-profile-username to target-username
                      perform check-existing-connections
                      perform check-user-is-active
                      perform check-profile-visible

                      if ws-connection-exists = "n" and ws-reverse-conn-exists = "n"
                         and ws-pending-request-exists = "n"
                         and ws-user-active = "y"
                         and ws-profile-visible = "y"
                          add 1 to search-results-count
                          perform display-search-result
                      end-if
                  end-if
              end-perform
              close profile-file
          end-if

          if search-results-count = 0
              move "No suggested connections found." to WS-DISPLAY
              perform say
          else
              move " " to WS-DISPLAY
              perform say
              move spaces to WS-DISPLAY
              string search-results-count " suggestion(s) found." delimited by size into WS-DISPLAY
              perform say
          end-if

          move " " to WS-DISPLAY
          perform say
          .

       send-connection-request.
           perform cr-begin-log
           move "--- Send Connection Request ---" to WS-DISPLAY
           perform say

           perform check-request-allowance
           if ws-rate-ok not = "y"
               perform cr-end-log
               exit paragraph
           end-if
           move "Enter username to send request to:" to WS-DISPLAY
           perform say

           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function trim(temp-input) to target-username

      *>>    Check if target user exists (single keyed read now that
      *>>    users.dat is indexed on the username)
           move "n" to ws-found
           open input user-file
           if FILESTAT = "00"
               move function trim(target-username) to fd-user-name
               read user-file
                   invalid key continue
                   not invalid key move "y" to ws-found
               end-read
               close user-file
           end-if

           if ws-found = "n"
               move "User not found." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           if target-username = current-user
               move "You cannot send a connection request to yourself." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

      *>>    Silently refuse if the target has blocked current-user: show
      *>>    the same success message as a real send so the sender gets
      *>>    no signal that they've been blocked.
           move target-username to ws-block-target
           perform is-user-blocked
           if ws-is-blocked = "y"
               move "Connection request sent successfully!" to WS-DISPLAY
               perform say
               perform cr-end-log
               exit paragraph
           end-if

      *>>    Check if connection already exists or reverse connection exists
           perform check-existing-connections

           if ws-connection-exists = "y"
               move "Connection request already sent to this user." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           if ws-reverse-conn-exists = "y"
               move "This user has already sent you a connection request." to WS-DISPLAY
               perform say
               move "Please check your pending requests." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           if ws-pending-request-exists = "y"
               move "You have already sent a connection request to this user." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           if ws-previously-rejected = "y"
               move "This user has already declined a connection request from you." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

      *>>    Save the connection request (indexed write, keyed by from/to pair)
           open i-o connection-file
           if FILESTAT-CONN not = "00"
               open output connection-file
               close connection-file
               open i-o connection-file
           end-if

           move current-user to fd-conn-from-user
           move target-username to fd-conn-to-user
           move "pending" to fd-conn-status
           move function current-date to fd-conn-sent-date
           move spaces to fd-conn-decided-date

      *>    A lapsed ("expired") request still holds this key, so the
      *>    re-request revives that record in place; only a genuinely
      *>    fresh pair gets a new WRITE.
           move "n" to ws-write-failed
           if ws-expired-request-exists = "y"
               rewrite connection-record
                   invalid key
                       move "y" to ws-write-failed
                       move "Error saving connection request." to WS-DISPLAY
                       perform say
               end-rewrite
           else
               write connection-record
                   invalid key
                       move "y" to ws-write-failed
                       move "Error saving connection request." to WS-DISPLAY
                       perform say
               end-write
           end-if
           close connection-file

           if ws-write-failed = "n"
               move "update" to ws-journal-action
               perform journal-connection-row
               move "r" to ws-bump-kind
               perform bump-send-counter

               move target-username to notif-recipient
               move "connection" to notif-event
               move spaces to notif-detail
               string function trim(current-user)
                      " sent you a connection request."
                      delimited by size into notif-detail
               perform write-notification

               move "Connection request sent successfully!" to WS-DISPLAY
               perform say
           end-if
           perform cr-end-log
           .

      view-pending-requests.
          perform cr-begin-log
          move "--- Pending Connection Requests ---" to WS-DISPLAY
          perform say

          move 0 to connection-count

          open i-o connection-file
          if FILESTAT-CONN = "00"
              move current-user to fd-conn-to-user
              start connection-file key is equal to fd-conn-to-user
                  invalid key move "y" to ws-conn-scan-done
                  not invalid key move "n" to ws-conn-scan-done
              end-start

              perform until ws-conn-scan-done = "y"
                  read connection-file next record
                      at end move "y" to ws-conn-scan-done
                  end-read
                  if ws-conn-scan-done = "n"
                      if function trim(fd-conn-to-user) not = current-user
                          move "y" to ws-conn-scan-done
                      else
                          if function trim(fd-conn-status) = "pending"
                              add 1 to connection-count

                              move spaces to WS-DISPLAY
                              string "Request from: " function trim(fd-conn-from-user)
                                     delimited by size into WS-DISPLAY
                              perform say
                              move "1. Accept" to WS-DISPLAY
                              perform say
                              move "2. Reject" to WS-DISPLAY
                              perform say

                              move spaces to WS-DISPLAY
                              string "Enter your choice for "
                                     function trim(fd-conn-from-user) ":"
                                     delimited by size into WS-DISPLAY
                              perform say

                              read InpFile into temp-input
                                  at end
                                      move "Y" to WS-EOF
                                      close connection-file
                                      exit paragraph
                              end-read
                              add 1 to ws-line-count
                              move function numval(function trim(temp-input)) to ws-conn-choice

                              if ws-conn-choice = 1
                                  move spaces to WS-DISPLAY
                                  string "Connection request from "
                                         function trim(fd-conn-from-user)
                                         " accepted!"
                                         delimited by size into WS-DISPLAY
                                  perform say
                                  move "connected" to fd-conn-status
                                  move function current-date to fd-conn-decided-date

                                  move fd-conn-from-user to notif-recipient
                                  move "connection" to notif-event
                                  move spaces to notif-detail
                                  string function trim(current-user)
                                         " accepted your connection request."
                                         delimited by size into notif-detail
                                  perform write-notification
                              else
                                  move spaces to WS-DISPLAY
                                  string "Connection request from "
                                         function trim(fd-conn-from-user)
                                         " rejected!"
                                         delimited by size into WS-DISPLAY
                                  perform say
                                  move "rejected" to fd-conn-status
                                  move function current-date to fd-conn-decided-date
                              end-if

                              rewrite connection-record
                                  invalid key
                                      move "Error updating connection request." to WS-DISPLAY
                                      perform say
                              end-rewrite
                              move "update" to ws-journal-action
                              perform journal-connection-row
                          end-if
                      end-if
                  end-if
              end-perform
              close connection-file
          end-if

          if connection-count = 0
              move "No pending connection requests." to WS-DISPLAY
              perform say
          end-if

          move " " to WS-DISPLAY
          perform say
          perform cr-end-log
          .

      view-my-connections.
          move "--- My Connections ---" to WS-DISPLAY
          perform say
          move 0 to connection-count

          open input connection-file
          if FILESTAT-CONN = "00"
      *>>    Pass 1: connections where current-user sent the request
              move current-user to fd-conn-from-user
              move low-values to fd-conn-to-user
              start connection-file key is greater than or equal to fd-conn-key
                  invalid key move "y" to ws-conn-scan-done
                  not invalid key move "n" to ws-conn-scan-done
              end-start

              perform until ws-conn-scan-done = "y"
                  read connection-file next record
                      at end move "y" to ws-conn-scan-done
                  end-read
                  if ws-conn-scan-done = "n"
                      if function trim(fd-conn-from-user) not = current-user
                          move "y" to ws-conn-scan-done
                      else
                          if function trim(fd-conn-status) = "connected"
                              add 1 to connection-count
                              move spaces to WS-DISPLAY
                              string connection-count ". "
                                     function trim(fd-conn-to-user)
                                     delimited by size into WS-DISPLAY
                              perform say
                              move fd-conn-to-user to target-username
                              perform show-connection-note
                          end-if
                      end-if
                  end-if
              end-perform

      *>>    Pass 2: connections where current-user received the request
              move "n" to ws-conn-scan-done
              move current-user to fd-conn-to-user
              start connection-file key is equal to fd-conn-to-user
                  invalid key move "y" to ws-conn-scan-done
                  not invalid key move "n" to ws-conn-scan-done
              end-start

              perform until ws-conn-scan-done = "y"
                  read connection-file next record
                      at end move "y" to ws-conn-scan-done
                  end-read
                  if ws-conn-scan-done = "n"
                      if function trim(fd-conn-to-user) not = current-user
                          move "y" to ws-conn-scan-done
                      else
                          if function trim(fd-conn-status) = "connected"
                              add 1 to connection-count
                              move spaces to WS-DISPLAY
                              string connection-count ". "
                                     function trim(fd-conn-from-user)
                                     delimited by size into WS-DISPLAY
                              perform say
                              move fd-conn-from-user to target-username
                              perform show-connection-note
                          end-if
                      end-if
                  end-if
              end-perform

              close connection-file
          end-if

          if connection-count = 0
              move "You have no established connections yet." to WS-DISPLAY
              perform say
          else
              move " " to WS-DISPLAY
              perform say
              move spaces to WS-DISPLAY
              string "Total connections: " connection-count
                     delimited by size into WS-DISPLAY
              perform say
          end-if

          move " " to WS-DISPLAY
          perform say
          move "-----------------------------------" to WS-DISPLAY
          perform say
          .

parse-profile-line-complete.
           perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 130
               move spaces to PARSE-FIELD(ws-parse-idx)
           end-perform

           unstring profile-line delimited by "|" into
               PARSE-FIELD(1)
               PARSE-FIELD(2)
               PARSE-FIELD(3)
               PARSE-FIELD(4)
               PARSE-FIELD(5)
               PARSE-FIELD(6)
               PARSE-FIELD(7)
               PARSE-FIELD(8)
               PARSE-FIELD(9)
               PARSE-FIELD(10)
               PARSE-FIELD(11)
               PARSE-FIELD(12)
               PARSE-FIELD(13)
               PARSE-FIELD(14)
               PARSE-FIELD(15)
               PARSE-FIELD(16)
               PARSE-FIELD(17)
               PARSE-FIELD(18)
               PARSE-FIELD(19)
               PARSE-FIELD(20)
               PARSE-FIELD(21)
               PARSE-FIELD(22)
               PARSE-FIELD(23)
               PARSE-FIELD(24)
               PARSE-FIELD(25)
               PARSE-FIELD(26)
               PARSE-FIELD(27)
               PARSE-FIELD(28)
               PARSE-FIELD(29)
               PARSE-FIELD(30)
               PARSE-FIELD(31)
               PARSE-FIELD(32)
               PARSE-FIELD(33)
               PARSE-FIELD(34)
               PARSE-FIELD(35)
               PARSE-FIELD(36)
               PARSE-FIELD(37)
               PARSE-FIELD(38)
               PARSE-FIELD(39)
               PARSE-FIELD(40)
               PARSE-FIELD(41)
               PARSE-FIELD(42)
               PARSE-FIELD(43)
               PARSE-FIELD(44)
               PARSE-FIELD(45)
               PARSE-FIELD(46)
               PARSE-FIELD(47)
               PARSE-FIELD(48)
               PARSE-FIELD(49)
               PARSE-FIELD(50)
               PARSE-FIELD(51)
               PARSE-FIELD(52)
               PARSE-FIELD(53)
               PARSE-FIELD(54)
               PARSE-FIELD(55)
               PARSE-FIELD(56)
               PARSE-FIELD(57)
               PARSE-FIELD(58)
               PARSE-FIELD(59)
               PARSE-FIELD(60)
               PARSE-FIELD(61)
               PARSE-FIELD(62)
               PARSE-FIELD(63)
               PARSE-FIELD(64)
               PARSE-FIELD(65)
               PARSE-FIELD(66)
               PARSE-FIELD(67)
               PARSE-FIELD(68)
               PARSE-FIELD(69)
               PARSE-FIELD(70)
               PARSE-FIELD(71)
               PARSE-FIELD(72)
               PARSE-FIELD(73)
               PARSE-FIELD(74)
               PARSE-FIELD(75)
               PARSE-FIELD(76)
               PARSE-FIELD(77)
               PARSE-FIELD(78)
               PARSE-FIELD(79)
               PARSE-FIELD(80)
               PARSE-FIELD(81)
               PARSE-FIELD(82)
               PARSE-FIELD(83)
               PARSE-FIELD(84)
               PARSE-FIELD(85)
               PARSE-FIELD(86)
               PARSE-FIELD(87)
               PARSE-FIELD(88)
               PARSE-FIELD(89)
               PARSE-FIELD(90)
               PARSE-FIELD(91)
               PARSE-FIELD(92)
               PARSE-FIELD(93)
               PARSE-FIELD(94)
               PARSE-FIELD(95)
               PARSE-FIELD(96)
               PARSE-FIELD(97)
               PARSE-FIELD(98)
               PARSE-FIELD(99)
               PARSE-FIELD(100)
               PARSE-FIELD(101)
               PARSE-FIELD(102)
               PARSE-FIELD(103)
               PARSE-FIELD(104)
               PARSE-FIELD(105)
               PARSE-FIELD(106)
               PARSE-FIELD(107)
               PARSE-FIELD(108)
               PARSE-FIELD(109)
               PARSE-FIELD(110)
               PARSE-FIELD(111)
               PARSE-FIELD(112)
               PARSE-FIELD(113)
               PARSE-FIELD(114)
               PARSE-FIELD(115)
               PARSE-FIELD(116)
               PARSE-FIELD(117)
               PARSE-FIELD(118)
               PARSE-FIELD(119)
               PARSE-FIELD(120)
               PARSE-FIELD(121)
               PARSE-FIELD(122)
               PARSE-FIELD(123)
               PARSE-FIELD(124)
               PARSE-FIELD(125)
               PARSE-FIELD(126)
               PARSE-FIELD(127)
               PARSE-FIELD(128)
               PARSE-FIELD(129)
               PARSE-FIELD(130)
           end-unstring

           move function trim(PARSE-FIELD(2)) to profile-firstname
           move function trim(PARSE-FIELD(3)) to profile-lastname
           move function trim(PARSE-FIELD(4)) to profile-university
           move function trim(PARSE-FIELD(5)) to profile-major
           if function trim(PARSE-FIELD(6)) not = spaces
               move function numval(function trim(PARSE-FIELD(6))) to profile-gradyear
           else
               move 0 to profile-gradyear
           end-if
           move function trim(PARSE-FIELD(7)) to profile-aboutme

           if function trim(PARSE-FIELD(8)) not = spaces
               move function numval(function trim(PARSE-FIELD(8))) to profile-exp-count
           else
               move 0 to profile-exp-count
           end-if

           if profile-exp-count < 0 move 0 to profile-exp-count end-if
           if profile-exp-count > 10 move 10 to profile-exp-count end-if

      *>>    Epic #3 Fix: Corrected field indexing for proper data extraction
      *>>    Loops over ws-i instead of one hardcoded block per slot so
      *>>    the field count scales with profile-exp-count.
           move 9 to ws-field-num

           perform varying ws-i from 1 by 1 until ws-i > profile-exp-count
               move function trim(PARSE-FIELD(ws-field-num)) to exp-title(ws-i)
               move function trim(PARSE-FIELD(ws-field-num + 1)) to exp-company(ws-i)
               move function trim(PARSE-FIELD(ws-field-num + 2)) to exp-dates(ws-i)
               move function trim(PARSE-FIELD(ws-field-num + 3)) to exp-description(ws-i)
               add 4 to ws-field-num
           end-perform

           if function trim(PARSE-FIELD(ws-field-num)) not = spaces
               move function numval(function trim(PARSE-FIELD(ws-field-num))) to profile-edu-count
           else
               move 0 to profile-edu-count
           end-if
           add 1 to ws-field-num

           if profile-edu-count < 0 move 0 to profile-edu-count end-if
           if profile-edu-count > 10 move 10 to profile-edu-count end-if

           perform varying ws-i from 1 by 1 until ws-i > profile-edu-count
               move function trim(PARSE-FIELD(ws-field-num)) to edu-degree(ws-i)
               move function trim(PARSE-FIELD(ws-field-num + 1)) to edu-university(ws-i)
               move function trim(PARSE-FIELD(ws-field-num + 2)) to edu-years(ws-i)
               add 3 to ws-field-num
           end-perform

           move function trim(PARSE-FIELD(ws-field-num)) to profile-picture-filename
           add 1 to ws-field-num

      *>>    Coursework and GPA, appended after the picture filename;
      *>>    rows saved before these fields existed default to none.
           if function trim(PARSE-FIELD(ws-field-num)) not = spaces
              and function trim(PARSE-FIELD(ws-field-num)) is numeric
               move function numval(function trim(PARSE-FIELD(ws-field-num)))
                   to profile-course-count
           else
               move 0 to profile-course-count
           end-if
           add 1 to ws-field-num

           if profile-course-count < 0 move 0 to profile-course-count end-if
           if profile-course-count > 10 move 10 to profile-course-count end-if

           perform varying ws-i from 1 by 1 until ws-i > profile-course-count
               move function trim(PARSE-FIELD(ws-field-num)) to course-name(ws-i)
               move function trim(PARSE-FIELD(ws-field-num + 1)) to course-term(ws-i)
               move function trim(PARSE-FIELD(ws-field-num + 2)) to course-grade(ws-i)
               add 3 to ws-field-num
           end-perform

           move function trim(PARSE-FIELD(ws-field-num)) to profile-gpa
           add 1 to ws-field-num
           move function trim(PARSE-FIELD(ws-field-num)) to profile-mentor-flag
           add 1 to ws-field-num

      *>>    Taxonomy skills, appended after the mentor flag; rows
      *>>    saved before the skills list existed default to none.
           if function trim(PARSE-FIELD(ws-field-num)) not = spaces
              and function trim(PARSE-FIELD(ws-field-num)) is numeric
               move function numval(function trim(PARSE-FIELD(ws-field-num)))
                   to profile-skill-count
           else
               move 0 to profile-skill-count
           end-if
           add 1 to ws-field-num
           if profile-skill-count < 0 move 0 to profile-skill-count end-if
           if profile-skill-count > 10 move 10 to profile-skill-count end-if

           perform varying ws-i from 1 by 1 until ws-i > profile-skill-count
               move function trim(PARSE-FIELD(ws-field-num)) to profile-skills(ws-i)
               add 1 to ws-field-num
           end-perform

           move "y" to ws-profile-exists
           .

      *>>    One menu line per skill-lessons.dat module whose skill is
      *>>    on skills.dat - a new skill needs content, not a
      *>>    recompile.
       show-skill-menu.
           perform load-skill-modules
           compute ws-module-back = SKILL-MODULE-COUNT + 2
           move 0 to ws-skill-choice
           perform until ws-skill-choice = ws-module-back or WS-EOF = "Y"
               move "Learn a New Skill:" to WS-DISPLAY
               perform say

               if SKILL-MODULE-COUNT = 0
                   move "No skill modules are available yet." to WS-DISPLAY
                   perform say
               end-if
               perform varying ws-module-idx from 1 by 1
                       until ws-module-idx > SKILL-MODULE-COUNT
                   move spaces to WS-DISPLAY
                   string ws-module-idx ". "
                          function trim(sm-title(ws-module-idx))
                          delimited by size into WS-DISPLAY
                   perform say
               end-perform

               move spaces to WS-DISPLAY
               compute ws-module-idx = SKILL-MODULE-COUNT + 1
               string ws-module-idx ". Skills to Build"
                   delimited by size into WS-DISPLAY
               perform say
               move spaces to WS-DISPLAY
               string ws-module-back ". Go Back"
                   delimited by size into WS-DISPLAY
               perform say

               move "Enter your choice:" to WS-DISPLAY

               move "prompt-choice" to ws-msg-id
               perform say-msg

               move 0 to ws-skill-choice
               read InpFile into InpRecord
                   at end move "Y" to WS-EOF
                   not at end
                       if function trim(InpRecord) is numeric
                           move function numval(function trim(InpRecord))
                               to ws-skill-choice
                       end-if
               end-read
               add 1 to ws-line-count
               perform check-deck-menu-entry

               if WS-EOF = "N"
                   if ws-skill-choice >= 1
                      and ws-skill-choice <= SKILL-MODULE-COUNT
                       move ws-skill-choice to ws-module-idx
                       perform run-skill-module
                   end-if
                   if ws-skill-choice = SKILL-MODULE-COUNT + 1
                       perform skills-to-build
                   end-if
               end-if
           end-perform
           .

       load-skill-modules.
           move 0 to SKILL-MODULE-COUNT
           open input skill-lessons-file
           if FILESTAT-LESSON = "00"
               perform until 1 = 2
                   read skill-lessons-file into skill-lessons-line
                       at end exit perform
                   end-read
                   perform parse-skill-lesson-line
                   if sl-kind = "M" and SKILL-MODULE-COUNT < 50
                       perform varying ws-k from 1 by 1
                               until ws-k > SKILLS-REF-COUNT
                           if function upper-case(SKILL-REF-ENTRY(ws-k)) =
                              function upper-case(sl-skill)
                               add 1 to SKILL-MODULE-COUNT
                               move SKILL-REF-ENTRY(ws-k)
                                   to sm-skill(SKILL-MODULE-COUNT)
                               move sl-field-3 to sm-title(SKILL-MODULE-COUNT)
                               if sm-title(SKILL-MODULE-COUNT) = spaces
                                   string "Learn " function trim(sl-skill) "!"
                                       delimited by size
                                       into sm-title(SKILL-MODULE-COUNT)
                               end-if
                               move WS-DEFAULT-QUIZ-PASS
                                   to sm-pass(SKILL-MODULE-COUNT)
                               if function trim(sl-field-4) is numeric
                                   move function numval(function trim(sl-field-4))
                                       to sm-pass(SKILL-MODULE-COUNT)
                               end-if
                               exit perform
                           end-if
                       end-perform
                   end-if
               end-perform
               close skill-lessons-file
           end-if
           .

       parse-skill-lesson-line.
           move spaces to skill-lesson-data
           unstring skill-lessons-line delimited by "|" into
               sl-skill sl-kind sl-field-3 sl-field-4
           end-unstring
           move function upper-case(sl-kind) to sl-kind
           if sl-kind = "Q"
               unstring skill-lessons-line delimited by "|" into
                   sl-skill sl-kind sl-field-3
                   sl-choice(1) sl-choice(2) sl-choice(3) sl-choice(4)
                   sl-answer
               end-unstring
               move "Q" to sl-kind
           end-if
           .

      *>>    Lessons of module ws-module-idx, then its quiz. Reading
      *>>    to the end no longer completes the skill - passing the
      *>>    quiz does; a module with no questions yet records nothing.
       run-skill-module.
           move spaces to WS-DISPLAY
           string "--- " function trim(sm-title(ws-module-idx)) " ---"
               delimited by size into WS-DISPLAY
           perform say

           move spaces to ws-lesson-last
           move 0 to ws-lesson-lines
           open input skill-lessons-file
           if FILESTAT-LESSON = "00"
               perform until 1 = 2
                   read skill-lessons-file into skill-lessons-line
                       at end exit perform
                   end-read
                   perform parse-skill-lesson-line
                   if sl-kind = "L"
                      and function upper-case(sl-skill) =
                          function upper-case(sm-skill(ws-module-idx))
                       if sl-field-3 not = ws-lesson-last
                           if ws-lesson-lines > 0
                               move " " to WS-DISPLAY
                               perform say
                           end-if
                           move sl-field-3 to ws-lesson-last
                           move spaces to WS-DISPLAY
                           string "Lesson " function trim(sl-field-3) ":"
                               delimited by size into WS-DISPLAY
                           perform say
                       end-if
                       add 1 to ws-lesson-lines
                       move sl-field-4 to WS-DISPLAY
                       perform say
                   end-if
               end-perform
               close skill-lessons-file
           end-if
           move " " to WS-DISPLAY
           perform say

           move 0 to ws-quiz-total
           move 0 to ws-quiz-right
           open input skill-lessons-file
           if FILESTAT-LESSON = "00"
               perform until 1 = 2 or WS-EOF = "Y"
                   read skill-lessons-file into skill-lessons-line
                       at end exit perform
                   end-read
                   perform parse-skill-lesson-line
                   if sl-kind = "Q"
                      and function upper-case(sl-skill) =
                          function upper-case(sm-skill(ws-module-idx))
                       perform ask-quiz-question
                   end-if
               end-perform
               close skill-lessons-file
           end-if
           if WS-EOF = "Y"
               exit paragraph
           end-if

           if ws-quiz-total = 0
               move "Lesson complete! This module has no quiz yet, so it does not count as a completed skill." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move sm-skill(ws-module-idx) to skill-name
           compute skill-score rounded = ws-quiz-right * 100 / ws-quiz-total
           if skill-score >= sm-pass(ws-module-idx)
               move "pass" to skill-result
           else
               move "fail" to skill-result
           end-if
           move spaces to WS-DISPLAY
           if skill-result = "pass"
               string "Quiz score: " ws-quiz-right "/" ws-quiz-total
                      " (" skill-score "%) - passed. Skill complete!"
                      delimited by size into WS-DISPLAY
           else
               string "Quiz score: " ws-quiz-right "/" ws-quiz-total
                      " (" skill-score "%) - " sm-pass(ws-module-idx)
                      "% needed to pass. Review the lessons and try again."
                      delimited by size into WS-DISPLAY
           end-if
           perform say

           perform record-skill-progress
           .

      *>>    One Q row: the question, its lettered choices, and the
      *>>    student's answer against the key.
       ask-quiz-question.
           add 1 to ws-quiz-total
           move spaces to WS-DISPLAY
           string "Q" ws-quiz-total ". " function trim(sl-field-3)
               delimited by size into WS-DISPLAY
           perform say
           perform varying ws-quiz-choice-idx from 1 by 1
                   until ws-quiz-choice-idx > 4
               if sl-choice(ws-quiz-choice-idx) not = spaces
                   move WS-QUIZ-LETTERS(ws-quiz-choice-idx:1) to ws-quiz-letter
                   move spaces to WS-DISPLAY
                   string "   " ws-quiz-letter ". "
                          function trim(sl-choice(ws-quiz-choice-idx))
                       delimited by size into WS-DISPLAY
                   perform say
               end-if
           end-perform
           move "Enter your answer (A, B, C, or D):" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           if function upper-case(function trim(temp-input)) =
              function upper-case(sl-answer)
               add 1 to ws-quiz-right
               move "Correct." to WS-DISPLAY
           else
               move spaces to WS-DISPLAY
               string "Not quite - the answer is "
                      function upper-case(sl-answer) "."
                   delimited by size into WS-DISPLAY
           end-if
           perform say
           .

*>>    Required skills of the postings current-user saved or applied
*>>    to that they do not yet hold, most-requested first, each
*>>    pointing at its Learn-a-Skill module when one exists.
       skills-to-build.
           move "--- Skills to Build ---" to WS-DISPLAY
           perform say

           perform collect-pursued-postings
           if GAP-PURSUED-COUNT = 0
               move "Save or apply to a few postings first - this view works from the jobs you are pursuing." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           perform collect-held-skills

           move 0 to GAP-SKILL-COUNT
           move 0 to ws-gap-postings
           open input job-file
           if FILESTAT-JOB = "00"
               perform until 1 = 2
                   read job-file into job-line
                       at end exit perform
                   end-read
                   perform parse-job-line
                   perform check-posting-pursued
                   if ws-gap-pursued = "y"
                       add 1 to ws-gap-postings
                       perform tally-posting-gaps
                   end-if
               end-perform
               close job-file
           end-if

           if GAP-SKILL-COUNT = 0
               move spaces to WS-DISPLAY
               string "You already hold every required skill of the "
                      ws-gap-postings " posting(s) you are pursuing."
                   delimited by size into WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move 0 to ws-gap-shown
           perform until ws-gap-shown >= GAP-SKILL-COUNT
               move 0 to ws-gap-best
               perform varying ws-gap-idx from 1 by 1
                       until ws-gap-idx > GAP-SKILL-COUNT
                   if gs-count(ws-gap-idx) > 0
                      and (ws-gap-best = 0
                           or gs-count(ws-gap-idx) > gs-count(ws-gap-best))
                       move ws-gap-idx to ws-gap-best
                   end-if
               end-perform
               add 1 to ws-gap-shown
               move ws-gap-best to GAP-SHOWN-ENTRY(ws-gap-shown)
               move spaces to WS-DISPLAY
               if gs-module(ws-gap-best) > 0
                   string ws-gap-shown ". " function trim(gs-skill(ws-gap-best))
                          " - required by " gs-count(ws-gap-best) " of "
                          ws-gap-postings " posting(s) [module: "
                          function trim(sm-title(gs-module(ws-gap-best))) "]"
                       delimited by size into WS-DISPLAY
               else
                   string ws-gap-shown ". " function trim(gs-skill(ws-gap-best))
                          " - required by " gs-count(ws-gap-best) " of "
                          ws-gap-postings " posting(s) [no module yet]"
                       delimited by size into WS-DISPLAY
               end-if
               perform say
      *>    Zero the count so the next pass picks the runner-up; the
      *>    shown list keeps the order.
               move 0 to gs-count(ws-gap-best)
           end-perform

           move "Enter a number to start its module, or 0 to go back:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move 0 to ws-gap-selection
           if function trim(temp-input) is numeric
               move function numval(function trim(temp-input))
                   to ws-gap-selection
           end-if
           if ws-gap-selection = 0 or ws-gap-selection > ws-gap-shown
               exit paragraph
           end-if
           move GAP-SHOWN-ENTRY(ws-gap-selection) to ws-gap-best
           if gs-module(ws-gap-best) = 0
               move "There is no Learn-a-Skill module for that skill yet." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           move gs-module(ws-gap-best) to ws-module-idx
           perform run-skill-module
           .

*>>    saved-jobs.dat bookmarks and applications.dat rows of
*>>    current-user into GAP-PURSUED; bookmarks predating job-ids
*>>    match on title and employer.
       collect-pursued-postings.
           move 0 to GAP-PURSUED-COUNT
           open input saved-jobs-file
           if FILESTAT-SAVED = "00"
               perform until 1 = 2
                   read saved-jobs-file into saved-jobs-line
                       at end exit perform
                   end-read
                   move spaces to sj-job-id
                   unstring saved-jobs-line delimited by "|" into
                       sj-username sj-title sj-employer sj-location
                       sj-job-id
                   end-unstring
                   if function trim(sj-username) = current-user
                      and GAP-PURSUED-COUNT < 100
                       add 1 to GAP-PURSUED-COUNT
                       move sj-job-id to gpu-job-id(GAP-PURSUED-COUNT)
                       move sj-title to gpu-title(GAP-PURSUED-COUNT)
                       move sj-employer to gpu-employer(GAP-PURSUED-COUNT)
                   end-if
               end-perform
               close saved-jobs-file
           end-if

           open input application-file
           if FILESTAT-APP = "00"
               move "n" to ws-app-scan-done
               move current-user to fd-app-username
               start application-file key is equal to fd-app-username
                   invalid key move "y" to ws-app-scan-done
               end-start
               perform until ws-app-scan-done = "y"
                   read application-file next record
                       at end move "y" to ws-app-scan-done
                   end-read
                   if ws-app-scan-done = "n"
                       if function trim(fd-app-username) not = current-user
                           move "y" to ws-app-scan-done
                       else
                           if GAP-PURSUED-COUNT < 100
                               add 1 to GAP-PURSUED-COUNT
                               move spaces to PARSE-FIELD(49)
                               move spaces to PARSE-FIELD(50)
                               unstring fd-app-data delimited by "|" into
                                   PARSE-FIELD(49) PARSE-FIELD(50)
                               end-unstring
                               move fd-app-job-id
                                   to gpu-job-id(GAP-PURSUED-COUNT)
                               move PARSE-FIELD(49)
                                   to gpu-title(GAP-PURSUED-COUNT)
                               move PARSE-FIELD(50)
                                   to gpu-employer(GAP-PURSUED-COUNT)
                           end-if
                       end-if
                   end-if
               end-perform
               close application-file
           end-if
           .

*>>    Profile skills plus every completed Learn-a-Skill module.
       collect-held-skills.
           move 0 to GAP-HAVE-COUNT
           perform load-profile
           if ws-profile-exists = "y"
               perform varying ws-k from 1 by 1
                       until ws-k > profile-skill-count
                   if profile-skills(ws-k) not = spaces
                       add 1 to GAP-HAVE-COUNT
                       move profile-skills(ws-k)
                           to GAP-HAVE-ENTRY(GAP-HAVE-COUNT)
                   end-if
               end-perform
           end-if
           open input skills-file
           if FILESTAT-SKILL = "00"
               perform until 1 = 2
                   read skills-file into skills-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD(5)
                   unstring skills-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                       PARSE-FIELD(4) PARSE-FIELD(5)
                   end-unstring
                   if function trim(PARSE-FIELD(1)) = current-user
                      and function trim(PARSE-FIELD(5)) not = "fail"
                      and GAP-HAVE-COUNT < 60
                       add 1 to GAP-HAVE-COUNT
                       move function trim(PARSE-FIELD(2))
                           to GAP-HAVE-ENTRY(GAP-HAVE-COUNT)
                   end-if
               end-perform
               close skills-file
           end-if
           .

*>>    ws-gap-pursued = "y" when the posting in job-data is one of
*>>    GAP-PURSUED.
       check-posting-pursued.
           move "n" to ws-gap-pursued
           perform varying ws-gap-idx from 1 by 1
                   until ws-gap-idx > GAP-PURSUED-COUNT
               if gpu-job-id(ws-gap-idx) not = spaces
                   if function trim(gpu-job-id(ws-gap-idx)) =
                      function trim(job-id)
                       move "y" to ws-gap-pursued
                       exit perform
                   end-if
               else
                   if function trim(gpu-title(ws-gap-idx)) =
                      function trim(job-title)
                      and function trim(gpu-employer(ws-gap-idx)) =
                          function trim(job-employer)
                       move "y" to ws-gap-pursued
                       exit perform
                   end-if
               end-if
           end-perform
           .

*>>    Each required skill of the posting in job-data not in
*>>    GAP-HAVE adds one to its GAP-SKILL count.
       tally-posting-gaps.
           perform varying ws-question-idx from 1 by 1
                   until ws-question-idx > job-req-skill-count
               move "n" to ws-gap-held
               perform varying ws-k from 1 by 1 until ws-k > GAP-HAVE-COUNT
                   if function upper-case(function trim(GAP-HAVE-ENTRY(ws-k))) =
                      function upper-case(function trim(
                          job-req-skills(ws-question-idx)))
                       move "y" to ws-gap-held
                       exit perform
                   end-if
               end-perform
               if ws-gap-held = "n"
                  and job-req-skills(ws-question-idx) not = spaces
                   perform varying ws-gap-idx from 1 by 1
                           until ws-gap-idx > GAP-SKILL-COUNT
                       if function upper-case(gs-skill(ws-gap-idx)) =
                          function upper-case(function trim(
                              job-req-skills(ws-question-idx)))
                           exit perform
                       end-if
                   end-perform
                   if ws-gap-idx > GAP-SKILL-COUNT and GAP-SKILL-COUNT < 50
                       add 1 to GAP-SKILL-COUNT
                       move GAP-SKILL-COUNT to ws-gap-idx
                       move function trim(job-req-skills(ws-question-idx))
                           to gs-skill(ws-gap-idx)
                       move 0 to gs-count(ws-gap-idx)
                       move 0 to gs-module(ws-gap-idx)
                       perform varying ws-module-idx from 1 by 1
                               until ws-module-idx > SKILL-MODULE-COUNT
                           if function upper-case(sm-skill(ws-module-idx)) =
                              function upper-case(gs-skill(ws-gap-idx))
                               move ws-module-idx to gs-module(ws-gap-idx)
                               exit perform
                           end-if
                       end-perform
                   end-if
                   if ws-gap-idx <= GAP-SKILL-COUNT
                       add 1 to gs-count(ws-gap-idx)
                   end-if
               end-if
           end-perform
           .

*> Records current-user's quiz attempt on the skill in skill-name
*> (skill-score, skill-result). Once the skill is completed, later
*> attempts are review only and add no row.
       record-skill-progress.
           move current-user to skill-username
           move "n" to ws-skill-already-done

           open input skills-file
           if FILESTAT-SKILL = "00"
               perform until 1 = 2
                   read skills-file into skills-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD(1) PARSE-FIELD(2)
                                  PARSE-FIELD(3) PARSE-FIELD(4)
                                  PARSE-FIELD(5)
                   unstring skills-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                       PARSE-FIELD(4) PARSE-FIELD(5)
                   end-unstring
                   if function trim(PARSE-FIELD(1)) = function trim(skill-username)
                      and function trim(PARSE-FIELD(2)) = function trim(skill-name)
                      and function trim(PARSE-FIELD(5)) not = "fail"
                       move "y" to ws-skill-already-done
                       exit perform
                   end-if
               end-perform
               close skills-file
           end-if

           if ws-skill-already-done = "y"
               move "(You've already completed this skill before. Nice review!)"
                   to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move function current-date(1:8) to skill-completed-date

           open extend skills-file
           if FILESTAT-SKILL not = "00"
               open output skills-file
               close skills-file
               open extend skills-file
           end-if

           move spaces to skills-line
           string function trim(skill-username) "|"
                  function trim(skill-name) "|"
                  function trim(skill-completed-date) "|"
                  skill-score "|"
                  function trim(skill-result)
                  delimited by size into skills-line
           end-string
           write skills-line
           close skills-file
           .

       check-username.
           move "n" to ws-ok-user
           move function length(function trim(u)) to ws-len-u
           if ws-len-u = 0 or ws-len-u > 10
              exit paragraph
           end-if

           move 0 to ws-commas
           inspect u tallying ws-commas for all ","
           if ws-commas > 0
              exit paragraph
           end-if

           move "n" to ws-bad-char
           perform varying ws-i from 1 by 1
                   until ws-i > ws-len-u or ws-bad-char = "y"
              move u(ws-i:1) to ws-char
              if (ws-char < "0")
                 or (ws-char > "9" and ws-char < "A")
                 or (ws-char > "Z" and ws-char < "a")
                 or (ws-char > "z")
                 move "y" to ws-bad-char
              end-if
           end-perform

           if ws-bad-char = "y"
              exit paragraph
           end-if

           move "y" to ws-ok-user
           .

       check-password.
           move "n" to ws-ok-pass
           move function length(function trim(p)) to ws-len-p
           if ws-len-p < 8 or ws-len-p > 12
              exit paragraph
           end-if

           move 0 to ws-commas
           inspect p(1:ws-len-p) tallying ws-commas for all ","
           if ws-commas > 0
              exit paragraph
           end-if

           move 0 to ws-spaces
           inspect p(1:ws-len-p) tallying ws-spaces for all " "
           if ws-spaces > 0
              exit paragraph
           end-if

           move "n" to ws-has-upper ws-has-lower ws-has-digit ws-has-special
           perform varying ws-i from 1 by 1 until ws-i > ws-len-p
              move p(ws-i:1) to ws-char
              if ws-char >= "A" and ws-char <= "Z"
                 move "y" to ws-has-upper
              else
                 if ws-char >= "a" and ws-char <= "z"
                    move "y" to ws-has-lower
                 else
                    if ws-char >= "0" and ws-char <= "9"
                       move "y" to ws-has-digit
                    else
                       if ws-char not = " " and ws-char not = ","
                          move "y" to ws-has-special
                       end-if
                    end-if
                 end-if
              end-if
           end-perform

           if ws-has-upper = "y" and ws-has-lower = "y" and ws-has-digit = "y" and ws-has-special = "y"
              move "y" to ws-ok-pass
           end-if
           .

       say.
      *>>    Epic #3: All screen output is written to InCollege-Output.txt
      *>>    This includes profile viewing and search results for easy verification
      *>>
      *>>    Long lines wrap at WS-WRAP-WIDTH (preferring the last
      *>>    space before the break, with continuation lines indented
      *>>    two spaces) instead of truncating at OutRecord's 80
      *>>    columns - the "my data is cut off" tickets were display
      *>>    truncation, not lost data.

      *>>    A scratch deck replay stays off the console; what it is
      *>>    listening for is the first rejection message.
           if ws-deck-check-mode = "y"
               if ws-deck-fail-line = 0
                   perform note-deck-rejection
               end-if
           else
               display function trim(WS-DISPLAY)
           end-if

           move function length(function trim(WS-DISPLAY)) to ws-say-len
           if ws-say-len = 0
               move spaces to ws-say-chunk
               perform write-say-chunk
               exit paragraph
           end-if

           move 1 to ws-say-pos
           move "y" to ws-say-first
           perform until ws-say-pos > ws-say-len
               compute ws-say-take = ws-say-len - ws-say-pos + 1
               if ws-say-take > WS-WRAP-WIDTH
                   move WS-WRAP-WIDTH to ws-say-take
      *>>    Break at the last space inside the width when there is
      *>>    one; mid-word only when a single token outruns it.
                   perform varying ws-say-scan from ws-say-take by -1
                           until ws-say-scan < 2
                           or WS-DISPLAY(ws-say-pos + ws-say-scan - 1:1)
                              = " "
                       continue
                   end-perform
                   if ws-say-scan >= 2
                       move ws-say-scan to ws-say-take
                   end-if
               end-if

               move spaces to ws-say-chunk
               if ws-say-first = "y"
                   move WS-DISPLAY(ws-say-pos:ws-say-take)
                       to ws-say-chunk
               else
                   move WS-DISPLAY(ws-say-pos:ws-say-take)
                       to ws-say-chunk(3:)
               end-if
               perform write-say-chunk

               add ws-say-take to ws-say-pos
               move "n" to ws-say-first
      *>>    Skip the space the line broke on.
               perform until ws-say-pos > ws-say-len
                       or WS-DISPLAY(ws-say-pos:1) not = " "
                   add 1 to ws-say-pos
               end-perform
           end-perform
           .

       write-say-chunk.
           move ws-say-chunk to OutRecord
           write OutRecord

           *> ITK-87: while in connection-requests context, also mirror to Connections-Output.txt
           if WS-CR-LOGGING = "Y"
              open extend ConnOutFile
              if FILESTAT-ConnOut not = "00"
                 open output ConnOutFile
                 close ConnOutFile
                 open extend ConnOutFile
              end-if
              move ws-say-chunk to ConnOutRecord
              write ConnOutRecord
              close ConnOutFile
           end-if
           .

*>================ ITK-87 helpers: turn CR logging on/off ================
           cr-begin-log.
               move "Y" to WS-CR-LOGGING
               .

           cr-end-log.
               move "N" to WS-CR-LOGGING
           .




*> Integration: call 'perform cr-offer-send-menu' at the end of display-search-result.

       cr-offer-send-menu.
           perform cr-begin-log

           move "1. Send Connection Request" to WS-DISPLAY

           move "nw-send" to ws-msg-id
           perform say-msg
           move "2. How Am I Connected?" to WS-DISPLAY
           perform say
           move "3. Ask for an Introduction" to WS-DISPLAY
           perform say
           move "4. Back to Main Menu" to WS-DISPLAY
           perform say
           move "Enter your choice:" to WS-DISPLAY
           move "prompt-choice" to ws-msg-id
           perform say-msg

           read InpFile into InpRecord
               at end exit paragraph
               not at end
                   move function numval(function trim(InpRecord))
                     to WS-USER-CHOICE
           end-read
           add 1 to ws-line-count
           perform check-deck-menu-entry

           if WS-USER-CHOICE = 1
              perform send-connection-request-from-profile
           end-if
           if WS-USER-CHOICE = 2
              perform find-connection-path
           end-if
           if WS-USER-CHOICE = 3
              perform ask-for-introduction
           end-if
           perform cr-end-log

           .

       send-connection-request-from-profile.

           *> Begins to print ouput to a separate file
           perform cr-begin-log

           perform check-request-allowance
           if ws-rate-ok not = "y"
               perform cr-end-log
               exit paragraph
           end-if

           *> Target is the user whose card we just displayed
           move function trim(temp-profile-username) to target-username

           *> Self-guard
           if function upper-case(function trim(target-username)) =
              function upper-case(function trim(current-user))
              move "You cannot send a connection request to yourself." to WS-DISPLAY
              perform say
              exit paragraph
           end-if

           *> Reuse existing validation (sets ws-connection-exists / ws-reverse-conn-exists)
           perform check-existing-connections

           if ws-connection-exists = "y"
              move "You are already connected with this user." to WS-DISPLAY
              perform say
              exit paragraph
           end-if

           if ws-reverse-conn-exists = "y"
              move "This user has already sent you a connection request." to WS-DISPLAY
              perform say
              move "Please check your pending requests." to WS-DISPLAY
              perform say
              exit paragraph
           end-if

           if ws-pending-request-exists = "y"
              move "You have already sent a connection request to this user." to WS-DISPLAY
              perform say
              exit paragraph
           end-if

           if ws-previously-rejected = "y"
              move "This user has already declined a connection request from you." to WS-DISPLAY
              perform say
              exit paragraph
           end-if

           *> Save current-user -> target-username as pending (indexed write)
           open i-o connection-file
           if FILESTAT-CONN not = "00"
              open output connection-file
              close connection-file
              open i-o connection-file
           end-if

           move current-user to fd-conn-from-user
           move target-username to fd-conn-to-user
           move "pending" to fd-conn-status
           move function current-date to fd-conn-sent-date
           move spaces to fd-conn-decided-date

      *>    A lapsed ("expired") request still holds this key, so the
      *>    re-request revives that record in place; only a genuinely
      *>    fresh pair gets a new WRITE.
           move "n" to ws-write-failed
           if ws-expired-request-exists = "y"
               rewrite connection-record
                   invalid key
                       move "y" to ws-write-failed
                       move "Error saving connection request." to WS-DISPLAY
                       perform say
               end-rewrite
           else
               write connection-record
                   invalid key
                       move "y" to ws-write-failed
                       move "Error saving connection request." to WS-DISPLAY
                       perform say
               end-write
           end-if
           close connection-file

           if ws-write-failed = "n"
              move "update" to ws-journal-action
              perform journal-connection-row
              move "r" to ws-bump-kind
              perform bump-send-counter

              move target-username to notif-recipient
              move "connection" to notif-event
              move spaces to notif-detail
              string function trim(current-user)
                     " sent you a connection request."
                     delimited by size into notif-detail
              perform write-notification

              perform cr-notify-request-sent
           end-if
           perform cr-end-log
           .

*> Called by send-connection-request-from-profile (ITK-79).

       cr-notify-request-sent.
           move spaces to WS-DISPLAY
           string "Connection request sent to "
                  function trim(temp-profile-firstname) " "
                  function trim(temp-profile-lastname) "."
                  delimited by size
                  into WS-DISPLAY
           perform say
           .

      *>>    Appends a row to notifications.dat: recipient|event-type|
      *>>    detail|timestamp. Caller sets notif-recipient/notif-event/
      *>>    notif-detail first; this is an integration point an external
      *>>    email/SMS notifier could poll.
      *>>    Appends a timestamp|context|file-status row to error-log.dat.
      *>>    Caller sets ws-error-context/ws-error-status first.
      *>>    One journal row per data mutation; the caller fills
      *>>    ws-journal-file/-action/-image. Most call sites sit next
      *>>    to a write-audit-event, which already marked the
      *>>    mutation points.
       write-journal-row.
           open extend journal-file
           if FILESTAT-JOURNAL not = "00"
               open output journal-file
               close journal-file
               open extend journal-file
           end-if
           if FILESTAT-JOURNAL = "00"
               move spaces to journal-line
               string function current-date "|"
                      "InCollege" "|"
                      function trim(ws-journal-file) "|"
                      function trim(ws-journal-action) "|"
                      function trim(ws-journal-image)
                      delimited by size into journal-line
               end-string
               write journal-line
               close journal-file
           end-if
           .

      *>>    Journal image for the connections.dat record currently
      *>>    in the fd-conn-* fields; the caller sets
      *>>    ws-journal-action ("update" for a write/rewrite,
      *>>    "delete" for a removal) first. Losing a day of
      *>>    connection decisions was part of the very "we lost
      *>>    Tuesday" scenario the journal exists for.
       journal-connection-row.
           move "connections.dat" to ws-journal-file
           move spaces to ws-journal-image
           string function trim(fd-conn-from-user) "|"
                  function trim(fd-conn-to-user) "|"
                  function trim(fd-conn-status) "|"
                  function trim(fd-conn-sent-date) "|"
                  function trim(fd-conn-decided-date)
                  delimited by size into ws-journal-image
           end-string
           perform write-journal-row
           .

       log-error.
           move "y" to ws-session-had-error
           open extend error-log-file
           if FILESTAT-ERRLOG not = "00"
               open output error-log-file
               close error-log-file
               open extend error-log-file
           end-if

           if FILESTAT-ERRLOG = "00"
               move spaces to error-log-line
               string
                   function current-date "|"
                   function trim(ws-error-context) "|"
                   function trim(ws-error-status)
                   delimited by size
                   into error-log-line
               end-string
               write error-log-line
               close error-log-file
           end-if
           .

      *>>    Shows every currently-effective announcement this user
      *>>    has not yet acknowledged, then records the
      *>>    acknowledgement so it never shows again. Date window is
      *>>    effective <= today <= expiry; a blank expiry never
      *>>    lapses.
       show-announcements.
           move function current-date(1:8) to ws-today-stamp
           move "n" to ws-ann-shown
           open input announcement-file
           if FILESTAT-ANN = "00"
               perform until 1 = 2
                   read announcement-file into announcement-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD(49)
                   unstring announcement-line delimited by "|" into
                       PARSE-FIELD(45) PARSE-FIELD(46)
                       PARSE-FIELD(47) PARSE-FIELD(48)
                       PARSE-FIELD(49)
                   end-unstring
                   move function trim(PARSE-FIELD(45)) to ws-ann-id
                   move function trim(PARSE-FIELD(46)) to ws-ann-text
                   move function trim(PARSE-FIELD(47)) to ws-ann-effective
                   move function trim(PARSE-FIELD(48)) to ws-ann-expiry

      *>>    A term name in the effective field schedules the banner
      *>>    for that whole term ("Fall 2026" in, the term's own
      *>>    start/end window out); an unrecognized name never shows.
                   if function trim(ws-ann-effective) not = spaces
                      and ws-ann-effective(1:8) is not numeric
                       move ws-ann-effective to PARSE-FIELD(63)
                       perform resolve-term-window
                       if ws-term-found = "y"
                           move ws-term-start-out to ws-ann-effective
                           move ws-term-end-out to ws-ann-expiry
                       else
                           move "99999999" to ws-ann-effective
                       end-if
                   end-if

      *>>    A campus-scoped banner (5th field) only shows on its own
      *>>    campus; blank means everyone.
                   if ( ws-ann-effective = spaces
                        or ws-ann-effective <= ws-today-stamp )
                      and ( ws-ann-expiry = spaces
                            or ws-ann-expiry >= ws-today-stamp )
                      and ( function trim(PARSE-FIELD(49)) = spaces
                            or function upper-case(
                                   function trim(PARSE-FIELD(49))) =
                               function trim(ws-current-campus) )
                       perform check-announcement-acked
                       if ws-ann-acked = "n"
                           if ws-ann-shown = "n"
                               move "*** ANNOUNCEMENTS ***" to WS-DISPLAY
                               perform say
                               move "y" to ws-ann-shown
                           end-if
                           move function trim(ws-ann-text) to WS-DISPLAY
                           perform say
                           perform record-announcement-ack
                       end-if
                   end-if
               end-perform
               close announcement-file
           end-if
           if ws-ann-shown = "y"
               move "*********************" to WS-DISPLAY
               perform say
           end-if
           .

       check-announcement-acked.
           move "n" to ws-ann-acked
           open input announcement-ack-file
           if FILESTAT-ACK = "00"
               perform until 1 = 2
                   read announcement-ack-file into announcement-ack-line
                       at end exit perform
                   end-read
                   unstring announcement-ack-line delimited by "|" into
                       PARSE-FIELD(49) PARSE-FIELD(50)
                   end-unstring
                   if function trim(PARSE-FIELD(49)) = current-user
                      and function trim(PARSE-FIELD(50)) =
                          function trim(ws-ann-id)
                       move "y" to ws-ann-acked
                       exit perform
                   end-if
               end-perform
               close announcement-ack-file
           end-if
           .

       record-announcement-ack.
           open extend announcement-ack-file
           if FILESTAT-ACK not = "00"
               open output announcement-ack-file
               close announcement-ack-file
               open extend announcement-ack-file
           end-if
           if FILESTAT-ACK = "00"
               move spaces to announcement-ack-line
               string function trim(current-user) "|"
                      function trim(ws-ann-id) "|"
                      function current-date(1:8)
                      delimited by size into announcement-ack-line
               end-string
               write announcement-ack-line
               close announcement-ack-file
           end-if
           .

      *>>    Fetches one preferences.dat value: the caller names the
      *>>    owner in ws-pref-owner and the setting in
      *>>    ws-pref-setting; the value (or spaces) lands in
      *>>    ws-pref-found-value.
       get-user-preference.
           move spaces to ws-pref-found-value
           open input preference-file
           if FILESTAT-PREF = "00"
               perform until 1 = 2
                   read preference-file into preference-line
                       at end exit perform
                   end-read
                   unstring preference-line delimited by "|" into
                       PARSE-FIELD(41) PARSE-FIELD(42) PARSE-FIELD(43)
                   end-unstring
                   if function trim(PARSE-FIELD(41)) =
                      function trim(ws-pref-owner)
                      and function trim(PARSE-FIELD(42)) =
                          function trim(ws-pref-setting)
                       move function trim(PARSE-FIELD(43))
                           to ws-pref-found-value
                       exit perform
                   end-if
               end-perform
               close preference-file
           end-if
           .

      *>>    Whether current-user may see temp-profile-username in a
      *>>    search or suggestion result, per the target's visibility
      *>>    preference: "hidden" never shows, "connections" shows
      *>>    only to established connections, anything else (or no
      *>>    preference) shows to everyone. One's own card is always
      *>>    visible.
       check-profile-visible.
           move "y" to ws-profile-visible
           if function trim(temp-profile-username) = current-user
               exit paragraph
           end-if

           move function trim(temp-profile-username) to ws-pref-owner
           move "visibility" to ws-pref-setting
           perform get-user-preference
           move ws-pref-found-value to ws-visibility-value

           evaluate function trim(ws-visibility-value)
               when "hidden"
                   move "n" to ws-profile-visible
               when "connections"
                   move function trim(temp-profile-username)
                       to target-username
                   perform check-existing-connections
                   if ws-connection-exists not = "y"
                       move "n" to ws-profile-visible
                   end-if
               when other
                   continue
           end-evaluate
           .

      *>>    True in ws-notify-muted when the notif-recipient has a
      *>>    "notify-<event>|off" preference row - their digest, their
      *>>    choice.
       check-notify-preference.
           move "n" to ws-notify-muted
           open input preference-file
           if FILESTAT-PREF = "00"
               perform until 1 = 2
                   read preference-file into preference-line
                       at end exit perform
                   end-read
                   unstring preference-line delimited by "|" into
                       PARSE-FIELD(41) PARSE-FIELD(42) PARSE-FIELD(43)
                   end-unstring
                   if function trim(PARSE-FIELD(41)) =
                      function trim(notif-recipient)
                      and function trim(PARSE-FIELD(42))(1:7) = "notify-"
                      and function trim(PARSE-FIELD(42))(8:) =
                          function trim(notif-event)
                      and function trim(PARSE-FIELD(43)) = "off"
                       move "y" to ws-notify-muted
                       exit perform
                   end-if
               end-perform
               close preference-file
           end-if
           .

      *>>    Re-derives WS-PAGE-SIZE and WS-IDLE-TIMEOUT-SECONDS for
      *>>    the user who just logged in: shipped defaults first, then
      *>>    their preferences.dat overrides.
       load-user-preferences.
           move WS-DEFAULT-PAGE-SIZE to WS-PAGE-SIZE
           move WS-DEFAULT-IDLE-SECONDS to WS-IDLE-TIMEOUT-SECONDS
           move WS-DEFAULT-WRAP-WIDTH to WS-WRAP-WIDTH
           move "en" to ws-catalog-lang
           open input preference-file
           if FILESTAT-PREF = "00"
               perform until 1 = 2
                   read preference-file into preference-line
                       at end exit perform
                   end-read
                   unstring preference-line delimited by "|" into
                       PARSE-FIELD(41) PARSE-FIELD(42) PARSE-FIELD(43)
                   end-unstring
                   if function trim(PARSE-FIELD(41)) = current-user
                       evaluate function trim(PARSE-FIELD(42))
                           when "page-size"
                               if function trim(PARSE-FIELD(43)) is numeric
                                  and function numval(function trim(PARSE-FIELD(43))) > 0
                                   move function numval(function trim(PARSE-FIELD(43)))
                                       to WS-PAGE-SIZE
                               end-if
                           when "idle-timeout"
                               if function trim(PARSE-FIELD(43)) is numeric
                                  and function numval(function trim(PARSE-FIELD(43))) >= 60
                                   move function numval(function trim(PARSE-FIELD(43)))
                                       to WS-IDLE-TIMEOUT-SECONDS
                               end-if
                           when "language"
                               if function trim(PARSE-FIELD(43)) not = spaces
                                   move function trim(PARSE-FIELD(43))
                                       to ws-catalog-lang
                               end-if
                           when "line-width"
                               if function trim(PARSE-FIELD(43)) is numeric
                                  and function numval(function trim(PARSE-FIELD(43))) >= 20
                                  and function numval(function trim(PARSE-FIELD(43))) <= 78
                                   move function numval(function trim(PARSE-FIELD(43)))
                                       to WS-WRAP-WIDTH
                               end-if
                       end-evaluate
                   end-if
               end-perform
               close preference-file
           end-if
           perform load-message-catalog
           .

      *>>    Adds or updates one username|setting|value row for
      *>>    current-user and rewrites preferences.dat (caller fills
      *>>    ws-pref-setting/ws-pref-value).
       save-user-preference.
           move 0 to PREFS-COUNT
           move "n" to ws-table-overflow
           open input preference-file
           if FILESTAT-PREF = "00"
               perform until 1 = 2
                   read preference-file into preference-line
                       at end exit perform
                   end-read
                   if PREFS-COUNT < 500
                       add 1 to PREFS-COUNT
                       move preference-line to PREFS-ENTRY(PREFS-COUNT)
                   else
                       move "y" to ws-table-overflow
                   end-if
               end-perform
               close preference-file
           end-if

      *>>    Updating from a partial load would rewrite the file
      *>>    without its tail - silently dropping OTHER users'
      *>>    privacy settings - so the save is refused outright.
           if ws-table-overflow = "y"
               move "Preference file is over 500 rows - setting not saved. Contact support." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move "n" to ws-found
           perform varying ws-i from 1 by 1 until ws-i > PREFS-COUNT
               unstring PREFS-ENTRY(ws-i) delimited by "|" into
                   PARSE-FIELD(41) PARSE-FIELD(42) PARSE-FIELD(43)
               end-unstring
               if function trim(PARSE-FIELD(41)) = current-user
                  and function trim(PARSE-FIELD(42)) =
                      function trim(ws-pref-setting)
                   move "y" to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = "n"
               if PREFS-COUNT >= 500
                   move "Preference file is full - setting not saved." to WS-DISPLAY
                   perform say
                   exit paragraph
               end-if
               add 1 to PREFS-COUNT
               move PREFS-COUNT to ws-i
           end-if
           move spaces to preference-line
           string function trim(current-user) "|"
                  function trim(ws-pref-setting) "|"
                  function trim(ws-pref-value)
                  delimited by size into preference-line
           end-string
           move preference-line to PREFS-ENTRY(ws-i)

           open output preference-file
           if FILESTAT-PREF = "00"
               perform varying ws-i from 1 by 1 until ws-i > PREFS-COUNT
                   move PREFS-ENTRY(ws-i) to preference-line
                   write preference-line
               end-perform
               close preference-file
           end-if
           .

      *>>    Settings menu: page size for the pagination pause, the
      *>>    idle timeout, and per-event notification opt-outs. Saved
      *>>    values take effect immediately and persist across
      *>>    sessions.
       settings-menu.
           move 0 to ws-settings-choice
           perform until ws-settings-choice = 9 or WS-EOF = "Y"
               move "--- Settings ---" to WS-DISPLAY
               move "st-header" to ws-msg-id
               perform say-msg
               move spaces to WS-DISPLAY
               string "1. Page Size (currently " WS-PAGE-SIZE ")"
                   delimited by size into WS-DISPLAY
               perform say
               move spaces to WS-DISPLAY
               string "2. Idle Timeout Seconds (currently "
                      WS-IDLE-TIMEOUT-SECONDS ")"
                   delimited by size into WS-DISPLAY
               perform say
               move "3. Notification Opt-Out by Event Type" to WS-DISPLAY
               move "st-notify" to ws-msg-id
               perform say-msg
               move "4. Profile Visibility" to WS-DISPLAY
               move "st-visibility" to ws-msg-id
               perform say-msg
               move "5. Profile View Logging" to WS-DISPLAY
               move "st-viewlog" to ws-msg-id
               perform say-msg
               move "6. Career-Fair Resume Book Opt-In" to WS-DISPLAY
               move "st-resumebook" to ws-msg-id
               perform say-msg
               move spaces to WS-DISPLAY
               string "7. Language (currently "
                      function trim(ws-catalog-lang) ")"
                   delimited by size into WS-DISPLAY
               perform say
               move spaces to WS-DISPLAY
               string "8. Output Line Width (currently " WS-WRAP-WIDTH ")"
                   delimited by size into WS-DISPLAY
               perform say
               move "9. Go Back" to WS-DISPLAY
               move "st-back" to ws-msg-id
               perform say-msg
               move "Enter your choice:" to WS-DISPLAY
               move "prompt-choice" to ws-msg-id
               perform say-msg

               read InpFile into InpRecord
                   at end move "Y" to WS-EOF
                   not at end
                       move function numval(function trim(InpRecord))
                           to ws-settings-choice
               end-read
               add 1 to ws-line-count
               perform check-deck-menu-entry

               if WS-EOF = "N"
                   evaluate ws-settings-choice
                       when 1
                           perform set-page-size-pref
                       when 2
                           perform set-idle-timeout-pref
                       when 3
                           perform set-notify-pref
                       when 4
                           perform set-visibility-pref
                       when 5
                           perform set-view-logging-pref
                       when 6
                           perform set-resume-book-pref
                       when 7
                           perform set-language-pref
                       when 8
                           perform set-line-width-pref
                       when 9
                           continue
                       when other
                           move "Invalid choice. Please enter 1 through 9." to WS-DISPLAY
                           perform say
                   end-evaluate
               end-if
           end-perform
           .

       set-page-size-pref.
           move "Enter lines per page (1-99):" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           if function trim(temp-input) is not numeric
              or function numval(function trim(temp-input)) < 1
              or function numval(function trim(temp-input)) > 99
               move "Please enter a number from 1 to 99." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           move function numval(function trim(temp-input)) to WS-PAGE-SIZE
           move "page-size" to ws-pref-setting
           move function trim(temp-input) to ws-pref-value
           perform save-user-preference
           move "Page size saved." to WS-DISPLAY
           perform say
           .

       set-idle-timeout-pref.
           move "Enter idle timeout in seconds (60 or more):" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           if function trim(temp-input) is not numeric
              or function numval(function trim(temp-input)) < 60
               move "Please enter 60 or more seconds." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           move function numval(function trim(temp-input))
               to WS-IDLE-TIMEOUT-SECONDS
           move "idle-timeout" to ws-pref-setting
           move function trim(temp-input) to ws-pref-value
           perform save-user-preference
           move "Idle timeout saved." to WS-DISPLAY
           perform say
           .

       set-visibility-pref.
           move "Who can find your profile in search?" to WS-DISPLAY
           perform say
           move "1. Everyone" to WS-DISPLAY
           perform say
           move "2. Connections Only" to WS-DISPLAY
           perform say
           move "3. Hidden from Search" to WS-DISPLAY
           perform say
           move "Enter your choice:" to WS-DISPLAY
           move "prompt-choice" to ws-msg-id
           perform say-msg
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           evaluate function numval(function trim(temp-input))
               when 2 move "connections" to ws-pref-value
               when 3 move "hidden" to ws-pref-value
               when other move "everyone" to ws-pref-value
           end-evaluate
           move "visibility" to ws-pref-setting
           perform save-user-preference
           move "Visibility preference saved." to WS-DISPLAY
           perform say
      *>>    Anything but "everyone" withdraws the candidate-search
      *>>    opt-in, and with it every employer talent-pool entry.
           if ws-pref-value not = "everyone"
               move current-user to ws-tpool-student
               move "a" to ws-tpool-drop-scope
               perform drop-talent-pool-rows
               if ws-tpool-dropped > 0 and ws-swap-ok = "y"
                   move "You have been removed from all employer talent pools." to WS-DISPLAY
                   perform say
               end-if
           end-if
           .

       set-line-width-pref.
           move "Enter output width in columns (20-78):" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           if function trim(temp-input) is not numeric
              or function numval(function trim(temp-input)) < 20
              or function numval(function trim(temp-input)) > 78
               move "Please enter a number from 20 to 78." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           move function numval(function trim(temp-input))
               to WS-WRAP-WIDTH
           move "line-width" to ws-pref-setting
           move function trim(temp-input) to ws-pref-value
           perform save-user-preference
           move "Output width saved." to WS-DISPLAY
           perform say
           .

      *>>    Per-user interface language, selecting which
      *>>    messages-<lang>.dat catalog say-msg resolves ids
      *>>    against. Takes effect immediately.
       set-language-pref.
           move "Enter a language code (en or es):" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           if function lower-case(function trim(temp-input)) not = "en"
              and function lower-case(function trim(temp-input)) not = "es"
               move "Only en and es are installed." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           move function lower-case(function trim(temp-input))
               to ws-catalog-lang
           move "language" to ws-pref-setting
           move ws-catalog-lang to ws-pref-value
           perform save-user-preference
           perform load-message-catalog
           move "Language preference saved." to WS-DISPLAY
           perform say
           .

      *>>    Consent for the pre-fair resume book: only students who
      *>>    say yes here (and are not hidden from search) appear in
      *>>    ResumeBookBatch's per-major compilations.
       set-resume-book-pref.
           move "Include your resume in the career-fair resume books? (Y/N):" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           if function upper-case(function trim(temp-input)) = "Y"
               move "yes" to ws-pref-value
           else
               move "no" to ws-pref-value
           end-if
           move "resume-book" to ws-pref-setting
           perform save-user-preference
           move "Resume-book preference saved." to WS-DISPLAY
           perform say
           .

       set-view-logging-pref.
           move "Record your views of other profiles? (Y/N):" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           if function upper-case(function trim(temp-input)) = "N"
               move "off" to ws-pref-value
           else
               move "on" to ws-pref-value
           end-if
           move "log-my-views" to ws-pref-setting
           perform save-user-preference
           move "View-logging preference saved." to WS-DISPLAY
           perform say
           .

       set-notify-pref.
           move "Enter the event type (e.g. message, connection, job-alert, event-reminder, newsletter):" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           if function trim(temp-input) = spaces
               move "No event type entered." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           move spaces to ws-pref-setting
           string "notify-" function trim(temp-input)
               delimited by size into ws-pref-setting

           move "Receive these notifications? (Y/N):" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           if function upper-case(function trim(temp-input)) = "N"
               move "off" to ws-pref-value
           else
               move "on" to ws-pref-value
           end-if
           perform save-user-preference
           move "Notification preference saved." to WS-DISPLAY
           perform say
           .

      *>>    Appends a timestamp|actor|event|target|detail row to the
      *>>    append-only security audit trail. Caller sets the
      *>>    ws-audit-* fields first.
       write-audit-event.
           open extend audit-file
           if FILESTAT-AUDIT not = "00"
               open output audit-file
               close audit-file
               open extend audit-file
           end-if

           if FILESTAT-AUDIT = "00"
               move spaces to audit-line
               string
                   function current-date "|"
                   function trim(ws-audit-actor) "|"
                   function trim(ws-audit-event) "|"
                   function trim(ws-audit-target) "|"
                   function trim(ws-audit-detail)
                   delimited by size
                   into audit-line
               end-string
               write audit-line
               close audit-file
           end-if
           .

       write-notification.
      *>>    The recipient may have opted this event type out
      *>>    entirely.
           perform check-notify-preference
           if ws-notify-muted = "y"
               exit paragraph
           end-if

           move function current-date to notif-timestamp

           open extend notification-file
           if FILESTAT-NOTIF not = "00"
               open output notification-file
               close notification-file
               open extend notification-file
           end-if

           if FILESTAT-NOTIF = "00"
               move spaces to notification-line
               string
                   function trim(notif-recipient) "|"
                   function trim(notif-event) "|"
                   function trim(notif-detail) "|"
                   function trim(notif-timestamp)
                   delimited by size
                   into notification-line
               end-string
               write notification-line
               close notification-file
           end-if
           .

*> Sets ws-connection-exists = "y" if already connected (either direction)
*> Sets ws-reverse-conn-exists = "y" if target has a pending request to current-user
*> Expects:
*>   target-username, current-user
*>   connection-file, connection-record, FILESTAT-CONN
*>   ws-connection-exists, ws-reverse-conn-exists
*> Looks the from/to pair up directly by key in both directions instead of
*> scanning every row.

      *>>    Fills MUTUAL-SCAN-LIST/-COUNT with the usernames ws-mutual-
      *>>    lookup-user has an accepted connection with, scanning both
      *>>    directions of connection-file (same two-pass from/to
      *>>    approach as remove-connection, generalized to any username
      *>>    instead of just current-user).
       get-connections-list.
           move 0 to MUTUAL-SCAN-COUNT
           open input connection-file
           if FILESTAT-CONN = "00"
               move ws-mutual-lookup-user to fd-conn-from-user
               move low-values to fd-conn-to-user
               start connection-file key is greater than or equal to fd-conn-key
                   invalid key move "y" to ws-conn-scan-done
                   not invalid key move "n" to ws-conn-scan-done
               end-start

               perform until ws-conn-scan-done = "y"
                   read connection-file next record
                       at end move "y" to ws-conn-scan-done
                   end-read
                   if ws-conn-scan-done = "n"
                       if function trim(fd-conn-from-user) not = function trim(ws-mutual-lookup-user)
                           move "y" to ws-conn-scan-done
                       else
                           if function trim(fd-conn-status) = "connected"
                               add 1 to MUTUAL-SCAN-COUNT
                               move fd-conn-to-user to MUTUAL-SCAN-NAME(MUTUAL-SCAN-COUNT)
                           end-if
                       end-if
                   end-if
               end-perform

               move "n" to ws-conn-scan-done
               move ws-mutual-lookup-user to fd-conn-to-user
               start connection-file key is equal to fd-conn-to-user
                   invalid key move "y" to ws-conn-scan-done
                   not invalid key move "n" to ws-conn-scan-done
               end-start

               perform until ws-conn-scan-done = "y"
                   read connection-file next record
                       at end move "y" to ws-conn-scan-done
                   end-read
                   if ws-conn-scan-done = "n"
                       if function trim(fd-conn-to-user) not = function trim(ws-mutual-lookup-user)
                           move "y" to ws-conn-scan-done
                       else
                           if function trim(fd-conn-status) = "connected"
                               add 1 to MUTUAL-SCAN-COUNT
                               move fd-conn-from-user to MUTUAL-SCAN-NAME(MUTUAL-SCAN-COUNT)
                           end-if
                       end-if
                   end-if
               end-perform

               close connection-file
           end-if
           .

      *>>    Sets ws-mutual-count to the size of the intersection between
      *>>    current-user's connections and temp-profile-username's, for
      *>>    display-search-result's "Mutual Connections" line.
       compute-mutual-connections.
           move 0 to ws-mutual-count

           move current-user to ws-mutual-lookup-user
           perform get-connections-list
           move MUTUAL-SCAN-COUNT to MY-CONN-COUNT
           perform varying ws-mutual-i from 1 by 1 until ws-mutual-i > MY-CONN-COUNT
               move MUTUAL-SCAN-NAME(ws-mutual-i) to MY-CONN-NAME(ws-mutual-i)
           end-perform

           move function trim(temp-profile-username) to ws-mutual-lookup-user
           perform get-connections-list

           perform varying ws-mutual-i from 1 by 1 until ws-mutual-i > MY-CONN-COUNT
               perform varying ws-mutual-j from 1 by 1 until ws-mutual-j > MUTUAL-SCAN-COUNT
                   if function trim(MY-CONN-NAME(ws-mutual-i)) = function trim(MUTUAL-SCAN-NAME(ws-mutual-j))
                       add 1 to ws-mutual-count
                       exit perform
                   end-if
               end-perform
           end-perform
           .

      *>>    "How am I connected?" from a profile card: the shortest
      *>>    chain of accepted connections from current-user to
      *>>    temp-profile-username, up to three hops. One lookup of
      *>>    each side's connections settles hops one and two; hop
      *>>    three looks up each of current-user's connections once
      *>>    and meets the target's list in the middle. Nobody either
      *>>    side has blocked, and nobody whose visibility keeps them
      *>>    out of current-user's search results, appears in a chain.
       find-connection-path.
           move function trim(temp-profile-username) to ws-path-target
           move 0 to ws-path-hops
           move spaces to ws-path-via-1
           move spaces to ws-path-via-2

           if ws-path-target = current-user
               move "That is your own profile." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move current-user to ws-mutual-lookup-user
           perform get-connections-list
           move MUTUAL-SCAN-COUNT to PATH-HOP1-COUNT
           perform varying ws-path-a from 1 by 1
                   until ws-path-a > PATH-HOP1-COUNT
               move MUTUAL-SCAN-NAME(ws-path-a) to PATH-HOP1-NAME(ws-path-a)
               if function trim(PATH-HOP1-NAME(ws-path-a)) = ws-path-target
                   move 1 to ws-path-hops
               end-if
           end-perform

           if ws-path-hops = 0
               move ws-path-target to ws-mutual-lookup-user
               perform get-connections-list
               move MUTUAL-SCAN-COUNT to PATH-TARGET-COUNT
               perform varying ws-path-a from 1 by 1
                       until ws-path-a > PATH-TARGET-COUNT
                   move MUTUAL-SCAN-NAME(ws-path-a)
                       to PATH-TARGET-NAME(ws-path-a)
               end-perform
               perform find-two-hop-path
           end-if

           if ws-path-hops = 0
               perform find-three-hop-path
           end-if

           move ws-path-target to temp-profile-username
           move spaces to WS-DISPLAY
           evaluate ws-path-hops
               when 1
                   string "You are directly connected: you -> "
                          function trim(ws-path-target)
                          delimited by size into WS-DISPLAY
               when 2
                   string "Shortest path (2 hops): you -> "
                          function trim(ws-path-via-1) " -> "
                          function trim(ws-path-target)
                          delimited by size into WS-DISPLAY
               when 3
                   string "Shortest path (3 hops): you -> "
                          function trim(ws-path-via-1) " -> "
                          function trim(ws-path-via-2) " -> "
                          function trim(ws-path-target)
                          delimited by size into WS-DISPLAY
               when other
                   string "No connection path to "
                          function trim(ws-path-target)
                          " within three hops."
                          delimited by size into WS-DISPLAY
           end-evaluate
           perform say
           .

      *>>    Hop two: one of current-user's connections who is also
      *>>    one of the target's.
       find-two-hop-path.
           perform varying ws-path-a from 1 by 1
                   until ws-path-a > PATH-HOP1-COUNT or ws-path-hops > 0
               perform varying ws-path-b from 1 by 1
                       until ws-path-b > PATH-TARGET-COUNT
                   if function trim(PATH-HOP1-NAME(ws-path-a)) =
                      function trim(PATH-TARGET-NAME(ws-path-b))
                       move PATH-HOP1-NAME(ws-path-a) to ws-path-candidate
                       perform check-path-node-allowed
                       if ws-path-node-ok = "y"
                           move ws-path-candidate to ws-path-via-1
                           move 2 to ws-path-hops
                       end-if
                       exit perform
                   end-if
               end-perform
           end-perform
           .

      *>>    Hop three: a connection of one of current-user's
      *>>    connections who is one of the target's connections.
       find-three-hop-path.
           perform varying ws-path-a from 1 by 1
                   until ws-path-a > PATH-HOP1-COUNT or ws-path-hops > 0
               move PATH-HOP1-NAME(ws-path-a) to ws-path-candidate
               perform check-path-node-allowed
               if ws-path-node-ok = "y"
                   move ws-path-candidate to ws-mutual-lookup-user
                   perform get-connections-list
                   perform varying ws-path-c from 1 by 1
                           until ws-path-c > MUTUAL-SCAN-COUNT
                              or ws-path-hops > 0
                       if function trim(MUTUAL-SCAN-NAME(ws-path-c))
                              not = current-user
                          and function trim(MUTUAL-SCAN-NAME(ws-path-c))
                              not = ws-path-target
                           perform check-three-hop-meet
                       end-if
                   end-perform
               end-if
           end-perform
           .

       check-three-hop-meet.
           perform varying ws-path-b from 1 by 1
                   until ws-path-b > PATH-TARGET-COUNT
               if function trim(MUTUAL-SCAN-NAME(ws-path-c)) =
                  function trim(PATH-TARGET-NAME(ws-path-b))
                   move MUTUAL-SCAN-NAME(ws-path-c) to ws-path-candidate
                   perform check-path-node-allowed
                   if ws-path-node-ok = "y"
                       move PATH-HOP1-NAME(ws-path-a) to ws-path-via-1
                       move ws-path-candidate to ws-path-via-2
                       move 3 to ws-path-hops
                   end-if
                   exit perform
               end-if
           end-perform
           .

      *>>    ws-path-node-ok = "y" when ws-path-candidate may stand in
      *>>    a chain: no block either way with current-user, and
      *>>    visible to current-user under their visibility setting.
       check-path-node-allowed.
           move "y" to ws-path-node-ok
           perform varying ws-path-k from 1 by 1
                   until ws-path-k > BLOCKED-COUNT
               if (function trim(bl-blocker(ws-path-k)) = current-user
                   and function trim(bl-blocked(ws-path-k)) =
                       function trim(ws-path-candidate))
                  or (function trim(bl-blocked(ws-path-k)) = current-user
                   and function trim(bl-blocker(ws-path-k)) =
                       function trim(ws-path-candidate))
                   move "n" to ws-path-node-ok
                   exit paragraph
               end-if
           end-perform
           move function trim(ws-path-candidate) to temp-profile-username
           perform check-profile-visible
           if ws-profile-visible not = "y"
               move "n" to ws-path-node-ok
           end-if
           .

      *>>    Profile-card action: ask one of the mutual connections
      *>>    with temp-profile-username to introduce current-user.
      *>>    The ask counts as one of today's connection requests; the
      *>>    request itself is only created if the middle person
      *>>    forwards it.
       ask-for-introduction.
           move function trim(temp-profile-username) to ws-intro-target
           if ws-intro-target = current-user
               move "You cannot ask for an introduction to yourself." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move ws-intro-target to target-username
           perform check-existing-connections
           if ws-connection-exists = "y"
               move "You are already connected with this user." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           if ws-pending-request-exists = "y"
              or ws-reverse-conn-exists = "y"
               move "There is already a connection request between you and this user." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           if ws-previously-rejected = "y"
               move "This user has already declined a connection request from you." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           move ws-intro-target to ws-block-target
           perform is-user-blocked
           if ws-is-blocked = "y"
               move "You cannot ask for an introduction to this user." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move "n" to ws-found
           open input introduction-file
           if FILESTAT-INTRO = "00"
               perform until 1 = 2
                   read introduction-file into introduction-line
                       at end exit perform
                   end-read
                   perform parse-introduction-line
                   if function trim(in-requester) = current-user
                      and function trim(in-target) = ws-intro-target
                      and function trim(in-status) = "pending"
                       move "y" to ws-found
                       exit perform
                   end-if
               end-perform
               close introduction-file
           end-if
           if ws-found = "y"
               move "You already have an introduction to this user waiting." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           perform check-request-allowance
           if ws-rate-ok not = "y"
               exit paragraph
           end-if

      *>>    The mutual connections, as compute-mutual-connections
      *>>    finds them, less anyone who has blocked current-user.
           move current-user to ws-mutual-lookup-user
           perform get-connections-list
           move MUTUAL-SCAN-COUNT to MY-CONN-COUNT
           perform varying ws-mutual-i from 1 by 1 until ws-mutual-i > MY-CONN-COUNT
               move MUTUAL-SCAN-NAME(ws-mutual-i) to MY-CONN-NAME(ws-mutual-i)
           end-perform
           move ws-intro-target to ws-mutual-lookup-user
           perform get-connections-list
           move 0 to ws-intro-broker-count
           perform varying ws-mutual-i from 1 by 1 until ws-mutual-i > MY-CONN-COUNT
               perform varying ws-mutual-j from 1 by 1 until ws-mutual-j > MUTUAL-SCAN-COUNT
                   if function trim(MY-CONN-NAME(ws-mutual-i)) = function trim(MUTUAL-SCAN-NAME(ws-mutual-j))
                       move MY-CONN-NAME(ws-mutual-i) to ws-block-target
                       perform is-user-blocked
                       if ws-is-blocked = "n" and ws-intro-broker-count < 50
                           add 1 to ws-intro-broker-count
                           move MY-CONN-NAME(ws-mutual-i)
                               to INTRO-BROKER-NAME(ws-intro-broker-count)
                       end-if
                       exit perform
                   end-if
               end-perform
           end-perform

           if ws-intro-broker-count = 0
               move spaces to WS-DISPLAY
               string "You have no mutual connections with "
                      function trim(ws-intro-target) " to ask."
                      delimited by size into WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move "Who should introduce you?" to WS-DISPLAY
           perform say
           perform varying ws-k from 1 by 1 until ws-k > ws-intro-broker-count
               move spaces to WS-DISPLAY
               string ws-k ". " function trim(INTRO-BROKER-NAME(ws-k))
                      delimited by size into WS-DISPLAY
               perform say
           end-perform
           move "Enter a number, or 0 to cancel:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move 0 to ws-intro-selection
           if function trim(temp-input) is numeric
               move function numval(function trim(temp-input))
                   to ws-intro-selection
           end-if
           if ws-intro-selection = 0
               exit paragraph
           end-if
           if ws-intro-selection > ws-intro-broker-count
               move "Invalid selection." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move "Why would you like to meet them? (max 150 chars):" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           if function trim(temp-input) = spaces
               move "A reason is required - nothing sent." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move spaces to introduction-data
           move function current-date(1:16) to in-id
           move current-user to in-requester
           move INTRO-BROKER-NAME(ws-intro-selection) to in-broker
           move ws-intro-target to in-target
           move function trim(temp-input) to in-reason
           inspect in-reason replacing all "|" by "/"
           move "pending" to in-status
           move function current-date(1:8) to in-requested
           perform serialize-introduction-line

           open extend introduction-file
           if FILESTAT-INTRO not = "00"
               open output introduction-file
               close introduction-file
               open extend introduction-file
           end-if
           write introduction-line
           close introduction-file

           move "r" to ws-bump-kind
           perform bump-send-counter

           move in-broker to notif-recipient
           move "introduction" to notif-event
           move spaces to notif-detail
           string function trim(current-user)
                  " asked you for an introduction to "
                  function trim(in-target) "."
                  delimited by size into notif-detail
           perform write-notification

           move spaces to WS-DISPLAY
           string "Introduction request sent to "
                  function trim(in-broker) "."
                  delimited by size into WS-DISPLAY
           perform say
           .

      *>>    introductions.dat: id|requester|broker|target|reason|
      *>>    status|requested|decided|broker-note.
       parse-introduction-line.
           move spaces to introduction-data
           unstring introduction-line delimited by "|" into
               in-id in-requester in-broker in-target in-reason
               in-status in-requested in-decided in-note
           end-unstring
           .

       serialize-introduction-line.
           move spaces to introduction-line
           string function trim(in-id) "|"
                  function trim(in-requester) "|"
                  function trim(in-broker) "|"
                  function trim(in-target) "|"
                  function trim(in-reason) "|"
                  function trim(in-status) "|"
                  function trim(in-requested) "|"
                  function trim(in-decided) "|"
                  function trim(in-note)
                  delimited by size into introduction-line
           end-string
           .

      *>>    Network-menu action: the status of introductions
      *>>    current-user asked for, then those waiting on them as the
      *>>    middle person - each forwarded with a note or declined.
       review-introduction-requests.
           move "--- Introduction Requests ---" to WS-DISPLAY
           perform say

           move 0 to INTRO-ROWS-COUNT
           move "n" to ws-intro-overflow
           open input introduction-file
           if FILESTAT-INTRO = "00"
               perform until 1 = 2
                   read introduction-file into introduction-line
                       at end exit perform
                   end-read
                   if INTRO-ROWS-COUNT >= 1000
                       move "y" to ws-intro-overflow
                       exit perform
                   end-if
                   add 1 to INTRO-ROWS-COUNT
                   move introduction-line to INTRO-ROW-ENTRY(INTRO-ROWS-COUNT)
               end-perform
               close introduction-file
           end-if

           move 0 to ws-intro-open-count
           perform varying ws-i from 1 by 1 until ws-i > INTRO-ROWS-COUNT
               move INTRO-ROW-ENTRY(ws-i) to introduction-line
               perform parse-introduction-line
               if function trim(in-requester) = current-user
                   move spaces to WS-DISPLAY
                   string "You asked " function trim(in-broker)
                          " to introduce you to "
                          function trim(in-target) " ("
                          in-requested "): "
                          function trim(in-status)
                          delimited by size into WS-DISPLAY
                   perform say
               end-if
           end-perform

           perform varying ws-i from 1 by 1 until ws-i > INTRO-ROWS-COUNT
               move INTRO-ROW-ENTRY(ws-i) to introduction-line
               perform parse-introduction-line
               if function trim(in-broker) = current-user
                  and function trim(in-status) = "pending"
                  and ws-intro-open-count < 100
                   add 1 to ws-intro-open-count
                   move ws-i to INTRO-MATCH-ENTRY(ws-intro-open-count)
                   move spaces to WS-DISPLAY
                   string ws-intro-open-count ". "
                          function trim(in-requester)
                          " would like to meet "
                          function trim(in-target)
                          delimited by size into WS-DISPLAY
                   perform say
                   move spaces to WS-DISPLAY
                   string "   " function trim(in-reason)
                          delimited by size into WS-DISPLAY
                   perform say
               end-if
           end-perform

           if ws-intro-open-count = 0
               move "No introduction requests are waiting on you." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           if ws-intro-overflow = "y"
               move "introductions.dat is over 1000 rows - answering waits until it is archived." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move "Enter a request number to answer, or 0 to go back:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move 0 to ws-intro-selection
           if function trim(temp-input) is numeric
               move function numval(function trim(temp-input))
                   to ws-intro-selection
           end-if
           if ws-intro-selection = 0
               exit paragraph
           end-if
           if ws-intro-selection > ws-intro-open-count
               move "Invalid selection." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move INTRO-MATCH-ENTRY(ws-intro-selection) to ws-intro-row
           move INTRO-ROW-ENTRY(ws-intro-row) to introduction-line
           perform parse-introduction-line

           move "1. Forward with a Note  2. Decline  0. Leave for Now:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           evaluate function trim(temp-input)
               when "1"
                   perform forward-introduction
               when "2"
                   move "declined" to in-status
                   move function current-date(1:8) to in-decided
               when other
                   exit paragraph
           end-evaluate
           if function trim(in-status) = "pending"
               exit paragraph
           end-if

           perform serialize-introduction-line
           move introduction-line to INTRO-ROW-ENTRY(ws-intro-row)
           move "introductions.dat.new" to WS-TEMP-REWRITE-NAME
           move "introductions.dat" to WS-SWAP-TARGET-NAME
           move 0 to ws-swap-written
           open output temp-rewrite-file
           if FILESTAT-TMPRW not = "00"
               move "review-introduction-requests temp open" to ws-error-context
               move FILESTAT-TMPRW to ws-error-status
               perform log-error
               exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > INTRO-ROWS-COUNT
               move INTRO-ROW-ENTRY(ws-i) to temp-rewrite-line
               write temp-rewrite-line
               add 1 to ws-swap-written
           end-perform
           close temp-rewrite-file
           perform verify-and-swap-rewrite

           move in-requester to notif-recipient
           move "introduction" to notif-event
           move spaces to notif-detail
           if function trim(in-status) = "forwarded"
               string function trim(current-user)
                      " introduced you to " function trim(in-target)
                      " - your connection request is on its way."
                      delimited by size into notif-detail
           else
               string function trim(current-user)
                      " could not introduce you to "
                      function trim(in-target) "."
                      delimited by size into notif-detail
           end-if
           perform write-notification

           move spaces to WS-DISPLAY
           string "Introduction " function trim(in-status) "."
                  delimited by size into WS-DISPLAY
           perform say
           .

      *>>    Forwarding creates the requester's connection request to
      *>>    the target (reviving a lapsed one, as a re-request does)
      *>>    and sends the target current-user's note. A pair that
      *>>    has since connected, or already has a request or refusal
      *>>    between them, closes the introduction instead.
       forward-introduction.
           move 1 to ws-needed-sends
           perform check-message-allowance
           if ws-rate-ok not = "y"
               exit paragraph
           end-if

           move spaces to WS-DISPLAY
           string "Add a note for " function trim(in-target)
                  " (max 150 chars):"
                  delimited by size into WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           add 1 to ws-line-count
           move function trim(temp-input) to in-note
           inspect in-note replacing all "|" by "/"

           move "n" to ws-intro-pair-open
           move "n" to ws-intro-revive
           open i-o connection-file
           if FILESTAT-CONN not = "00"
               open output connection-file
               close connection-file
               open i-o connection-file
           end-if
           move in-target to fd-conn-from-user
           move in-requester to fd-conn-to-user
           read connection-file
               invalid key continue
               not invalid key
                   if function trim(fd-conn-status) = "connected"
                      or function trim(fd-conn-status) = "pending"
                       move "y" to ws-intro-pair-open
                   end-if
           end-read
           move in-requester to fd-conn-from-user
           move in-target to fd-conn-to-user
           read connection-file
               invalid key continue
               not invalid key
                   if function trim(fd-conn-status) = "expired"
                       move "y" to ws-intro-revive
                   else
                       move "y" to ws-intro-pair-open
                   end-if
           end-read
           perform varying ws-k from 1 by 1 until ws-k > BLOCKED-COUNT
               if function trim(bl-blocker(ws-k)) = function trim(in-target)
                  and function trim(bl-blocked(ws-k)) = function trim(in-requester)
                   move "y" to ws-intro-pair-open
               end-if
           end-perform

           if ws-intro-pair-open = "y"
               close connection-file
               move "closed" to in-status
               move function current-date(1:8) to in-decided
               move "They are already connected or cannot be connected - introduction closed." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move in-requester to fd-conn-from-user
           move in-target to fd-conn-to-user
           move "pending" to fd-conn-status
           move function current-date to fd-conn-sent-date
           move spaces to fd-conn-decided-date
           move "n" to ws-write-failed
           if ws-intro-revive = "y"
               rewrite connection-record
                   invalid key move "y" to ws-write-failed
               end-rewrite
           else
               write connection-record
                   invalid key move "y" to ws-write-failed
               end-write
           end-if
           close connection-file
           if ws-write-failed = "y"
               move "Error saving connection request." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           move "update" to ws-journal-action
           perform journal-connection-row

           move "forwarded" to in-status
           move function current-date(1:8) to in-decided

           move in-target to notif-recipient
           move "connection" to notif-event
           move spaces to notif-detail
           string function trim(in-requester)
                  " sent you a connection request (introduced by "
                  function trim(current-user) ")."
                  delimited by size into notif-detail
           perform write-notification

           move in-target to ws-block-target
           perform is-user-blocked
           if ws-is-blocked = "n"
               move in-target to target-username
               move "message" to msg-type
               move spaces to msg-job-title
               move spaces to msg-job-employer
               move spaces to msg-thread-ref
               move spaces to msg-content
               if function trim(in-note) = spaces
                   string "Introduction: " function trim(in-requester)
                          " would like to connect with you. "
                          function trim(in-reason)
                          delimited by size into msg-content
               else
                   string "Introduction: " function trim(in-requester)
                          " would like to connect with you. "
                          function trim(in-reason) " -- "
                          function trim(in-note)
                          delimited by size into msg-content
               end-if
               perform save-message
           end-if
           .

      *>>    Sets ws-idle-elapsed-seconds to the whole-second difference
      *>>    between ws-now-time and ws-last-activity-time's hh:mm:ss
      *>>    components.
       compute-idle-elapsed-seconds.
           compute ws-idle-elapsed-seconds =
               (function numval(ws-now-time(9:2)) * 3600 +
                function numval(ws-now-time(11:2)) * 60 +
                function numval(ws-now-time(13:2)))
               -
               (function numval(ws-last-activity-time(9:2)) * 3600 +
                function numval(ws-last-activity-time(11:2)) * 60 +
                function numval(ws-last-activity-time(13:2)))
           if ws-idle-elapsed-seconds < 0
               add 86400 to ws-idle-elapsed-seconds
           end-if
           .

      *>>    Also flags a same-direction "pending" or "rejected" row on
      *>>    the current-user->target-username key: since connection-file
      *>>    is indexed with a unique from/to key, a fresh
      *>>    WRITE onto either of those would fail with an invalid-key
      *>>    error rather than actually saving a new request, so callers
      *>>    must check these flags and refuse before ever attempting the
      *>>    WRITE (review fix).
       check-existing-connections.
           move "n" to ws-connection-exists
           move "n" to ws-reverse-conn-exists
           move "n" to ws-pending-request-exists
           move "n" to ws-previously-rejected
           move "n" to ws-expired-request-exists

           open input connection-file
           if FILESTAT-CONN = "00"
              move current-user to fd-conn-from-user
              move target-username to fd-conn-to-user
              read connection-file
                 invalid key continue
                 not invalid key
                    evaluate function trim(fd-conn-status)
                       when "connected"
                          move "y" to ws-connection-exists
                       when "pending"
                          move "y" to ws-pending-request-exists
                       when "rejected"
                          move "y" to ws-previously-rejected
                       when "expired"
                          move "y" to ws-expired-request-exists
                    end-evaluate
              end-read

              move target-username to fd-conn-from-user
              move current-user to fd-conn-to-user
              read connection-file
                 invalid key continue
                 not invalid key
                    if function trim(fd-conn-status) = "connected"
                       move "y" to ws-connection-exists
                    end-if
                    if function trim(fd-conn-status) = "pending"
                       move "y" to ws-reverse-conn-exists
                    end-if
              end-read

              close connection-file
           end-if
           .

*> Lists all pending requests sent to current-user, found via the
*> alternate key on fd-conn-to-user instead of a full scan.
       cr-view-pending-requests.
           perform cr-begin-log
           move "--- Pending Connection Requests ---" to WS-DISPLAY
           perform say

           move 0 to search-results-count

           open input connection-file
           if FILESTAT-CONN = "00"
              move current-user to fd-conn-to-user
              start connection-file key is equal to fd-conn-to-user
                 invalid key move "y" to ws-conn-scan-done
                 not invalid key move "n" to ws-conn-scan-done
              end-start

              perform until ws-conn-scan-done = "y"
                 read connection-file next record
                    at end move "y" to ws-conn-scan-done
                 end-read
                 if ws-conn-scan-done = "n"
                    if function trim(fd-conn-to-user) not = current-user
                       move "y" to ws-conn-scan-done
                    else
                       if function trim(fd-conn-status) = "pending"
                          add 1 to search-results-count
                          move spaces to WS-DISPLAY
                          string "- " function trim(fd-conn-from-user)
                                 " has sent you a connection request."
                                 delimited by size into WS-DISPLAY
                          perform say
                       end-if
                    end-if
                 end-if
              end-perform
           end-if
           close connection-file

           if search-results-count = 0
              move "You have no pending connection requests at this time." to WS-DISPLAY
              perform say
           end-if

           move "-----------------------------------" to WS-DISPLAY
           perform say
           perform cr-end-log
           .

job-search-menu.
    perform until ws-job-choice = 8 or WS-EOF = "Y"
        move "--- Job Search/Internship Menu ---" to WS-DISPLAY
        move "js-header" to ws-msg-id
        perform say-msg

        move "1. Post a Job/Internship" to WS-DISPLAY

        move "js-post" to ws-msg-id
        perform say-msg

        move "2. Browse Jobs/Internships" to WS-DISPLAY

        move "js-browse" to ws-msg-id
        perform say-msg

        move "3. View My Applications" to WS-DISPLAY

        move "js-myapps" to ws-msg-id
        perform say-msg

        move "4. Manage My Postings" to WS-DISPLAY

        move "js-manage" to ws-msg-id
        perform say-msg

        move "5. View Applicants" to WS-DISPLAY

        move "js-applicants" to ws-msg-id
        perform say-msg

        move "6. Recommended for You" to WS-DISPLAY

        move "js-recommended" to ws-msg-id
        perform say-msg

        move "7. My Saved Jobs" to WS-DISPLAY

        move "js-saved" to ws-msg-id
        perform say-msg

        move "8. Back to Main Menu" to WS-DISPLAY

        move "js-back" to ws-msg-id
        perform say-msg

        move "Enter your choice:" to WS-DISPLAY

        move "prompt-choice" to ws-msg-id
        perform say-msg

        read InpFile into InpRecord
            at end move "Y" to WS-EOF
            not at end
                move function numval(function trim(InpRecord))
                    to ws-job-choice
        end-read
        add 1 to ws-line-count
        perform check-deck-menu-entry

        if WS-EOF = "N"
            evaluate ws-job-choice
                when 1
                    perform post-job-internship
                when 2
                    perform browse-jobs-internships
                when 3
                    perform view-my-applications
                when 4
                    perform manage-my-postings
                when 5
                    perform view-applicants
                when 6
                    perform recommended-jobs-feed
                when 7
                    perform view-my-saved-jobs
                when 8
                    continue
                when other
                    move "Invalid choice. Please enter 1, 2, 3, 4, 5, 6, 7, or 8."
                        to WS-DISPLAY
                    perform say
            end-evaluate
        end-if
    end-perform

    *> Reset choice for next time
    move 0 to ws-job-choice
    .

post-job-internship.
    move "--- Post a New Job/Internship ---" to WS-DISPLAY
    perform say

    *> Initialize job data
    initialize job-data
    move function trim(current-user) to job-poster-username
    move "Open" to job-status
    move function current-date(1:8) to job-posted-date

    *> Capture job title (required)
    move "Enter Job Title:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to job-title

    *> Validate required field
    if function length(function trim(job-title)) = 0
        move "Job title is required." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> Capture description (required)
    move 0 to ws-input-overage
    perform until 1 = 2
        move "Enter Description (max 200 chars):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count

        if function length(function trim(temp-input)) > 200
            compute ws-input-overage = function length(function trim(temp-input)) - 200
            move spaces to WS-DISPLAY
            string "That was " ws-input-overage
                " character(s) too long (max 200). Please re-enter."
                delimited by size into WS-DISPLAY
            perform say
        else
            move function trim(temp-input) to job-description
            exit perform
        end-if
    end-perform

    *> Validate required field
    if function length(function trim(job-description)) = 0
        move "Job description is required." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> Capture employer (required). An employer account's postings are
    *> always filed under its own companies.dat company-id, so the
    *> prompt is skipped and the canonical company name used directly.
    if function trim(ws-current-role) = "employer"
       and function trim(ws-current-company-id) not = spaces
        move ws-current-company-id to job-company-id
        perform find-company-name-by-id
        move ws-company-name-lookup to job-employer
    else
        move "Enter Employer Name:" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move function trim(temp-input) to job-employer

        *> Validate required field
        if function length(function trim(job-employer)) = 0
            move "Employer name is required." to WS-DISPLAY
            perform say
            exit paragraph
        end-if

        *> Resolve job-employer to a canonical company record
        perform find-or-add-company
    end-if

    *> Warn on a near-duplicate posting (same poster/title/employer)
    *> before capturing any more fields
    perform check-duplicate-job-posting
    if ws-duplicate-job-exists = "y"
        move "You already have a listing with this title and employer."
            to WS-DISPLAY
        perform say
        move "Post it again anyway? (Y/N):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        if function upper-case(function trim(temp-input)) not = "Y"
            move "Posting cancelled." to WS-DISPLAY
            perform say
            exit paragraph
        end-if
    end-if

    *> Capture location (required)
    move "Enter Location:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to job-location

    *> Validate required field
    if function length(function trim(job-location)) = 0
        move "Location is required." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> Category from the job-categories.dat taxonomy (required)
    perform capture-job-category
    if job-category = spaces
        move "A job category is required." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> Capture structured salary range/currency/remote flag
    perform capture-job-salary-fields

    *> Optional screening questions every applicant answers up front
    perform capture-screening-questions

    *> Optional hard eligibility criteria, enforced at apply time
    perform capture-eligibility-criteria

    *> Required skills from the canonical taxonomy
    perform capture-required-skills

    *> Postings carrying screening-term wording are saved held
    move "n" to ws-scr-queued
    perform screen-job-posting
    if ws-scr-held = "y"
        move "pending-review" to job-status
    end-if

    *> Save the job posting
    perform save-job-posting

    if ws-scr-queued = "y"
        perform say-posting-held
    else
        move "Job posted successfully!" to WS-DISPLAY
        perform say
    end-if
    move "----------------------------------" to WS-DISPLAY
    perform say
    .

*>>    Lets the poster define up to five qualifying questions on the
*>>    posting; apply-for-job prompts every applicant for an answer
*>>    to each, which view-applicants shows next to the applicant.
capture-screening-questions.
    move 0 to job-question-count
    perform varying ws-question-idx from 1 by 1 until ws-question-idx > 5
        move spaces to job-questions(ws-question-idx)
    end-perform

    perform until job-question-count >= 5 or WS-EOF = "Y"
        move "Add a screening question (optional, max 5. Enter 'DONE' to finish):"
            to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count

        if function upper-case(function trim(temp-input)) = "DONE"
            exit perform
        end-if
        if function trim(temp-input) not = spaces
            add 1 to job-question-count
            move function trim(temp-input)
                to job-questions(job-question-count)
        end-if
    end-perform
    .

*>>    Optional hard criteria the system enforces at apply time so
*>>    recruiters stop rejecting half their list for reasons the
*>>    system could have checked, and students stop burning their
*>>    daily allowance on postings they can never get.
capture-eligibility-criteria.
    move "Minimum GPA required (e.g. 3.00, blank for none):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to job-min-gpa

    move "Allowed majors, semicolon-separated (blank for any):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to job-majors
    perform canonicalize-job-majors

    move "Earliest graduation year (0 for no limit):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to job-gradyear-min

    move "Latest graduation year (0 for no limit):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to job-gradyear-max

    move "Required certification or license, e.g. CPR (blank for none):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to job-req-cert
    inspect job-req-cert replacing all "|" by "/"
    .

*>>    Checks the posting's eligibility criteria against the
*>>    applicant's own profiles.dat row, telling them exactly why
*>>    up front when they cannot qualify. Sets ws-eligible.
check-applicant-eligibility.
    move "y" to ws-eligible
    move spaces to ws-elig-reason

    *> A required certification is checked against
    *> certifications.dat, which needs no profile row.
    if function trim(job-req-cert) not = spaces
        move current-user to ws-cert-owner
        move job-req-cert to ws-cert-check-name
        perform check-certification-held
        if ws-cert-held not = "y"
            move "n" to ws-eligible
            move spaces to ws-elig-reason
            string "it requires a current "
                   function trim(job-req-cert)
                   " certification"
                   delimited by size into ws-elig-reason
            exit paragraph
        end-if
    end-if

    if function trim(job-min-gpa) = spaces
       and function trim(job-majors) = spaces
       and job-gradyear-min = 0
       and job-gradyear-max = 0
        exit paragraph
    end-if

    perform load-profile
    if ws-profile-exists not = "y"
        move "n" to ws-eligible
        move "this posting has eligibility criteria and you have no profile on file" to ws-elig-reason
        exit paragraph
    end-if

    if function trim(job-min-gpa) not = spaces
        if function trim(profile-gpa) = spaces
            move "n" to ws-eligible
            move spaces to ws-elig-reason
            string "it requires a GPA of at least "
                   function trim(job-min-gpa)
                   " and your profile has none on file"
                   delimited by size into ws-elig-reason
            exit paragraph
        end-if
        if function numval(function trim(profile-gpa)) <
           function numval(function trim(job-min-gpa))
            move "n" to ws-eligible
            move spaces to ws-elig-reason
            string "it requires a GPA of at least "
                   function trim(job-min-gpa)
                   delimited by size into ws-elig-reason
            exit paragraph
        end-if
    end-if

    if function trim(job-majors) not = spaces
        move 0 to ws-name-match-tally
        if function trim(profile-major) not = spaces
            inspect function upper-case(function trim(job-majors))
                tallying ws-name-match-tally for all
                function trim(function upper-case(profile-major))
            if ws-name-match-tally = 0
                perform check-major-allowed-by-code
            end-if
        end-if
        if ws-name-match-tally = 0
            move "n" to ws-eligible
            move spaces to ws-elig-reason
            string "it is limited to these majors: "
                   function trim(job-majors)
                   delimited by size into ws-elig-reason
            exit paragraph
        end-if
    end-if

    if job-gradyear-min > 0
       and profile-gradyear < job-gradyear-min
        move "n" to ws-eligible
        move spaces to ws-elig-reason
        string "it requires a graduation year of "
               job-gradyear-min " or later"
               delimited by size into ws-elig-reason
        exit paragraph
    end-if
    if job-gradyear-max > 0
       and profile-gradyear > job-gradyear-max
        move "n" to ws-eligible
        move spaces to ws-elig-reason
        string "it requires a graduation year of "
               job-gradyear-max " or earlier"
               delimited by size into ws-elig-reason
        exit paragraph
    end-if
    .

*>>    Lists job-categories.dat by number and takes a number or a
*>>    code into job-category. An unknown entry leaves it blank
*>>    (the callers refuse the posting); a blank entry keeps the
*>>    category an edited posting already has.
capture-job-category.
    move "Job categories:" to WS-DISPLAY
    perform say
    perform varying ws-jc-idx from 1 by 1
            until ws-jc-idx > JOB-CATEGORIES-COUNT
        move spaces to WS-DISPLAY
        string ws-jc-idx ". " function trim(jc-code(ws-jc-idx))
               " - " function trim(jc-name(ws-jc-idx))
               " (" function trim(jc-industry(ws-jc-idx)) ")"
               delimited by size into WS-DISPLAY
        perform say
    end-perform
    if job-category = spaces
        move "Enter the category number or code:" to WS-DISPLAY
    else
        move spaces to WS-DISPLAY
        string "Enter the category number or code (blank keeps "
               function trim(job-category) "):"
               delimited by size into WS-DISPLAY
    end-if
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function trim(temp-input) = spaces
        exit paragraph
    end-if

    move spaces to job-category
    if function trim(temp-input) is numeric
        move function numval(function trim(temp-input)) to ws-jc-pick
        if ws-jc-pick >= 1 and ws-jc-pick <= JOB-CATEGORIES-COUNT
            move jc-code(ws-jc-pick) to job-category
        end-if
    else
        move function upper-case(function trim(temp-input))
            to ws-jc-code-in
        perform find-job-category
        if ws-jc-name-out not = spaces
            move ws-jc-code-in to job-category
        end-if
    end-if
    if job-category = spaces
        move "That is not a category on the list." to WS-DISPLAY
        perform say
    end-if
    .

*>>    ws-jc-name-out / ws-jc-industry-out for the code in
*>>    ws-jc-code-in (spaces when it is not on file; an unknown
*>>    code already on a posting is shown as itself).
find-job-category.
    move spaces to ws-jc-name-out
    move spaces to ws-jc-industry-out
    perform varying ws-jc-idx from 1 by 1
            until ws-jc-idx > JOB-CATEGORIES-COUNT
        if jc-code(ws-jc-idx) =
           function upper-case(function trim(ws-jc-code-in))
            move jc-name(ws-jc-idx) to ws-jc-name-out
            move jc-industry(ws-jc-idx) to ws-jc-industry-out
            exit perform
        end-if
    end-perform
    .

*>>    Up to five required skills, each vetted against the
*>>    skills.dat taxonomy so matching works on canonical names.
capture-required-skills.
    move 0 to job-req-skill-count
    perform varying ws-question-idx from 1 by 1 until ws-question-idx > 5
        move spaces to job-req-skills(ws-question-idx)
    end-perform

    perform until job-req-skill-count >= 5 or WS-EOF = "Y"
        move "Add a required skill (optional, max 5. Enter 'DONE' to finish):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count

        if function upper-case(function trim(temp-input)) = "DONE"
            exit perform
        end-if
        if function trim(temp-input) not = spaces
            move function trim(temp-input) to ws-skill-name-in
            perform validate-skill-name
            if function trim(ws-skill-name-in) not = spaces
                add 1 to job-req-skill-count
                move ws-skill-name-in
                    to job-req-skills(job-req-skill-count)
            end-if
        end-if
    end-perform
    .

*>>    Prompts for min/max salary, currency, and remote/on-site, leaving
*>>    job-data ready to serialize. Shared by post-job-internship
*>>    and edit-job-posting.
capture-job-salary-fields.
    move "Enter Minimum Salary (numeric, enter 0 to skip salary entirely):"
        to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to job-salary-min

    if job-salary-min = 0
        move 0 to job-salary-max
        move spaces to job-salary-currency
        move spaces to job-remote-flag
    else
        move "Enter Maximum Salary (numeric):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move function numval(function trim(temp-input)) to job-salary-max

        move "Enter Currency Code (e.g. USD):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move function upper-case(function trim(temp-input)) to job-salary-currency

        move "Is this position Remote? (Y/N):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        if function upper-case(function trim(temp-input)) = "Y"
            move "Y" to job-remote-flag
        else
            move "N" to job-remote-flag
        end-if
    end-if
    .

*>>    Sets ws-duplicate-job-exists to "y" if job-poster-username already
*>>    has a jobs.dat row with the same job-title and job-employer
*>>. parse-job-line overwrites job-data while scanning, so
*>>    the in-progress posting's fields are saved and restored around it.
check-duplicate-job-posting.
    move "n" to ws-duplicate-job-exists
    move job-data to WS-SAVED-JOB-DATA

    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
            read job-file into job-line
                at end exit perform
            end-read
            perform parse-job-line
            if function trim(job-poster-username) = function trim(WS-SAVED-JOB-DATA(1:32))
               and function trim(job-title) = function trim(WS-SAVED-JOB-DATA(33:50))
               and function trim(job-employer) = function trim(WS-SAVED-JOB-DATA(283:100))
                move "y" to ws-duplicate-job-exists
                exit perform
            end-if
        end-perform
        close job-file
    end-if

    move WS-SAVED-JOB-DATA to job-data
    .

*>>    Checks job-data's title, description and screening questions
*>>    against every posting-screening-terms.dat phrase (case-
*>>    insensitive, contains-style). Any match sets ws-scr-held to
*>>    "y" and lists the matches, prohibited and suspicious alike,
*>>    in ws-scr-reason. No terms file means nothing is held.
screen-job-posting.
    move "n" to ws-scr-held
    move 0 to ws-scr-hit-count
    move spaces to ws-scr-reason
    move 1 to ws-scr-reason-pos

    move spaces to ws-scr-text
    move 1 to ws-scr-text-pos
    string function upper-case(function trim(job-title)) " | "
           function upper-case(function trim(job-description))
        delimited by size into ws-scr-text
        with pointer ws-scr-text-pos
    end-string
    perform varying ws-question-idx from 1 by 1
            until ws-question-idx > job-question-count
        string " | "
               function upper-case(function trim(job-questions(ws-question-idx)))
            delimited by size into ws-scr-text
            with pointer ws-scr-text-pos
        end-string
    end-perform

    open input screening-term-file
    if FILESTAT-SCRTERM not = "00"
        exit paragraph
    end-if
    perform until 1 = 2
        read screening-term-file into screening-term-line
            at end exit perform
        end-read
        move spaces to ws-scr-phrase
        move spaces to ws-scr-severity
        unstring screening-term-line delimited by "|" into
            ws-scr-phrase ws-scr-severity
        end-unstring
        if function trim(ws-scr-phrase) not = spaces
            move 0 to ws-scr-tally
            inspect ws-scr-text tallying ws-scr-tally for all
                function upper-case(function trim(ws-scr-phrase))
            if ws-scr-tally > 0
                move "y" to ws-scr-held
                add 1 to ws-scr-hit-count
                if function lower-case(function trim(ws-scr-severity))
                   not = "prohibited"
                    move "suspicious" to ws-scr-severity
                end-if
                if ws-scr-hit-count > 1
                    string "; " delimited by size into ws-scr-reason
                        with pointer ws-scr-reason-pos
                        on overflow continue
                    end-string
                end-if
                string """" function trim(ws-scr-phrase) """ ("
                       function lower-case(function trim(ws-scr-severity))
                       ")"
                    delimited by size into ws-scr-reason
                    with pointer ws-scr-reason-pos
                    on overflow continue
                end-string
            end-if
        end-if
    end-perform
    close screening-term-file
    .

*>>    Queues the held posting in job-data for a moderator: one
*>>    "jobscreen" moderation-queue.dat row referencing its job-id,
*>>    unless one is already pending for it. Sets ws-scr-queued.
queue-posting-screen-hold.
    move "n" to ws-scr-queued
    move "n" to ws-reported-by-me
    open input moderation-file
    if FILESTAT-MODQ = "00"
        perform until 1 = 2
            read moderation-file into moderation-line
                at end exit perform
            end-read
            unstring moderation-line delimited by "|" into
                PARSE-FIELD(31) PARSE-FIELD(32) PARSE-FIELD(33)
                PARSE-FIELD(34) PARSE-FIELD(35) PARSE-FIELD(36)
            end-unstring
            if function trim(PARSE-FIELD(32)) = "jobscreen"
               and function trim(PARSE-FIELD(33)) = function trim(job-id)
               and function trim(PARSE-FIELD(36)) = "pending"
                move "y" to ws-reported-by-me
                exit perform
            end-if
        end-perform
        close moderation-file
    end-if
    if ws-reported-by-me = "y"
        move "y" to ws-scr-queued
        exit paragraph
    end-if

    open extend moderation-file
    if FILESTAT-MODQ not = "00"
        open output moderation-file
        close moderation-file
        open extend moderation-file
    end-if
    if FILESTAT-MODQ = "00"
        move spaces to moderation-line
        string "screening|jobscreen|"
               function trim(job-id) "|"
               function trim(ws-scr-reason) "|"
               function current-date(1:8) "|"
               "pending"
               delimited by size into moderation-line
        end-string
        write moderation-line
        close moderation-file
        move "y" to ws-scr-queued
    end-if
    .

*>>    Tells the poster why the posting just saved is not live.
say-posting-held.
    move "Your posting has been held for review and is not yet visible to students." to WS-DISPLAY
    perform say
    if function trim(ws-scr-reason) not = spaces
        move spaces to WS-DISPLAY
        string "It contains wording our posting guidelines flag: "
               function trim(ws-scr-reason)
            delimited by size into WS-DISPLAY
        perform say
    end-if
    move "A moderator will release or reject it; you can edit it in the meantime." to WS-DISPLAY
    perform say
    .

save-job-posting.
    *> A brand-new posting is issued its permanent id here; an
    *> edited or renewed one keeps the id it already carries.
    if function trim(job-id) = spaces
        perform assign-next-job-id
    end-if

    *> Every accepted posting draws one billable credit from the
    *> company's balance; an exhausted balance refuses the posting.
    move "post" to ws-credit-action
    perform draw-posting-credit
    if ws-credit-ok not = "y"
        exit paragraph
    end-if

    open extend job-file
    if FILESTAT-JOB not = "00"
        open output job-file
        close job-file
        open extend job-file
    end-if

    if FILESTAT-JOB not = "00"
        move "Error: Could not save job posting." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform serialize-job-line
    write job-line
    close job-file

    move "jobs.dat" to ws-journal-file
    move "append" to ws-journal-action
    move job-line to ws-journal-image
    perform write-journal-row

    *> A held posting waits for a moderator instead of going out
    *> to the company's followers.
    if function trim(job-status) = "pending-review"
        perform queue-posting-screen-hold
    else
        perform notify-company-followers
    end-if
    .

*>>    Draws ws-credit-cost posting credits (one unless the caller
*>>    prices it otherwise) from job-company-id's balance (seeding a
*>>    fresh company at the shipped default), appends the ledger row
*>>    the bursar's statement bills from, and refuses the action
*>>    (ws-credit-ok "n") when the balance cannot cover it.
*>>    Postings with no company record draw nothing. A feature row
*>>    carries its credit count as a fifth field; ws-credit-detail,
*>>    when set, replaces the default "title at employer" detail.
draw-posting-credit.
    move "y" to ws-credit-ok
    if function trim(job-company-id) = spaces
        move 1 to ws-credit-cost
        move spaces to ws-credit-detail
        exit paragraph
    end-if

    move 0 to CREDITS-COUNT
    move 0 to ws-credit-idx
    open input company-credit-file
    if FILESTAT-CREDIT = "00"
        perform until 1 = 2
            read company-credit-file into company-credit-line
                at end exit perform
            end-read
            if CREDITS-COUNT < 500
                add 1 to CREDITS-COUNT
                unstring company-credit-line delimited by "|" into
                    PARSE-FIELD(51) PARSE-FIELD(52)
                end-unstring
                move function trim(PARSE-FIELD(51))
                    to cb-company-id(CREDITS-COUNT)
                if function trim(PARSE-FIELD(52)) is numeric
                    move function numval(function trim(PARSE-FIELD(52)))
                        to cb-balance(CREDITS-COUNT)
                else
                    move 0 to cb-balance(CREDITS-COUNT)
                end-if
                if function trim(cb-company-id(CREDITS-COUNT)) =
                   function trim(job-company-id)
                    move CREDITS-COUNT to ws-credit-idx
                end-if
            end-if
        end-perform
        close company-credit-file
    end-if

    if ws-credit-idx = 0
        add 1 to CREDITS-COUNT
        move CREDITS-COUNT to ws-credit-idx
        move function trim(job-company-id)
            to cb-company-id(ws-credit-idx)
        move WS-DEFAULT-POST-CREDITS to cb-balance(ws-credit-idx)
    end-if

    if cb-balance(ws-credit-idx) < ws-credit-cost
        move "n" to ws-credit-ok
        if cb-balance(ws-credit-idx) = 0
            move "Your company has no posting credits left - contact the bursar's office." to WS-DISPLAY
        else
            move spaces to WS-DISPLAY
            string "Your company has " cb-balance(ws-credit-idx)
                   " credit(s) left - this needs " ws-credit-cost "."
                   delimited by size into WS-DISPLAY
        end-if
        perform say
        move 1 to ws-credit-cost
        move spaces to ws-credit-detail
        exit paragraph
    end-if

    subtract ws-credit-cost from cb-balance(ws-credit-idx)

    open output company-credit-file
    if FILESTAT-CREDIT = "00"
        perform varying ws-i from 1 by 1 until ws-i > CREDITS-COUNT
            move spaces to company-credit-line
            string function trim(cb-company-id(ws-i)) "|"
                   cb-balance(ws-i)
                   delimited by size into company-credit-line
            end-string
            write company-credit-line
        end-perform
        close company-credit-file
    end-if

    open extend credit-ledger-file
    if FILESTAT-LEDGER not = "00"
        open output credit-ledger-file
        close credit-ledger-file
        open extend credit-ledger-file
    end-if
    if FILESTAT-LEDGER = "00"
        if ws-credit-detail = spaces
            string function trim(job-title) " at "
                   function trim(job-employer)
                   delimited by size into ws-credit-detail
        end-if
        inspect ws-credit-detail replacing all "|" by "/"
        move spaces to credit-ledger-line
        move 1 to ws-parse-pos
        string function trim(job-company-id) "|"
               function current-date(1:8) "|"
               function trim(ws-credit-action) "|"
               function trim(ws-credit-detail)
               delimited by size into credit-ledger-line
               with pointer ws-parse-pos
        end-string
        if function trim(ws-credit-action) = "feature"
            string "|" ws-credit-cost
                   delimited by size into credit-ledger-line
                   with pointer ws-parse-pos
            end-string
        end-if
        write credit-ledger-line
        close credit-ledger-file
    end-if
    move 1 to ws-credit-cost
    move spaces to ws-credit-detail
    .

*>>    Queues a notifications.dat row to everyone following the new
*>>    posting's company-id (never the poster themselves).
notify-company-followers.
    if function trim(job-company-id) = spaces
        exit paragraph
    end-if

    open input company-follower-file
    if FILESTAT-FOLLOW = "00"
        perform until 1 = 2
            read company-follower-file into company-follower-line
                at end exit perform
            end-read
            unstring company-follower-line delimited by "|" into
                PARSE-FIELD(18) PARSE-FIELD(19) PARSE-FIELD(20)
            end-unstring
            if function trim(PARSE-FIELD(18)) = function trim(job-company-id)
               and function trim(PARSE-FIELD(19)) not = current-user
                move function trim(PARSE-FIELD(19)) to notif-recipient
                move "company-post" to notif-event
                move spaces to notif-detail
                string function trim(job-employer) " posted a new job: "
                       function trim(job-title)
                       delimited by size into notif-detail
                perform write-notification
            end-if
        end-perform
        close company-follower-file
    end-if
    .

*>>    Hands out the next permanent "J" posting id by scanning the
*>>    highest suffix on file, saving and restoring the in-progress
*>>    posting around parse-job-line the way
*>>    check-duplicate-job-posting does.
assign-next-job-id.
    move job-data to WS-SAVED-JOB-DATA
    move 0 to ws-next-job-id
    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
            read job-file into job-line
                at end exit perform
            end-read
            perform parse-job-line
            if function trim(job-id) not = spaces
               and function trim(job-id(2:)) is numeric
                if function numval(function trim(job-id(2:)))
                   > ws-next-job-id
                    move function numval(function trim(job-id(2:)))
                        to ws-next-job-id
                end-if
            end-if
        end-perform
        close job-file
    end-if
    move WS-SAVED-JOB-DATA to job-data
    add 1 to ws-next-job-id
    move spaces to job-id
    string "J" ws-next-job-id delimited by size into job-id
    .

*>>    Gives the posting in job-data a permanent job-id when it has
*>>    none. jobs.dat is re-read first - the session's in-memory copy
*>>    may predate an id issued since - and only a row that is still
*>>    blank is issued the next "J" id and rewritten through
*>>    write-verify-swap. jobs.dat is streamed straight to the temp
*>>    file so the caller's JOB-TABLE is left as it is. job-id is
*>>    still blank afterwards only if the rewrite failed.
issue-missing-job-id.
    move function trim(job-poster-username) to ws-issue-poster
    move function trim(job-title) to ws-issue-title
    move function trim(job-employer) to ws-issue-employer
    move spaces to ws-issued-job-id
    move 0 to ws-next-job-id

    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
            read job-file into job-line
                at end exit perform
            end-read
            perform parse-job-line
            if function trim(job-id) not = spaces
               and function trim(job-id(2:)) is numeric
                if function numval(function trim(job-id(2:)))
                   > ws-next-job-id
                    move function numval(function trim(job-id(2:)))
                        to ws-next-job-id
                end-if
            end-if
            if function trim(job-poster-username) = ws-issue-poster
               and function trim(job-title) = ws-issue-title
               and function trim(job-employer) = ws-issue-employer
               and function trim(job-id) not = spaces
                move job-id to ws-issued-job-id
            end-if
        end-perform
        close job-file
    end-if

    if ws-issued-job-id not = spaces
        perform restore-issued-posting
        exit paragraph
    end-if

    add 1 to ws-next-job-id
    string "J" ws-next-job-id delimited by size into ws-issued-job-id

    move "jobs.dat.new" to WS-TEMP-REWRITE-NAME
    move "jobs.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "issue-missing-job-id temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        move spaces to ws-issued-job-id
        perform restore-issued-posting
        exit paragraph
    end-if
    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
            read job-file into job-line
                at end exit perform
            end-read
            move job-line to ws-held-job-line
            perform parse-job-line
            if function trim(job-poster-username) = ws-issue-poster
               and function trim(job-title) = ws-issue-title
               and function trim(job-employer) = ws-issue-employer
               and function trim(job-id) = spaces
                move ws-issued-job-id to job-id
                perform serialize-job-line
                move job-line to ws-held-job-line
            end-if
            move ws-held-job-line to temp-rewrite-line
            write temp-rewrite-line
            add 1 to ws-swap-written
        end-perform
        close job-file
    end-if
    close temp-rewrite-file
    perform verify-and-swap-rewrite
    if ws-swap-ok not = "y"
        move spaces to ws-issued-job-id
    end-if
    perform restore-issued-posting
    .

*>>    Re-reads the posting issue-missing-job-id just resolved back
*>>    into job-data, carrying the issued id.
restore-issued-posting.
    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
            read job-file into job-line
                at end exit perform
            end-read
            perform parse-job-line
            if function trim(job-poster-username) = ws-issue-poster
               and function trim(job-title) = ws-issue-title
               and function trim(job-employer) = ws-issue-employer
                exit perform
            end-if
        end-perform
        close job-file
    end-if
    move ws-issued-job-id to job-id
    .

*>>    Format: username|title|description|employer|location|
*>>            salary-min|salary-max|currency|remote-flag|company-id|
*>>            status
serialize-job-line.
    move spaces to job-line
    move 1 to ws-parse-pos
    string
        function trim(job-poster-username) "|"
        function trim(job-title) "|"
        function trim(job-description) "|"
        function trim(job-employer) "|"
        function trim(job-location) "|"
        job-salary-min "|"
        job-salary-max "|"
        function trim(job-salary-currency) "|"
        function trim(job-remote-flag) "|"
        function trim(job-company-id) "|"
        function trim(job-status) "|"
        job-question-count
        delimited by size
        into job-line
        with pointer ws-parse-pos
    end-string
    perform varying ws-question-idx from 1 by 1
            until ws-question-idx > job-question-count
        string
            "|" function trim(job-questions(ws-question-idx))
            delimited by size
            into job-line
            with pointer ws-parse-pos
        end-string
    end-perform
    string
        "|" function trim(job-posted-date)
        delimited by size
        into job-line
        with pointer ws-parse-pos
    end-string
    string
        "|" function trim(job-min-gpa)
        "|" function trim(job-majors)
        "|" job-gradyear-min
        "|" job-gradyear-max
        "|" function trim(job-id)
        "|" job-req-skill-count
        delimited by size
        into job-line
        with pointer ws-parse-pos
    end-string
    perform varying ws-question-idx from 1 by 1
            until ws-question-idx > job-req-skill-count
        string
            "|" function trim(job-req-skills(ws-question-idx))
            delimited by size
            into job-line
            with pointer ws-parse-pos
        end-string
    end-perform
    string
        "|" function trim(job-req-cert)
        "|" function trim(job-category)
        delimited by size
        into job-line
        with pointer ws-parse-pos
    end-string
    .

browse-jobs-internships.
    move "--- Available Job Listings ---" to WS-DISPLAY
    perform say

    move 0 to ws-job-count
    move 0 to ws-i

    *> Load all jobs into memory
    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
            read job-file into job-line
                at end exit perform
            end-read
            add 1 to ws-job-count
            move job-line to JOB-TABLE-ENTRY(ws-job-count)
        end-perform
        close job-file
    end-if

    if ws-job-count = 0
        move "No job listings available at this time." to WS-DISPLAY
        perform say
        move "-----------------------------" to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform load-active-features

    *> Optional salary/remote/location/keyword/company filter
    *>
    move "n" to ws-filter-active
    move 0 to ws-filter-min-salary
    move "n" to ws-filter-remote-only
    move spaces to ws-filter-location
    move spaces to ws-filter-keyword
    move spaces to ws-filter-company
    move spaces to ws-filter-category
    move "Filter listings by salary, remote, location, company, category, or keyword? (Y/N):"
        to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) = "Y"
        move "y" to ws-filter-active
        move "Minimum salary (numeric, 0 for no minimum):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move function numval(function trim(temp-input)) to ws-filter-min-salary

        move "Remote positions only? (Y/N):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        if function upper-case(function trim(temp-input)) = "Y"
            move "y" to ws-filter-remote-only
        end-if

        move "Filter by location (blank for any):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move function trim(temp-input) to ws-filter-location

        move "Filter by keyword in title/description (blank for any):"
            to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move function trim(temp-input) to ws-filter-keyword

        move "Filter by company name (blank for any):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move function trim(temp-input) to ws-filter-company

        move "Filter by category code (blank for any):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move function upper-case(function trim(temp-input))
            to ws-filter-category

      *>    The filter fields just captured are otherwise lost when the
      *>    session ends; a named alert keeps them matched nightly.
        move "Save this search as a standing job alert? (Y/N):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        if function upper-case(function trim(temp-input)) = "Y"
            perform save-job-alert
        end-if
    end-if

    *> Optional grouping by company
    move "n" to ws-group-by-company
    move "Group job listings by company? (Y/N):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) = "Y"
        move "y" to ws-group-by-company
    end-if

    *> Display job summaries that pass the filter (all of them if none set)
    move 0 to ws-filtered-job-count
    move 0 to ws-page-count
    move "n" to ws-pagination-stop
    if ws-group-by-company = "y"
        perform display-jobs-grouped-by-company
    else
        *> Featured postings lead the listing.
        move "f" to ws-feature-pass
        perform display-jobs-flat
        move "r" to ws-feature-pass
        perform display-jobs-flat
        move space to ws-feature-pass
    end-if

    if ws-filtered-job-count = 0
        move "No job listings match that filter." to WS-DISPLAY
        perform say
    end-if
    move "-----------------------------" to WS-DISPLAY
    perform say

    *> Allow user to view job details
    perform view-job-details-loop
    .

*>>    One pass of the flat listing over JOB-TABLE, numbering on
*>>    from ws-filtered-job-count.
display-jobs-flat.
    perform varying ws-i from 1 by 1
            until ws-i > ws-job-count or ws-pagination-stop = "y"
        move JOB-TABLE-ENTRY(ws-i) to job-line
        perform parse-job-line
        perform check-job-passes-filter
        if ws-found = "y"
            add 1 to ws-filtered-job-count
            move ws-i to JOB-MATCH-INDEX(ws-filtered-job-count)
            perform display-job-summary
            perform pagination-pause
        end-if
    end-perform
    .

*>>    Sets ws-found to "y" when job-data (already parsed) satisfies the
*>>    active salary/remote/location/keyword filter, or when no filter is
*>>    active. Location matches job-location and
*>>    keyword matches job-title or job-description, both contains-style
*>>    against the upper-cased trimmed field like search-by-name.
check-job-passes-filter.
    move "y" to ws-found

    *> Filled/Closed postings are excluded from the active listing by
    *> default, while still being preserved on file for view-my-applications
    *> and view-applicants to look up.
    if function trim(job-status) not = "Open" and function trim(job-status) not = spaces
        move "n" to ws-found
        exit paragraph
    end-if

    *> A posting this user has reported stays invisible to them while
    *> the report is pending review.
    move spaces to ws-modq-ref
    string function trim(job-title) "@" function trim(job-employer)
        delimited by size into ws-modq-ref
    move "job" to ws-modq-kind
    perform check-reported-by-me
    if ws-reported-by-me = "y"
        move "n" to ws-found
        exit paragraph
    end-if

    if ws-filter-active = "y"
        if ws-filter-min-salary > 0
            if job-salary-min < ws-filter-min-salary
                move "n" to ws-found
            end-if
        end-if
        if ws-filter-remote-only = "y" and job-remote-flag not = "Y"
            move "n" to ws-found
        end-if

        if function trim(ws-filter-location) not = spaces
            move 0 to ws-name-match-tally
            inspect function upper-case(function trim(job-location))
                tallying ws-name-match-tally for all
                function trim(function upper-case(ws-filter-location))
            if ws-name-match-tally = 0
                move "n" to ws-found
            end-if
        end-if

        if function trim(ws-filter-keyword) not = spaces
            move 0 to ws-name-match-tally
            inspect function upper-case(function trim(job-title))
                tallying ws-name-match-tally for all
                function trim(function upper-case(ws-filter-keyword))
            if ws-name-match-tally = 0
                inspect function upper-case(function trim(job-description))
                    tallying ws-name-match-tally for all
                    function trim(function upper-case(ws-filter-keyword))
            end-if
            if ws-name-match-tally = 0
                move "n" to ws-found
            end-if
        end-if

        if function trim(ws-filter-company) not = spaces
            move 0 to ws-name-match-tally
            inspect function upper-case(function trim(job-employer))
                tallying ws-name-match-tally for all
                function trim(function upper-case(ws-filter-company))
            if ws-name-match-tally = 0
                move "n" to ws-found
            end-if
        end-if

        if ws-filter-category not = spaces
           and job-category not = ws-filter-category
            move "n" to ws-found
        end-if
    end-if

    if ws-feature-pass not = space
        perform check-job-featured
        if (ws-feature-pass = "f" and ws-job-featured not = "y")
           or (ws-feature-pass = "r" and ws-job-featured = "y")
            move "n" to ws-found
        end-if
    end-if
    .

*>>    "Recommended for You": matches every open posting against the
*>>    student's own profile instead of making them guess what to
*>>    search for. A posting scores for the profile major appearing in
*>>    its title/description, for its location appearing in the
*>>    profile university name, and for each past experience title it
*>>    mentions; the shortlist is then shown best-score-first through
*>>    the same display-job-summary/pagination-pause flow (and
*>>    JOB-MATCH-INDEX numbering) browse-jobs-internships uses, so
*>>    view-job-details-loop works on it unchanged.
recommended-jobs-feed.
    move "--- Recommended for You ---" to WS-DISPLAY
    perform say

    perform load-profile
    if ws-profile-exists = "n"
        move "No profile found. Please create your profile first so we can match jobs to you." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move 0 to ws-job-count
    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
            read job-file into job-line
                at end exit perform
            end-read
            add 1 to ws-job-count
            move job-line to JOB-TABLE-ENTRY(ws-job-count)
        end-perform
        close job-file
    end-if

    if ws-job-count = 0
        move "No job listings available at this time." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform load-active-features

    *> Score every open posting; the filter state is cleared first so
    *> check-job-passes-filter only screens out Filled/Closed rows.
    move "n" to ws-filter-active
    perform varying ws-i from 1 by 1 until ws-i > ws-job-count
        move 0 to REC-SCORE(ws-i)
        move JOB-TABLE-ENTRY(ws-i) to job-line
        perform parse-job-line
        perform check-job-passes-filter
        if ws-found = "y"
           and function trim(job-poster-username) not = current-user
            perform score-job-for-recommendation
            *> A featured posting that matches at all leads the feed.
            if ws-rec-score > 0
                perform check-job-featured
                if ws-job-featured = "y"
                    add WS-FEATURE-RANK-BOOST to ws-rec-score
                end-if
            end-if
            move ws-rec-score to REC-SCORE(ws-i)
        end-if
    end-perform

    *> Present the shortlist best-first: repeatedly pick the highest
    *> remaining score until nothing scores above zero.
    move 0 to ws-filtered-job-count
    move 0 to ws-page-count
    move "n" to ws-pagination-stop
    perform until ws-pagination-stop = "y"
        move 0 to ws-rec-best-score
        move 0 to ws-rec-best-idx
        perform varying ws-i from 1 by 1 until ws-i > ws-job-count
            if REC-SCORE(ws-i) > ws-rec-best-score
                move REC-SCORE(ws-i) to ws-rec-best-score
                move ws-i to ws-rec-best-idx
            end-if
        end-perform
        if ws-rec-best-idx = 0
            exit perform
        end-if
        move 0 to REC-SCORE(ws-rec-best-idx)
        move JOB-TABLE-ENTRY(ws-rec-best-idx) to job-line
        perform parse-job-line
        add 1 to ws-filtered-job-count
        move ws-rec-best-idx to JOB-MATCH-INDEX(ws-filtered-job-count)
        perform display-job-summary
        perform pagination-pause
    end-perform

    if ws-filtered-job-count = 0
        move "No current openings look like a match for your profile yet." to WS-DISPLAY
        perform say
        move "-----------------------------" to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move "-----------------------------" to WS-DISPLAY
    perform say

    perform view-job-details-loop
    .

*>>    Scores the posting currently parsed into job-data against
*>>    profile-data: major keyword in title/description counts most,
*>>    then the posting location appearing in the profile university
*>>    name, then each experience title the posting mentions - all
*>>    contains-style against the upper-cased trimmed fields, like
*>>    search-by-name.
score-job-for-recommendation.
    move 0 to ws-rec-score

    if function trim(profile-major) not = spaces
        move 0 to ws-name-match-tally
        inspect function upper-case(function trim(job-title))
            tallying ws-name-match-tally for all
            function trim(function upper-case(profile-major))
        inspect function upper-case(function trim(job-description))
            tallying ws-name-match-tally for all
            function trim(function upper-case(profile-major))
        if ws-name-match-tally > 0
            add 5 to ws-rec-score
        end-if
    end-if

    if function trim(profile-university) not = spaces
       and function trim(job-location) not = spaces
        move 0 to ws-name-match-tally
        inspect function upper-case(function trim(profile-university))
            tallying ws-name-match-tally for all
            function trim(function upper-case(job-location))
        if ws-name-match-tally > 0
            add 3 to ws-rec-score
        end-if
    end-if

    perform varying ws-exp-index from 1 by 1
            until ws-exp-index > profile-exp-count
        if function trim(exp-title(ws-exp-index)) not = spaces
            move 0 to ws-name-match-tally
            inspect function upper-case(function trim(job-title))
                tallying ws-name-match-tally for all
                function trim(function upper-case(exp-title(ws-exp-index)))
            inspect function upper-case(function trim(job-description))
                tallying ws-name-match-tally for all
                function trim(function upper-case(exp-title(ws-exp-index)))
            if ws-name-match-tally > 0
                add 2 to ws-rec-score
            end-if
        end-if
    end-perform

    *> Canonical-skill hits outweigh keyword luck: each posting
    *> required-skill present on the profile's skills list scores 4.
    perform varying ws-question-idx from 1 by 1
            until ws-question-idx > job-req-skill-count
        perform varying ws-k from 1 by 1
                until ws-k > profile-skill-count
            if function upper-case(function trim(profile-skills(ws-k)))
               = function upper-case(function trim(
                     job-req-skills(ws-question-idx)))
                add 4 to ws-rec-score
                exit perform
            end-if
        end-perform
    end-perform
    .

      *>>    Pauses every WS-PAGE-SIZE entries so a long listing doesn't
      *>>    just scroll past unbroken, the way a real terminal-based
      *>>    report would. Sets ws-pagination-stop to "y" on "Q"
      *>>    (or end of input) so the calling loop's until-clause can end
      *>>    the listing early.
pagination-pause.
    add 1 to ws-page-count
    if ws-page-count >= WS-PAGE-SIZE
        move 0 to ws-page-count
        move "-- More? Press Enter to continue, or Q to stop --" to WS-DISPLAY
        move "page-more" to ws-msg-id
        perform say-msg
        read InpFile into temp-input
            at end move "Y" to WS-EOF move "y" to ws-pagination-stop
            not at end
                if function upper-case(function trim(temp-input)) = "Q"
                    move "y" to ws-pagination-stop
                end-if
        end-read
        add 1 to ws-line-count
    end-if
    .

display-job-summary.
    move spaces to WS-DISPLAY
    string ws-filtered-job-count ". "
           function trim(job-title) " at "
           function trim(job-employer) " ("
           function trim(job-location) ")"
           delimited by size into WS-DISPLAY
    perform check-job-featured
    if ws-job-featured = "y"
        string function trim(WS-DISPLAY) " [FEATURED]"
               delimited by size into WS-DISPLAY
    end-if
    perform say
    .

*>>    Alternate listing that walks COMPANIES-TABLE first and lists each
*>>    company's (filter-passing) jobs under its own heading, then a
*>>    trailing "Other" group for jobs posted before companies.dat
*>>    existed (blank job-company-id), so nothing silently disappears
*>>. Builds JOB-MATCH-INDEX in display order same as the
*>>    flat listing so job number selection still resolves correctly.
display-jobs-grouped-by-company.
    *> Featured postings get their own group ahead of the companies.
    move "f" to ws-feature-pass
    move "n" to ws-company-has-jobs
    perform varying ws-i from 1 by 1
            until ws-i > ws-job-count or ws-pagination-stop = "y"
        move JOB-TABLE-ENTRY(ws-i) to job-line
        perform parse-job-line
        perform check-job-passes-filter
        if ws-found = "y"
            if ws-company-has-jobs = "n"
                move "--- Featured ---" to WS-DISPLAY
                perform say
                move "y" to ws-company-has-jobs
            end-if
            add 1 to ws-filtered-job-count
            move ws-i to JOB-MATCH-INDEX(ws-filtered-job-count)
            perform display-job-summary
            perform pagination-pause
        end-if
    end-perform
    move "r" to ws-feature-pass

    perform varying ws-k from 1 by 1
            until ws-k > COMPANIES-COUNT or ws-pagination-stop = "y"
        move "n" to ws-company-has-jobs
        perform varying ws-i from 1 by 1
                until ws-i > ws-job-count or ws-pagination-stop = "y"
            move JOB-TABLE-ENTRY(ws-i) to job-line
            perform parse-job-line
            if function trim(job-company-id) = function trim(co-id(ws-k))
                perform check-job-passes-filter
                if ws-found = "y"
                    if ws-company-has-jobs = "n"
                        move spaces to WS-DISPLAY
                        string "--- " function trim(co-name(ws-k)) " ---"
                            delimited by size into WS-DISPLAY
                        perform say
                        move "y" to ws-company-has-jobs
                    end-if
                    add 1 to ws-filtered-job-count
                    move ws-i to JOB-MATCH-INDEX(ws-filtered-job-count)
                    perform display-job-summary
                    perform pagination-pause
                end-if
            end-if
        end-perform
    end-perform

    if ws-pagination-stop not = "y"
        move "n" to ws-company-has-jobs
        perform varying ws-i from 1 by 1
                until ws-i > ws-job-count or ws-pagination-stop = "y"
            move JOB-TABLE-ENTRY(ws-i) to job-line
            perform parse-job-line
            if function trim(job-company-id) = spaces
                perform check-job-passes-filter
                if ws-found = "y"
                    if ws-company-has-jobs = "n"
                        move "--- Other ---" to WS-DISPLAY
                        perform say
                        move "y" to ws-company-has-jobs
                    end-if
                    add 1 to ws-filtered-job-count
                    move ws-i to JOB-MATCH-INDEX(ws-filtered-job-count)
                    perform display-job-summary
                    perform pagination-pause
                end-if
            end-if
        end-perform
    end-if
    move space to ws-feature-pass
    .

*>>    Format: username|title|description|employer|location|
*>>            salary-min|salary-max|currency|remote-flag|company-id|
*>>            status
parse-job-line.
    move spaces to PARSE-FIELD(1)
    move spaces to PARSE-FIELD(2)
    move spaces to PARSE-FIELD(3)
    move spaces to PARSE-FIELD(4)
    move spaces to PARSE-FIELD(5)
    move spaces to PARSE-FIELD(6)
    move spaces to PARSE-FIELD(7)
    move spaces to PARSE-FIELD(8)
    move spaces to PARSE-FIELD(9)
    move spaces to PARSE-FIELD(10)
    move spaces to PARSE-FIELD(11)
    move spaces to PARSE-FIELD(12)
    move spaces to PARSE-FIELD(13)
    move spaces to PARSE-FIELD(14)
    move spaces to PARSE-FIELD(15)
    move spaces to PARSE-FIELD(16)
    move spaces to PARSE-FIELD(17)
    move spaces to PARSE-FIELD(18)
    move spaces to PARSE-FIELD(19)
    move spaces to PARSE-FIELD(20)
    move spaces to PARSE-FIELD(21)
    move spaces to PARSE-FIELD(22)
    move spaces to PARSE-FIELD(23)
    move spaces to PARSE-FIELD(24)
    move spaces to PARSE-FIELD(25)
    move spaces to PARSE-FIELD(26)
    move spaces to PARSE-FIELD(27)
    move spaces to PARSE-FIELD(28)
    move spaces to PARSE-FIELD(29)
    move spaces to PARSE-FIELD(30)
    move spaces to PARSE-FIELD(31)

    unstring job-line delimited by "|" into
        PARSE-FIELD(1)
        PARSE-FIELD(2)
        PARSE-FIELD(3)
        PARSE-FIELD(4)
        PARSE-FIELD(5)
        PARSE-FIELD(6)
        PARSE-FIELD(7)
        PARSE-FIELD(8)
        PARSE-FIELD(9)
        PARSE-FIELD(10)
        PARSE-FIELD(11)
        PARSE-FIELD(12)
        PARSE-FIELD(13)
        PARSE-FIELD(14)
        PARSE-FIELD(15)
        PARSE-FIELD(16)
        PARSE-FIELD(17)
        PARSE-FIELD(18)
        PARSE-FIELD(19)
        PARSE-FIELD(20)
        PARSE-FIELD(21)
        PARSE-FIELD(22)
        PARSE-FIELD(23)
        PARSE-FIELD(24)
        PARSE-FIELD(25)
        PARSE-FIELD(26)
        PARSE-FIELD(27)
        PARSE-FIELD(28)
        PARSE-FIELD(29)
        PARSE-FIELD(30)
        PARSE-FIELD(31)
    end-unstring

    move function trim(PARSE-FIELD(1)) to job-poster-username
    move function trim(PARSE-FIELD(2)) to job-title
    move function trim(PARSE-FIELD(3)) to job-description
    move function trim(PARSE-FIELD(4)) to job-employer
    move function trim(PARSE-FIELD(5)) to job-location

    *> Older rows saved before the salary/remote split existed default
    *> to no salary on file, as does the old "NONE" sentinel and any
    *> other free-text salary ("Negotiable", "$50,000/year", a range)
    *> left over from before salary became a plain numeric field --
    *> only a clean digit string is trusted to NUMVAL.
    if function trim(PARSE-FIELD(6)) is numeric
        move function numval(function trim(PARSE-FIELD(6))) to job-salary-min
    else
        move 0 to job-salary-min
    end-if
    if function trim(PARSE-FIELD(7)) is numeric
        move function numval(function trim(PARSE-FIELD(7))) to job-salary-max
    else
        move 0 to job-salary-max
    end-if
    move function trim(PARSE-FIELD(8)) to job-salary-currency
    move function trim(PARSE-FIELD(9)) to job-remote-flag

    *> Older rows saved before companies.dat existed have no company-id.
    move function trim(PARSE-FIELD(10)) to job-company-id

    *> Older rows saved before the status field existed default to
    *> "Open" so they keep showing up in the active listing.
    if function trim(PARSE-FIELD(11)) not = spaces
        move function trim(PARSE-FIELD(11)) to job-status
    else
        move "Open" to job-status
    end-if

    *> Screening questions; rows predating them default to none.
    if function trim(PARSE-FIELD(12)) is numeric
       and function trim(PARSE-FIELD(12)) not = spaces
        move function numval(function trim(PARSE-FIELD(12)))
            to job-question-count
    else
        move 0 to job-question-count
    end-if
    if job-question-count > 5
        move 5 to job-question-count
    end-if
    perform varying ws-question-idx from 1 by 1 until ws-question-idx > 5
        if ws-question-idx <= job-question-count
            move function trim(PARSE-FIELD(12 + ws-question-idx))
                to job-questions(ws-question-idx)
        else
            move spaces to job-questions(ws-question-idx)
        end-if
    end-perform

    *> Posted-on date sits right after the variable question block;
    *> rows predating it have none.
    compute ws-i = 13 + job-question-count
    move function trim(PARSE-FIELD(ws-i)) to job-posted-date

    *> Eligibility criteria follow the posted date; rows predating
    *> them parse as unconstrained.
    add 1 to ws-i
    move function trim(PARSE-FIELD(ws-i)) to job-min-gpa
    add 1 to ws-i
    move function trim(PARSE-FIELD(ws-i)) to job-majors
    add 1 to ws-i
    if function trim(PARSE-FIELD(ws-i)) is numeric
       and function trim(PARSE-FIELD(ws-i)) not = spaces
        move function numval(function trim(PARSE-FIELD(ws-i)))
            to job-gradyear-min
    else
        move 0 to job-gradyear-min
    end-if
    add 1 to ws-i
    if function trim(PARSE-FIELD(ws-i)) is numeric
       and function trim(PARSE-FIELD(ws-i)) not = spaces
        move function numval(function trim(PARSE-FIELD(ws-i)))
            to job-gradyear-max
    else
        move 0 to job-gradyear-max
    end-if
    add 1 to ws-i
    move function trim(PARSE-FIELD(ws-i)) to job-id

    *> Required skills follow the posting id; rows predating them
    *> parse as none.
    add 1 to ws-i
    if function trim(PARSE-FIELD(ws-i)) is numeric
       and function trim(PARSE-FIELD(ws-i)) not = spaces
        move function numval(function trim(PARSE-FIELD(ws-i)))
            to job-req-skill-count
    else
        move 0 to job-req-skill-count
    end-if
    if job-req-skill-count > 5
        move 5 to job-req-skill-count
    end-if
    perform varying ws-question-idx from 1 by 1 until ws-question-idx > 5
        if ws-question-idx <= job-req-skill-count
            move function trim(PARSE-FIELD(ws-i + ws-question-idx))
                to job-req-skills(ws-question-idx)
        else
            move spaces to job-req-skills(ws-question-idx)
        end-if
    end-perform

    *> Required certification follows the skills; rows predating it
    *> parse as none.
    compute ws-i = ws-i + job-req-skill-count + 1
    move function trim(PARSE-FIELD(ws-i)) to job-req-cert

    *> Category code follows the certification; rows predating it
    *> parse as uncategorized.
    add 1 to ws-i
    move function upper-case(function trim(PARSE-FIELD(ws-i)))
        to job-category
    .

view-job-details-loop.
    perform until WS-EOF = "Y"
        move "Enter job number to view details, or 0 to go back:" to WS-DISPLAY
        perform say

        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count

        move function numval(function trim(temp-input)) to ws-job-selection

        if ws-job-selection = 0
            exit paragraph
        end-if

        if ws-job-selection < 1 or ws-job-selection > ws-filtered-job-count
            move "Invalid job number. Please try again." to WS-DISPLAY
            perform say
        else
            move JOB-MATCH-INDEX(ws-job-selection) to ws-j
            move JOB-TABLE-ENTRY(ws-j) to job-line
            perform parse-job-line
            perform display-full-job-details
            perform log-job-view
            perform show-apply-option
        end-if
    end-perform
    .

*>>    Appends a viewer|job-id|company-id|timestamp row to
*>>    job-views.dat for the posting just shown in full. The poster
*>>    opening their own listing is not counted, and rows written
*>>    before job-ids were assigned (blank job-id) cannot be tied back
*>>    to a posting, so they are skipped too.
log-job-view.
    if function trim(job-poster-username) = current-user
        exit paragraph
    end-if
    if function trim(job-id) = spaces
        exit paragraph
    end-if

    move current-user to jv-viewer
    move function trim(job-id) to jv-job-id
    move function trim(job-company-id) to jv-company-id
    move function current-date to jv-timestamp

    open extend job-view-file
    if FILESTAT-JVIEW not = "00"
        open output job-view-file
        close job-view-file
        open extend job-view-file
    end-if

    if FILESTAT-JVIEW = "00"
        move spaces to job-view-line
        string
            function trim(jv-viewer) "|"
            function trim(jv-job-id) "|"
            function trim(jv-company-id) "|"
            function trim(jv-timestamp)
            delimited by size
            into job-view-line
        end-string
        write job-view-line
        close job-view-file
    end-if
    .

display-full-job-details.
    move "--- Job Details ---" to WS-DISPLAY
    perform say

    move spaces to WS-DISPLAY
    string "Title: " function trim(job-title)
           delimited by size into WS-DISPLAY
    perform say

    move spaces to WS-DISPLAY
    string "Description: " function trim(job-description)
           delimited by size into WS-DISPLAY
    perform say

    move spaces to WS-DISPLAY
    string "Employer: " function trim(job-employer)
           delimited by size into WS-DISPLAY
    perform say

    move spaces to WS-DISPLAY
    string "Location: " function trim(job-location)
           delimited by size into WS-DISPLAY
    perform say

    if job-salary-min > 0
        move spaces to WS-DISPLAY
        string "Salary: " job-salary-min " - " job-salary-max " "
               function trim(job-salary-currency)
               delimited by size into WS-DISPLAY
        perform say
    end-if

    move spaces to WS-DISPLAY
    if job-remote-flag = "Y"
        move "Work Type: Remote" to WS-DISPLAY
    else
        move "Work Type: On-site" to WS-DISPLAY
    end-if
    perform say

    *> Aggregate of approved reviews by placed students - the
    *> signal incoming students beg for.
    if function trim(job-company-id) not = spaces
        move 0 to ws-review-sum
        move 0 to ws-review-n
        open input company-review-file
        if FILESTAT-CREVIEW = "00"
            perform until 1 = 2
                read company-review-file into company-review-line
                    at end exit perform
                end-read
                perform varying ws-parse-idx from 51 by 1
                        until ws-parse-idx > 56
                    move spaces to PARSE-FIELD(ws-parse-idx)
                end-perform
                unstring company-review-line delimited by "|" into
                    PARSE-FIELD(51) PARSE-FIELD(52) PARSE-FIELD(53)
                    PARSE-FIELD(54) PARSE-FIELD(55) PARSE-FIELD(56)
                end-unstring
                if function trim(PARSE-FIELD(51)) =
                   function trim(job-company-id)
                   and function trim(PARSE-FIELD(56)) = "approved"
                   and function trim(PARSE-FIELD(53)) is numeric
                    add 1 to ws-review-n
                    add function numval(function trim(PARSE-FIELD(53)))
                        to ws-review-sum
                end-if
            end-perform
            close company-review-file
        end-if
        if ws-review-n > 0
            compute ws-review-avg rounded =
                ws-review-sum / ws-review-n
            move ws-review-avg to ws-review-avg-disp
            move spaces to WS-DISPLAY
            string "Employer rating: " ws-review-avg-disp
                   "/5 from " ws-review-n
                   " placed student(s)"
                   delimited by size into WS-DISPLAY
            perform say
        end-if
    end-if

    if job-req-skill-count > 0
        move spaces to WS-DISPLAY
        move "Required skills:" to WS-DISPLAY
        perform say
        perform varying ws-question-idx from 1 by 1
                until ws-question-idx > job-req-skill-count
            move spaces to WS-DISPLAY
            string "   " function trim(job-req-skills(ws-question-idx))
                   delimited by size into WS-DISPLAY
            perform say
        end-perform
    end-if

    if function trim(job-min-gpa) not = spaces
        move spaces to WS-DISPLAY
        string "Minimum GPA: " function trim(job-min-gpa)
               delimited by size into WS-DISPLAY
        perform say
    end-if
    if function trim(job-majors) not = spaces
        move spaces to WS-DISPLAY
        string "Open to majors: " function trim(job-majors)
               delimited by size into WS-DISPLAY
        perform say
    end-if
    if job-gradyear-min > 0 or job-gradyear-max > 0
        move spaces to WS-DISPLAY
        string "Graduation window: " job-gradyear-min
               " - " job-gradyear-max " (0 = unbounded)"
               delimited by size into WS-DISPLAY
        perform say
    end-if
    if function trim(job-req-cert) not = spaces
        move spaces to WS-DISPLAY
        string "Required certification: " function trim(job-req-cert)
               delimited by size into WS-DISPLAY
        perform say
    end-if
    if job-category not = spaces
        move job-category to ws-jc-code-in
        perform find-job-category
        move spaces to WS-DISPLAY
        string "Category: " function trim(ws-jc-name-out)
               " (" function trim(ws-jc-industry-out) ")"
               delimited by size into WS-DISPLAY
        perform say
    end-if

    if job-posted-date not = spaces
       and job-posted-date is numeric
        compute ws-posting-age-days =
            function integer-of-date(
                function numval(function current-date(1:8)))
            - function integer-of-date(function numval(job-posted-date))
        move spaces to WS-DISPLAY
        string "Posted: " job-posted-date
               " (" ws-posting-age-days " day(s) ago)"
               delimited by size into WS-DISPLAY
        perform say
    end-if

    perform show-job-answers

    move "-------------------" to WS-DISPLAY
    perform say
    .

show-apply-option.
    move "1. Apply for this Job" to WS-DISPLAY
    perform say
    move "2. Save for Later" to WS-DISPLAY
    perform say
    move "3. Follow this Company" to WS-DISPLAY
    perform say
    move "4. Report this Posting" to WS-DISPLAY
    perform say
    move "5. View Company Page" to WS-DISPLAY
    perform say
    move "6. Share with a Connection" to WS-DISPLAY
    perform say
    move "7. Ask a Question" to WS-DISPLAY
    perform say
    move "8. Back to Job List" to WS-DISPLAY
    perform say
    move "Enter your choice:" to WS-DISPLAY
    move "prompt-choice" to ws-msg-id
    perform say-msg

    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count

    move function numval(function trim(temp-input)) to WS-USER-CHOICE

    if WS-USER-CHOICE = 1
        perform apply-for-job
    end-if
    if WS-USER-CHOICE = 2
        perform save-job-for-later
    end-if
    if WS-USER-CHOICE = 3
        perform follow-company
    end-if
    if WS-USER-CHOICE = 4
        perform report-job-content
    end-if
    if WS-USER-CHOICE = 5
        perform view-company-page
    end-if
    if WS-USER-CHOICE = 6
        perform share-job-with-connection
    end-if
    if WS-USER-CHOICE = 7
        perform ask-job-question
    end-if
    .

*>>    Sends a structured job-share message (msg-type "jobshare",
*>>    carrying the posting reference the way interview invites do)
*>>    to a connection and records the referral - no more retyping
*>>    the title into an ordinary message. The recipient can jump
*>>    straight to apply from the message detail view.
share-job-with-connection.
    move 1 to ws-needed-sends
    perform check-message-allowance
    if ws-rate-ok not = "y"
        exit paragraph
    end-if

    move "Enter the connection's username to share this job with:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to target-username

    perform validate-message-recipient
    if ws-is-connected = "n"
        exit paragraph
    end-if

    move "jobshare" to msg-type
    move job-title to msg-job-title
    move job-employer to msg-job-employer
    move spaces to msg-thread-ref
    move spaces to msg-content
    string function trim(current-user)
           " thought you'd be a fit for "
           function trim(job-title) " at "
           function trim(job-employer) "."
           delimited by size into msg-content
    end-string
    perform save-message

    open extend referral-file
    if FILESTAT-REFER not = "00"
        open output referral-file
        close referral-file
        open extend referral-file
    end-if
    move spaces to referral-line
    string function trim(current-user) "|"
           function trim(target-username) "|"
           function trim(job-title) "|"
           function trim(job-employer) "|"
           function current-date(1:8)
           delimited by size into referral-line
    end-string
    write referral-line
    close referral-file

    move spaces to WS-DISPLAY
    string "Shared " function trim(job-title) " with "
           function trim(target-username) "."
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    Queues a moderation report for the posting just viewed
*>>    (referenced title@employer); it drops out of this reporter's
*>>    listings while pending.
report-job-content.
    move "Reason for reporting this posting:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-modq-reason

    move spaces to ws-modq-ref
    string function trim(job-title) "@" function trim(job-employer)
        delimited by size into ws-modq-ref
    move "job" to ws-modq-kind
    perform append-moderation-report

    move "Thank you. An operator will review this posting." to WS-DISPLAY
    perform say
    .

*>>    Format: question-id|job-id|asker|question|asked-date|status|
*>>    answer|answered-by|answered-date.
parse-job-question-line.
    perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 9
        move spaces to PARSE-FIELD(ws-parse-idx)
    end-perform
    unstring job-question-line delimited by "|" into
        PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
        PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
        PARSE-FIELD(7) PARSE-FIELD(8) PARSE-FIELD(9)
    end-unstring
    move function trim(PARSE-FIELD(1)) to jq-id
    move function trim(PARSE-FIELD(2)) to jq-job-id
    move function trim(PARSE-FIELD(3)) to jq-asker
    move function trim(PARSE-FIELD(4)) to jq-question
    move function trim(PARSE-FIELD(5)) to jq-asked
    move function trim(PARSE-FIELD(6)) to jq-status
    move function trim(PARSE-FIELD(7)) to jq-answer
    move function trim(PARSE-FIELD(8)) to jq-answered-by
    move function trim(PARSE-FIELD(9)) to jq-answered
    .

serialize-job-question-line.
    move spaces to job-question-line
    string function trim(jq-id) "|"
           function trim(jq-job-id) "|"
           function trim(jq-asker) "|"
           function trim(jq-question) "|"
           function trim(jq-asked) "|"
           function trim(jq-status) "|"
           function trim(jq-answer) "|"
           function trim(jq-answered-by) "|"
           function trim(jq-answered)
           delimited by size into job-question-line
    end-string
    .

*>>    The answered questions on the posting in job-data, under the
*>>    details - what every later applicant would otherwise ask
*>>    again.
show-job-answers.
    if function trim(job-id) = spaces
        exit paragraph
    end-if
    move 0 to ws-jobq-matches
    open input job-question-file
    if FILESTAT-JOBQ = "00"
        perform until 1 = 2
            read job-question-file into job-question-line
                at end exit perform
            end-read
            perform parse-job-question-line
            if function trim(jq-job-id) = function trim(job-id)
               and function trim(jq-status) = "answered"
                if ws-jobq-matches = 0
                    move "Questions & Answers:" to WS-DISPLAY
                    perform say
                end-if
                add 1 to ws-jobq-matches
                move spaces to WS-DISPLAY
                string "   Q: " function trim(jq-question)
                       delimited by size into WS-DISPLAY
                perform say
                move spaces to WS-DISPLAY
                string "   A: " function trim(jq-answer)
                       delimited by size into WS-DISPLAY
                perform say
            end-if
        end-perform
        close job-question-file
    end-if
    .

*>>    ws-jobq-open-count: released questions on job-data's posting
*>>    still waiting for the company's answer.
count-open-job-questions.
    move 0 to ws-jobq-open-count
    if function trim(job-id) = spaces
        exit paragraph
    end-if
    open input job-question-file
    if FILESTAT-JOBQ = "00"
        perform until 1 = 2
            read job-question-file into job-question-line
                at end exit perform
            end-read
            perform parse-job-question-line
            if function trim(jq-job-id) = function trim(job-id)
               and function trim(jq-status) = "open"
                add 1 to ws-jobq-open-count
            end-if
        end-perform
        close job-question-file
    end-if
    .

*>>    A question on the posting just viewed. It waits in the
*>>    moderation queue (kind "question", reference
*>>    question-id@job-id) and reaches the company only once an
*>>    operator dismisses the report there, the way employer
*>>    reviews are cleared before publication.
ask-job-question.
    if function trim(job-id) = spaces
        move "Questions are not available on this posting." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Your question for the employer (max 200 chars; it will be shown publicly with the answer):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function trim(temp-input) = spaces
        move "No question entered." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform assign-next-job-question-id
    move job-id to jq-job-id
    move current-user to jq-asker
    move function trim(temp-input) to jq-question
    inspect jq-question replacing all "|" by "/"
    move function current-date(1:8) to jq-asked
    move "pending" to jq-status
    move spaces to jq-answer
    move spaces to jq-answered-by
    move spaces to jq-answered
    perform serialize-job-question-line

    open extend job-question-file
    if FILESTAT-JOBQ not = "00"
        open output job-question-file
        close job-question-file
        open extend job-question-file
    end-if
    write job-question-line
    close job-question-file

    move spaces to ws-modq-ref
    string function trim(jq-id) "@" function trim(jq-job-id)
        delimited by size into ws-modq-ref
    move "question" to ws-modq-kind
    move "job question awaiting approval" to ws-modq-reason
    perform append-moderation-report

    move "Thanks - your question goes to the employer once an operator approves it." to WS-DISPLAY
    perform say
    .

*>>    Next "Q" id past the highest suffix on file.
assign-next-job-question-id.
    move 0 to ws-jobq-next-id
    open input job-question-file
    if FILESTAT-JOBQ = "00"
        perform until 1 = 2
            read job-question-file
                at end exit perform
            end-read
            move spaces to ws-jobq-suffix
            if job-question-line(1:1) = "Q"
                unstring job-question-line(2:) delimited by "|"
                    into ws-jobq-suffix
                end-unstring
                if function trim(ws-jobq-suffix) is numeric
                    if function numval(function trim(ws-jobq-suffix))
                       > ws-jobq-next-id
                        move function numval(function trim(ws-jobq-suffix))
                            to ws-jobq-next-id
                    end-if
                end-if
            end-if
        end-perform
        close job-question-file
    end-if
    add 1 to ws-jobq-next-id
    move spaces to jq-id
    string "Q" ws-jobq-next-id delimited by size into jq-id
    .

*>>    Manage-postings action: the released questions on the
*>>    selected posting, answered one at a time. The answer is
*>>    public from then on and the asker is notified.
answer-job-questions.
    if function trim(job-id) = spaces
        move "This posting has no questions." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move 0 to JOBQ-COUNT
    move 0 to ws-jobq-matches
    move "n" to ws-jobq-overflow
    open input job-question-file
    if FILESTAT-JOBQ = "00"
        perform until 1 = 2
            read job-question-file into job-question-line
                at end exit perform
            end-read
            if JOBQ-COUNT >= 500
                move "y" to ws-jobq-overflow
            end-if
            if JOBQ-COUNT < 500
                add 1 to JOBQ-COUNT
                move job-question-line to JOBQ-TABLE-ENTRY(JOBQ-COUNT)
                perform parse-job-question-line
                if function trim(jq-job-id) = function trim(job-id)
                   and function trim(jq-status) = "open"
                    add 1 to ws-jobq-matches
                    move JOBQ-COUNT to JOBQ-MATCH-INDEX(ws-jobq-matches)
                    move spaces to WS-DISPLAY
                    string ws-jobq-matches ". " function trim(jq-question)
                           " (asked " jq-asked ")"
                           delimited by size into WS-DISPLAY
                    perform say
                end-if
            end-if
        end-perform
        close job-question-file
    end-if

    if ws-jobq-matches = 0
        move "No unanswered questions on this posting." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter the number of the question to answer, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-jobq-selection

    if ws-jobq-selection = 0
        exit paragraph
    end-if
    if ws-jobq-selection < 1 or ws-jobq-selection > ws-jobq-matches
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> A table that overflowed on load is never written back -
    *> the questions past the 500th would be lost.
    if ws-jobq-overflow = "y"
        move "There are too many posting questions on file to save an answer right now - please tell the career office." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Your answer (max 200 chars; shown publicly):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function trim(temp-input) = spaces
        move "No answer entered." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move JOBQ-MATCH-INDEX(ws-jobq-selection) to ws-jobq-idx
    move JOBQ-TABLE-ENTRY(ws-jobq-idx) to job-question-line
    perform parse-job-question-line
    move function trim(temp-input) to jq-answer
    inspect jq-answer replacing all "|" by "/"
    move "answered" to jq-status
    move current-user to jq-answered-by
    move function current-date(1:8) to jq-answered
    perform serialize-job-question-line
    move job-question-line to JOBQ-TABLE-ENTRY(ws-jobq-idx)

    move "job-questions.dat.new" to WS-TEMP-REWRITE-NAME
    move "job-questions.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "answer-job-questions temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        exit paragraph
    end-if
    perform varying ws-jobq-idx from 1 by 1 until ws-jobq-idx > JOBQ-COUNT
        move JOBQ-TABLE-ENTRY(ws-jobq-idx) to temp-rewrite-line
        write temp-rewrite-line
        add 1 to ws-swap-written
    end-perform
    close temp-rewrite-file
    perform verify-and-swap-rewrite
    if ws-swap-ok not = "y"
        exit paragraph
    end-if

    move jq-asker to notif-recipient
    move "job-question" to notif-event
    move spaces to notif-detail
    string "Your question on " function trim(job-title) " at "
           function trim(job-employer) " was answered."
           delimited by size into notif-detail
    perform write-notification

    move "Answer posted - it now shows in the job details." to WS-DISPLAY
    perform say
    .

*>>    Records current-user as a follower of the company behind the
*>>    posting just viewed, so future postings under that company-id
*>>    reach them through the notification queue.
follow-company.
    if function trim(job-company-id) = spaces
        move "This posting has no company record to follow." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "n" to ws-already-following
    open input company-follower-file
    if FILESTAT-FOLLOW = "00"
        perform until 1 = 2
            read company-follower-file into company-follower-line
                at end exit perform
            end-read
            unstring company-follower-line delimited by "|" into
                PARSE-FIELD(18) PARSE-FIELD(19) PARSE-FIELD(20)
            end-unstring
            if function trim(PARSE-FIELD(18)) = function trim(job-company-id)
               and function trim(PARSE-FIELD(19)) = current-user
                move "y" to ws-already-following
                exit perform
            end-if
        end-perform
        close company-follower-file
    end-if

    if ws-already-following = "y"
        move "You already follow this company." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    open extend company-follower-file
    if FILESTAT-FOLLOW not = "00"
        open output company-follower-file
        close company-follower-file
        open extend company-follower-file
    end-if
    move spaces to company-follower-line
    string function trim(job-company-id) "|"
           function trim(current-user) "|"
           function current-date(1:8)
           delimited by size into company-follower-line
    end-string
    write company-follower-line
    close company-follower-file

    move spaces to WS-DISPLAY
    string "You are now following " function trim(job-employer)
           ". We'll notify you when they post again."
           delimited by size into WS-DISPLAY
    perform say

    move "View the company page now? (Y/N):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) = "Y"
        perform view-company-page
    end-if
    .

*>>    The company page behind job-company-id: the employer-
*>>    maintained description/industry/size, the company's open
*>>    postings, its upcoming events, and its follower count - so
*>>    follow-company stops asking students to commit to a bare
*>>    name.
view-company-page.
    if function trim(job-company-id) = spaces
        move "This posting has no company record." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move 0 to ws-company-page-idx
    perform varying ws-k from 1 by 1 until ws-k > COMPANIES-COUNT
        if function trim(co-id(ws-k)) = function trim(job-company-id)
            move ws-k to ws-company-page-idx
            exit perform
        end-if
    end-perform
    if ws-company-page-idx = 0
        move "This posting has no company record." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "=== Company Page ===" to WS-DISPLAY
    perform say
    move spaces to WS-DISPLAY
    string "Company: " function trim(co-name(ws-company-page-idx))
        delimited by size into WS-DISPLAY
    perform say
    if function trim(co-description(ws-company-page-idx)) not = spaces
        move spaces to WS-DISPLAY
        string "About: "
               function trim(co-description(ws-company-page-idx))
            delimited by size into WS-DISPLAY
        perform say
    end-if
    if function trim(co-industry(ws-company-page-idx)) not = spaces
        move spaces to WS-DISPLAY
        string "Industry: "
               function trim(co-industry(ws-company-page-idx))
            delimited by size into WS-DISPLAY
        perform say
    end-if
    if function trim(co-size(ws-company-page-idx)) not = spaces
        move spaces to WS-DISPLAY
        string "Size: " function trim(co-size(ws-company-page-idx))
            delimited by size into WS-DISPLAY
    perform say
    end-if

    *> Follower count from company-followers.dat.
    move 0 to ws-follower-tally
    open input company-follower-file
    if FILESTAT-FOLLOW = "00"
        perform until 1 = 2
            read company-follower-file into company-follower-line
                at end exit perform
            end-read
            unstring company-follower-line delimited by "|" into
                PARSE-FIELD(18) PARSE-FIELD(19)
            end-unstring
            if function trim(PARSE-FIELD(18)) =
               function trim(job-company-id)
                add 1 to ws-follower-tally
            end-if
        end-perform
        close company-follower-file
    end-if
    move spaces to WS-DISPLAY
    string "Followers: " ws-follower-tally
        delimited by size into WS-DISPLAY
    perform say

    *> Open postings under this company-id. parse-job-line clobbers
    *> job-data, so the page's company-id is held in PARSE-FIELD(50).
    move function trim(job-company-id) to PARSE-FIELD(50)
    move "-- Open postings --" to WS-DISPLAY
    perform say
    move 0 to ws-name-match-tally
    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
            read job-file into job-line
                at end exit perform
            end-read
            perform parse-job-line
            if function trim(job-company-id) =
               function trim(PARSE-FIELD(50))
               and function trim(job-status) = "Open"
                add 1 to ws-name-match-tally
                move spaces to WS-DISPLAY
                string "   " function trim(job-title)
                       " (" function trim(job-location) ")"
                       delimited by size into WS-DISPLAY
                perform say
            end-if
        end-perform
        close job-file
    end-if
    if ws-name-match-tally = 0
        move "   (none right now)" to WS-DISPLAY
        perform say
    end-if
    move function trim(PARSE-FIELD(50)) to job-company-id

    *> Upcoming events this company hosts.
    move "-- Upcoming events --" to WS-DISPLAY
    perform say
    move 0 to ws-name-match-tally
    open input event-file
    if FILESTAT-EVENT = "00"
        perform until 1 = 2
            read event-file into event-line
                at end exit perform
            end-read
            perform parse-event-line
            if function trim(ev-company-id) =
               function trim(job-company-id)
               and ev-date is numeric
               and ev-date >= function current-date(1:8)
                add 1 to ws-name-match-tally
                move spaces to WS-DISPLAY
                string "   " function trim(ev-title)
                       " on " function trim(ev-date)
                       " at " function trim(ev-location)
                       delimited by size into WS-DISPLAY
                perform say
            end-if
        end-perform
        close event-file
    end-if
    if ws-name-match-tally = 0
        move "   (none scheduled)" to WS-DISPLAY
        perform say
    end-if
    move "====================" to WS-DISPLAY
    perform say
    .

*>>    Employer-menu action: maintain this company's page fields;
*>>    the description/industry/size land on the companies.dat row
*>>    every student's company-page view reads.
edit-company-page.
    move "--- Edit Company Page ---" to WS-DISPLAY
    perform say

    move 0 to ws-company-page-idx
    perform varying ws-k from 1 by 1 until ws-k > COMPANIES-COUNT
        if function trim(co-id(ws-k)) =
           function trim(ws-current-company-id)
            move ws-k to ws-company-page-idx
            exit perform
        end-if
    end-perform
    if ws-company-page-idx = 0
        move "Your account has no company record." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter the company description (blank to keep current):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function trim(temp-input) not = spaces
        move function trim(temp-input)
            to co-description(ws-company-page-idx)
    end-if

    move "Enter the industry (blank to keep current):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function trim(temp-input) not = spaces
        move function trim(temp-input)
            to co-industry(ws-company-page-idx)
    end-if

    move "Enter the company size (e.g. 50-200 employees, blank to keep):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function trim(temp-input) not = spaces
        move function trim(temp-input) to co-size(ws-company-page-idx)
    end-if

    perform rewrite-companies-file

    move "Company page saved." to WS-DISPLAY
    perform say

    perform set-applicant-export-optin
    .

*>>    Edit Company Page's last question: whether the nightly
*>>    ApplicantExport batch writes this company a file of its new
*>>    and changed applicants for its applicant-tracking system.
*>>    Blank keeps the current setting.
set-applicant-export-optin.
    move 0 to ATS-OPTIN-COUNT
    move 0 to ws-ats-optin-idx
    open input applicant-export-optin-file
    if FILESTAT-ATSOPT = "00"
        perform until 1 = 2
            read applicant-export-optin-file
                into applicant-export-optin-line
                at end exit perform
            end-read
            if function trim(applicant-export-optin-line) not = spaces
               and ATS-OPTIN-COUNT < 500
                add 1 to ATS-OPTIN-COUNT
                move applicant-export-optin-line
                    to ATS-OPTIN-ENTRY(ATS-OPTIN-COUNT)
                move spaces to ws-ats-optin-company
                unstring applicant-export-optin-line delimited by "|"
                    into ws-ats-optin-company
                end-unstring
                if function trim(ws-ats-optin-company) =
                   function trim(ws-current-company-id)
                    move ATS-OPTIN-COUNT to ws-ats-optin-idx
                end-if
            end-if
        end-perform
        close applicant-export-optin-file
    end-if

    if ws-ats-optin-idx > 0
        move "Nightly applicant export to your applicant-tracking system is ON." to WS-DISPLAY
    else
        move "Nightly applicant export to your applicant-tracking system is OFF." to WS-DISPLAY
    end-if
    perform say
    move "Send new and changed applicants in a nightly export file? (Y/N, blank to keep):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    evaluate function upper-case(function trim(temp-input))
        when "Y"
            if ws-ats-optin-idx > 0
                exit paragraph
            end-if
            if ATS-OPTIN-COUNT >= 500
                move "The applicant export list is full - contact the career office." to WS-DISPLAY
                perform say
                exit paragraph
            end-if
            add 1 to ATS-OPTIN-COUNT
            move spaces to ATS-OPTIN-ENTRY(ATS-OPTIN-COUNT)
            string function trim(ws-current-company-id) "|"
                   function current-date(1:8) "|"
                   function trim(current-user)
                   delimited by size
                   into ATS-OPTIN-ENTRY(ATS-OPTIN-COUNT)
            end-string
            move "Applicant export turned on - your first file arrives after tonight's batch." to WS-DISPLAY
        when "N"
            if ws-ats-optin-idx = 0
                exit paragraph
            end-if
            move spaces to ATS-OPTIN-ENTRY(ws-ats-optin-idx)
            move "Applicant export turned off." to WS-DISPLAY
        when other
            exit paragraph
    end-evaluate

    open output applicant-export-optin-file
    if FILESTAT-ATSOPT not = "00"
        move "Your applicant export setting could not be saved." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    perform varying ws-ats-optin-idx from 1 by 1
            until ws-ats-optin-idx > ATS-OPTIN-COUNT
        if ATS-OPTIN-ENTRY(ws-ats-optin-idx) not = spaces
            move ATS-OPTIN-ENTRY(ws-ats-optin-idx)
                to applicant-export-optin-line
            write applicant-export-optin-line
        end-if
    end-perform
    close applicant-export-optin-file
    perform say
    .

rewrite-companies-file.
    open output company-file
    if FILESTAT-COMPANY = "00"
        perform varying ws-k from 1 by 1 until ws-k > COMPANIES-COUNT
            move spaces to company-line
            string function trim(co-id(ws-k)) "|"
                   function trim(co-name(ws-k)) "|"
                   function trim(co-description(ws-k)) "|"
                   function trim(co-industry(ws-k)) "|"
                   function trim(co-size(ws-k))
                   delimited by size into company-line
            end-string
            write company-line
        end-perform
        close company-file
    end-if
    .

*>>    Bookmarks the posting currently in job-data for current-user so
*>>    it can be found again later from My Saved Jobs, refusing a
*>>    duplicate bookmark of the same title/employer.
save-job-for-later.
    move "n" to ws-already-saved
    open input saved-jobs-file
    if FILESTAT-SAVED = "00"
        perform until 1 = 2
            read saved-jobs-file into saved-jobs-line
                at end exit perform
            end-read
            move spaces to sj-job-id
            unstring saved-jobs-line delimited by "|" into
                sj-username sj-title sj-employer sj-location
                sj-job-id
            end-unstring
            if function trim(sj-username) = current-user
               and function trim(sj-title) = function trim(job-title)
               and function trim(sj-employer) = function trim(job-employer)
                move "y" to ws-already-saved
                exit perform
            end-if
        end-perform
        close saved-jobs-file
    end-if

    if ws-already-saved = "y"
        move "You have already saved this job." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    open extend saved-jobs-file
    if FILESTAT-SAVED not = "00"
        open output saved-jobs-file
        close saved-jobs-file
        open extend saved-jobs-file
    end-if
    move spaces to saved-jobs-line
    string function trim(current-user) "|"
           function trim(job-title) "|"
           function trim(job-employer) "|"
           function trim(job-location) "|"
           function trim(job-id)
           delimited by size into saved-jobs-line
    end-string
    write saved-jobs-line
    close saved-jobs-file

    move spaces to WS-DISPLAY
    string "Saved " function trim(job-title) " at "
           function trim(job-employer) " for later."
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    Lists current-user's saved-jobs.dat bookmarks, flagging any
*>>    whose posting has since been marked Filled/Closed by
*>>    close-job-posting or removed from jobs.dat entirely, so a
*>>    student can tell at a glance which saved listings are still
*>>    worth applying to.
view-my-saved-jobs.
    move "--- My Saved Jobs ---" to WS-DISPLAY
    perform say

    move 0 to ws-saved-job-count
    move 0 to ws-page-count
    move "n" to ws-pagination-stop
    open input saved-jobs-file
    if FILESTAT-SAVED = "00"
        perform until ws-pagination-stop = "y"
            read saved-jobs-file into saved-jobs-line
                at end exit perform
            end-read
            move spaces to sj-job-id
            unstring saved-jobs-line delimited by "|" into
                sj-username sj-title sj-employer sj-location
                sj-job-id
            end-unstring
            if function trim(sj-username) = current-user
                add 1 to ws-saved-job-count
                perform find-saved-job-status
                move spaces to WS-DISPLAY
                if function trim(ws-saved-status) = "Open"
                    string ws-saved-job-count ". "
                           function trim(sj-title) " at "
                           function trim(sj-employer) " ("
                           function trim(sj-location) ")"
                           delimited by size into WS-DISPLAY
                else
                    if function trim(ws-saved-status) = "missing"
                        string ws-saved-job-count ". "
                               function trim(sj-title) " at "
                               function trim(sj-employer)
                               " [NO LONGER LISTED]"
                               delimited by size into WS-DISPLAY
                    else
                        string ws-saved-job-count ". "
                               function trim(sj-title) " at "
                               function trim(sj-employer)
                               " [" function trim(ws-saved-status) "]"
                               delimited by size into WS-DISPLAY
                    end-if
                end-if
                perform say
                perform pagination-pause
            end-if
        end-perform
        close saved-jobs-file
    end-if

    if ws-saved-job-count = 0
        move "You have no saved jobs." to WS-DISPLAY
        perform say
    end-if
    move "-----------------------------" to WS-DISPLAY
    perform say
    .

*>>    Sets ws-saved-status to the jobs.dat status of the posting named
*>>    by sj-title/sj-employer, or "missing" when no such row remains
*>>    on file. parse-job-line overwrites job-data while scanning.
find-saved-job-status.
    move "missing" to ws-saved-status
    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
            read job-file into job-line
                at end exit perform
            end-read
            perform parse-job-line
            if function trim(sj-job-id) not = spaces
               and function trim(job-id) not = spaces
                if function trim(job-id) = function trim(sj-job-id)
                    move job-status to ws-saved-status
                    exit perform
                end-if
            else
                if function trim(job-title) = function trim(sj-title)
                   and function trim(job-employer) =
                       function trim(sj-employer)
                    move job-status to ws-saved-status
                    exit perform
                end-if
            end-if
        end-perform
        close job-file
    end-if
    .

apply-for-job.
    *> Applications are keyed on the posting's job-id, so a posting
    *> that arrived without one (feed imports, rows predating ids) is
    *> issued its permanent id before anything else.
    if function trim(job-id) = spaces
        perform issue-missing-job-id
        if function trim(job-id) = spaces
            move "This posting cannot take applications right now." to WS-DISPLAY
            perform say
            exit paragraph
        end-if
    end-if

    perform check-existing-application

    if ws-application-exists = "y"
        move "You have already applied for this job." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> An accepted offer is meant to end the search; offer-policy.dat
    *> decides whether a further application is warned or refused.
    perform check-offer-acceptance-lock
    if ws-offer-lock-ok not = "y"
        exit paragraph
    end-if

    *> Hard criteria are enforced before anything else, with the
    *> reason spelled out, so an ineligible student neither burns an
    *> application nor waits weeks for an inevitable rejection.
    perform check-applicant-eligibility
    if ws-eligible not = "y"
        move spaces to WS-DISPLAY
        string "You do not meet this posting's requirements: "
               function trim(ws-elig-reason) "."
               delimited by size into WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> During a term's recruiting window the career office's
    *> readiness checkpoints come next, each missing one named.
    perform check-career-readiness
    if ws-rd-ok not = "y"
        exit paragraph
    end-if

    *> Offer to attach a fresh resume export so the application
    *> carries who the applicant is, not just a name and status.
    move spaces to ws-app-resume-file
    move "Attach your current resume export to this application? (Y/N):"
        to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) = "Y"
        perform export-profile-as-resume
        if ws-profile-exists = "y"
            move WS-RESUME-FILENAME to ws-app-resume-file
        end-if
    end-if

    *> The posting's screening questions, answered up front so the
    *> poster never has to chase them by message.
    perform varying ws-question-idx from 1 by 1 until ws-question-idx > 5
        move spaces to app-answers(ws-question-idx)
    end-perform
    perform varying ws-question-idx from 1 by 1
            until ws-question-idx > job-question-count or WS-EOF = "Y"
        move spaces to WS-DISPLAY
        string "Screening question " ws-question-idx ": "
               function trim(job-questions(ws-question-idx))
               delimited by size into WS-DISPLAY
        perform say
        move "Your answer:" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move function trim(temp-input) to app-answers(ws-question-idx)
    end-perform

    perform capture-cover-letter
    if WS-EOF = "Y"
        exit paragraph
    end-if

    perform save-job-application
    .

*>>    Optional cover letter addressed to the employer, typed line
*>>    by line (ten lines of at most 100 characters) until DONE. An
*>>    over-long line is refused with the overage and retyped, the
*>>    same way the profile fields handle it.
capture-cover-letter.
    move 0 to ws-cover-line-count
    perform varying ws-cover-idx from 1 by 1 until ws-cover-idx > 10
        move spaces to ws-cover-lines(ws-cover-idx)
    end-perform

    move "Include a cover letter with this application? (Y/N):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) not = "Y"
        exit paragraph
    end-if

    move "Write your cover letter, up to 10 lines of max 100 chars each. Enter 'DONE' to finish:" to WS-DISPLAY
    perform say
    move 0 to ws-input-overage
    perform until ws-cover-line-count >= 10
        move spaces to WS-DISPLAY
        compute ws-cover-idx = ws-cover-line-count + 1
        string "Cover letter line " ws-cover-idx ":"
            delimited by size into WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        if function upper-case(function trim(temp-input)) = "DONE"
            exit perform
        end-if
        if function length(function trim(temp-input)) > 100
            compute ws-input-overage = function length(function trim(temp-input)) - 100
            move spaces to WS-DISPLAY
            string "That was " ws-input-overage
                " character(s) too long (max 100). Please re-enter."
                delimited by size into WS-DISPLAY
            perform say
        else
            add 1 to ws-cover-line-count
            move function trim(temp-input) to ws-cover-lines(ws-cover-line-count)
        end-if
    end-perform

    if ws-cover-line-count >= 10
        move "That is the 10-line maximum - your cover letter is complete." to WS-DISPLAY
        perform say
    end-if
    .

*>>    Files the composed letter under job-id + current-user. A
*>>    revived (previously withdrawn) application replaces any
*>>    earlier letter; reviving without one drops the old letter so
*>>    the poster never reads a stale one.
save-cover-letter.
    open i-o cover-letter-file
    if FILESTAT-COVER not = "00"
        if ws-cover-line-count = 0
            exit paragraph
        end-if
        open output cover-letter-file
        close cover-letter-file
        open i-o cover-letter-file
    end-if
    if FILESTAT-COVER not = "00"
        move "Your cover letter could not be saved." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move job-id to fd-cover-job-id
    move current-user to fd-cover-username
    move "n" to ws-cover-exists
    read cover-letter-file
        invalid key continue
        not invalid key move "y" to ws-cover-exists
    end-read

    if ws-cover-line-count = 0
        if ws-cover-exists = "y"
            delete cover-letter-file record
                invalid key continue
            end-delete
        end-if
        close cover-letter-file
        exit paragraph
    end-if

    move job-id to fd-cover-job-id
    move current-user to fd-cover-username
    move function current-date(1:8) to fd-cover-date
    move ws-cover-line-count to fd-cover-line-count
    perform varying ws-cover-idx from 1 by 1 until ws-cover-idx > 10
        move ws-cover-lines(ws-cover-idx) to fd-cover-lines(ws-cover-idx)
    end-perform
    move "n" to ws-write-failed
    if ws-cover-exists = "y"
        rewrite cover-letter-record
            invalid key move "y" to ws-write-failed
        end-rewrite
    else
        write cover-letter-record
            invalid key move "y" to ws-write-failed
        end-write
    end-if
    close cover-letter-file
    if ws-write-failed = "y"
        move "Your cover letter could not be saved." to WS-DISPLAY
        perform say
    end-if
    .

*>>    Does the application row currently in application-data refer
*>>    to the posting currently in job-data? By permanent job-id
*>>    when both sides carry one - so a title correction no longer
*>>    severs them - falling back to title+employer for rows
*>>    predating ids. Sets ws-app-job-match.
check-app-matches-job.
    move "n" to ws-app-job-match
    if function trim(job-id) not = spaces
       and function trim(app-job-id) not = spaces
        if function trim(job-id) = function trim(app-job-id)
            move "y" to ws-app-job-match
        end-if
        exit paragraph
    end-if
    if function trim(app-job-title) = function trim(job-title)
       and function trim(app-employer) = function trim(job-employer)
        move "y" to ws-app-job-match
    end-if
    .

*>>    One keyed read on job-id + current-user. A Withdrawn row
*>>    still holds the key, so it is flagged in
*>>    ws-app-withdrawn-exists for save-job-application to revive in
*>>    place rather than write a duplicate.
check-existing-application.
    move "n" to ws-application-exists
    move "n" to ws-app-withdrawn-exists

    open input application-file
    if FILESTAT-APP = "00"
        move job-id to fd-app-job-id
        move current-user to fd-app-username
        read application-file
            invalid key
                continue
            not invalid key
                perform join-application-line
                perform parse-application-line
                if function trim(app-status) = "Withdrawn"
                    move "y" to ws-app-withdrawn-exists
                else
                    move "y" to ws-application-exists
                end-if
        end-read
        close application-file
    end-if
    .

save-job-application.
    open i-o application-file
    if FILESTAT-APP not = "00"
        open output application-file
        close application-file
        open i-o application-file
    end-if

    if FILESTAT-APP not = "00"
        move "Error: Could not save application." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> Format: username|job-title|employer|location|status|resume-file|
    *>         answer1|...|answer5
    move spaces to application-line
    string
        function trim(current-user) "|"
        function trim(job-title) "|"
        function trim(job-employer) "|"
        function trim(job-location) "|"
        "Applied" "|"
        function trim(ws-app-resume-file) "|"
        function trim(app-answers(1)) "|"
        function trim(app-answers(2)) "|"
        function trim(app-answers(3)) "|"
        function trim(app-answers(4)) "|"
        function trim(app-answers(5)) "|"
        function trim(job-id)
        delimited by size
        into application-line
    end-string

    move job-id to app-job-id
    perform split-application-line
    move "n" to ws-write-failed
    if ws-app-withdrawn-exists = "y"
        rewrite application-record
            invalid key
                move "y" to ws-write-failed
        end-rewrite
    else
        write application-record
            invalid key
                move "y" to ws-write-failed
        end-write
    end-if
    close application-file

    if ws-write-failed = "y"
        move "Error: Could not save application." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "applications.dat" to ws-journal-file
    move "update" to ws-journal-action
    move application-line to ws-journal-image
    perform write-journal-row

    perform save-cover-letter

    *> Display confirmation message
    move spaces to WS-DISPLAY
    string "Your application for "
           function trim(job-title) " at "
           function trim(job-employer)
           " has been submitted."
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    Appends the just-captured browse filter to job-alerts.dat as a
*>>    named standing search: username|alert-name|keyword|location|
*>>    min-salary|remote|category. Matched against new postings by the nightly
*>>    JobAlertsBatch program, which queues a notifications.dat row
*>>    per hit.
save-job-alert.
    move "Name this alert:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-alert-name

    if function trim(ws-alert-name) = spaces
        move "An alert needs a name. Not saved." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    open extend job-alerts-file
    if FILESTAT-ALERT not = "00"
        open output job-alerts-file
        close job-alerts-file
        open extend job-alerts-file
    end-if
    move spaces to job-alerts-line
    string function trim(current-user) "|"
           function trim(ws-alert-name) "|"
           function trim(ws-filter-keyword) "|"
           function trim(ws-filter-location) "|"
           ws-filter-min-salary "|"
           ws-filter-remote-only "|"
           function trim(ws-filter-category)
           delimited by size into job-alerts-line
    end-string
    write job-alerts-line
    close job-alerts-file

    move spaces to WS-DISPLAY
    string "Alert """ function trim(ws-alert-name)
           """ saved. You will be notified when new postings match."
           delimited by size into WS-DISPLAY
    perform say
    .

view-my-applications.
    move "--- Your Job Applications ---" to WS-DISPLAY
    perform say

    move spaces to WS-DISPLAY
    string "Application Summary for " function trim(current-user)
           delimited by size into WS-DISPLAY
    perform say

    move "------------------------------" to WS-DISPLAY
    perform say

    perform load-my-applications

    move 0 to ws-application-count
    perform varying ws-i from 1 by 1 until ws-i > APPLICATIONS-COUNT
        move APPLICATION-TABLE-ENTRY(ws-i) to application-line
        perform parse-application-line

        if function trim(app-username) = current-user
            add 1 to ws-application-count
            move ws-i to MATCH-INDEX(ws-application-count)
            move spaces to WS-DISPLAY
            string ws-application-count ". " delimited by size into WS-DISPLAY
            perform say
            perform display-application-summary
        end-if
    end-perform

    move "------------------------------" to WS-DISPLAY
    perform say

    if ws-application-count = 0
        move "You have not applied to any jobs yet." to WS-DISPLAY
        perform say
        exit paragraph
    else
        move spaces to WS-DISPLAY
        string "Total Applications: " ws-application-count
               delimited by size into WS-DISPLAY
        perform say
    end-if

    *> Outstanding offers ride along with the application list so
    *> the Accept/Decline decision happens where the student already
    *> looks.
    perform review-my-offers

    move "------------------------------" to WS-DISPLAY
    perform say

    move "Enter the number of an application to withdraw, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-app-selection

    if ws-app-selection = 0
        exit paragraph
    end-if

    if ws-app-selection < 1 or ws-app-selection > ws-application-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move MATCH-INDEX(ws-app-selection) to ws-j
    move APPLICATION-TABLE-ENTRY(ws-j) to application-line
    perform parse-application-line

    if function trim(app-status) = "Withdrawn"
        move "That application has already been withdrawn." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform withdraw-application
    .

*> Flags the application row currently held in ws-j / application-data
*> as withdrawn rather than deleting it, so the history (and the
*> poster's applicant list) is preserved, matching app-status's existing
*> lifecycle values.
withdraw-application.
    move "Withdrawn" to app-status

    move spaces to application-line
    string
        function trim(app-username) "|"
        function trim(app-job-title) "|"
        function trim(app-employer) "|"
        function trim(app-location) "|"
        function trim(app-status) "|"
        function trim(app-resume-file) "|"
        function trim(app-answers(1)) "|"
        function trim(app-answers(2)) "|"
        function trim(app-answers(3)) "|"
        function trim(app-answers(4)) "|"
        function trim(app-answers(5)) "|"
        function trim(app-job-id)
        delimited by size
        into application-line
    end-string
    move application-line to APPLICATION-TABLE-ENTRY(ws-j)

    perform rewrite-application-record

    move "Application withdrawn." to WS-DISPLAY
    perform say
    .

manage-my-postings.
    move "--- Manage My Postings ---" to WS-DISPLAY
    perform say

    move 0 to ws-job-count
    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
            read job-file into job-line
                at end exit perform
            end-read
            add 1 to ws-job-count
            move job-line to JOB-TABLE-ENTRY(ws-job-count)
        end-perform
        close job-file
    end-if

    move 0 to ws-my-job-count
    perform varying ws-i from 1 by 1 until ws-i > ws-job-count
        move JOB-TABLE-ENTRY(ws-i) to job-line
        perform parse-job-line
        perform check-posting-is-mine
        if ws-found = "y"
            add 1 to ws-my-job-count
            perform count-applicants-for-current-job
            perform count-open-job-questions
            move spaces to WS-DISPLAY
            if ws-jobq-open-count > 0
                string ws-i ". " function trim(job-title) " at "
                       function trim(job-employer) " ("
                       ws-applicant-count-for-job " applicant(s), "
                       ws-jobq-open-count " unanswered question(s)) ["
                       function trim(job-status) "]"
                       delimited by size into WS-DISPLAY
            else
                string ws-i ". " function trim(job-title) " at "
                       function trim(job-employer) " ("
                       ws-applicant-count-for-job " applicant(s)) ["
                       function trim(job-status) "]"
                       delimited by size into WS-DISPLAY
            end-if
            perform say
        end-if
    end-perform

    if ws-my-job-count = 0
        move "You have not posted any jobs." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    if function trim(ws-current-team-role) = "viewer"
        move "Your company team role is read-only (viewer)." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter the number of the posting to manage, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-job-selection

    if ws-job-selection = 0
        exit paragraph
    end-if

    if ws-job-selection < 1 or ws-job-selection > ws-job-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move JOB-TABLE-ENTRY(ws-job-selection) to job-line
    perform parse-job-line

    perform check-posting-is-mine
    if ws-found not = "y"
        move "You can only manage your own postings." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "1. Edit this posting" to WS-DISPLAY
    perform say
    move "2. Delete this posting" to WS-DISPLAY
    perform say
    move "3. Mark as Filled/Closed" to WS-DISPLAY
    perform say
    move "4. Renew (re-open and re-date)" to WS-DISPLAY
    perform say
    move "5. Feature this posting (uses posting credits)" to WS-DISPLAY
    perform say
    move "6. Answer Questions" to WS-DISPLAY
    perform say
    move "7. Cancel" to WS-DISPLAY
    perform say
    move "Enter your choice:" to WS-DISPLAY
    move "prompt-choice" to ws-msg-id
    perform say-msg

    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-manage-choice

    evaluate ws-manage-choice
        when 1
            perform edit-job-posting
        when 2
            perform delete-job-posting
        when 3
            perform close-job-posting
        when 4
            perform renew-job-posting
        when 5
            perform feature-job-posting
        when 6
            perform answer-job-questions
        when other
            continue
    end-evaluate
    .

*>>    One-step renewal for a listing JobExpiryBatch closed (or one
*>>    about to go stale): re-opens it and restamps the posted date
*>>    so the expiry clock starts over.
renew-job-posting.
    *> A held or rejected posting only goes live through moderation.
    if function trim(job-status) = "pending-review"
       or function trim(job-status) = "Rejected"
        move "This posting is held by moderation and cannot be renewed." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> A renewal is billable like a fresh posting.
    move "renew" to ws-credit-action
    perform draw-posting-credit
    if ws-credit-ok not = "y"
        exit paragraph
    end-if

    move "Open" to job-status
    move function current-date(1:8) to job-posted-date
    perform serialize-job-line
    move job-line to JOB-TABLE-ENTRY(ws-job-selection)

    perform rewrite-jobs-table

    move "Job posting renewed and re-dated." to WS-DISPLAY
    perform say
    .

*>>    Buys a featured window for the selected posting: one credit
*>>    per started WS-FEATURE-DAYS-PER-CREDIT days, drawn through
*>>    draw-posting-credit so the purchase lands on the company's
*>>    ledger as a "feature" row. A window bought while one is
*>>    still running starts the day after the current one ends.
feature-job-posting.
    if function trim(job-status) not = "Open"
       and function trim(job-status) not = spaces
        move "Only an open posting can be featured." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    if function trim(job-company-id) = spaces
       or function trim(job-id) = spaces
        move "This posting has no company account to bill - it cannot be featured." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform find-latest-feature-window
    if ws-feature-latest not = spaces
        move spaces to WS-DISPLAY
        string "This posting is already featured through "
               ws-feature-latest
               ". More days are added after that date."
               delimited by size into WS-DISPLAY
        perform say
    end-if

    move spaces to WS-DISPLAY
    string "Feature for how many days (1-" WS-FEATURE-MAX-DAYS
           ")? One credit per " WS-FEATURE-DAYS-PER-CREDIT
           " days or part of them:"
           delimited by size into WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move 0 to ws-feature-days
    if function trim(temp-input) is numeric
        move function numval(function trim(temp-input))
            to ws-feature-days
    end-if
    if ws-feature-days < 1 or ws-feature-days > WS-FEATURE-MAX-DAYS
        move "No feature purchased." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    compute ws-credit-cost =
        (ws-feature-days + WS-FEATURE-DAYS-PER-CREDIT - 1)
        / WS-FEATURE-DAYS-PER-CREDIT

    *> The window: today, or the day after a running one ends.
    move function integer-of-date(
        function numval(function current-date(1:8)))
        to ws-feature-from-days
    if ws-feature-latest not = spaces
        compute ws-feature-from-days =
            function integer-of-date(function numval(ws-feature-latest))
            + 1
    end-if
    move spaces to featured-data
    move function date-of-integer(ws-feature-from-days) to ft-from
    move function date-of-integer(ws-feature-from-days
        + ws-feature-days - 1) to ft-until

    move spaces to WS-DISPLAY
    string "Feature " function trim(job-title) " from " ft-from
           " to " ft-until " for " ws-credit-cost
           " credit(s)? (Y/N):"
           delimited by size into WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) not = "Y"
        move 1 to ws-credit-cost
        move "No feature purchased." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move ws-credit-cost to ft-credits
    move "feature" to ws-credit-action
    move spaces to ws-credit-detail
    string function trim(job-title) " at "
           function trim(job-employer) ", "
           ws-feature-days " day(s) " ft-from "-" ft-until
           delimited by size into ws-credit-detail
    perform draw-posting-credit
    if ws-credit-ok not = "y"
        exit paragraph
    end-if

    move job-id to ft-job-id
    move job-company-id to ft-company
    move "active" to ft-status
    move current-user to ft-bought-by
    open extend featured-file
    if FILESTAT-FEATURE not = "00"
        open output featured-file
        close featured-file
        open extend featured-file
    end-if
    move spaces to featured-line
    string function trim(ft-job-id) "|"
           function trim(ft-company) "|"
           ft-from "|" ft-until "|"
           function trim(ft-status) "|"
           function trim(ft-bought-by) "|"
           function trim(ft-credits)
           delimited by size into featured-line
    end-string
    write featured-line
    close featured-file

    move spaces to WS-DISPLAY
    string "Posting featured through " ft-until "."
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    ws-feature-latest: the last day of the latest active window
*>>    on job-id that has not yet ended (spaces when none).
find-latest-feature-window.
    move spaces to ws-feature-latest
    open input featured-file
    if FILESTAT-FEATURE = "00"
        perform until 1 = 2
            read featured-file into featured-line
                at end exit perform
            end-read
            perform parse-featured-line
            if function trim(ft-job-id) = function trim(job-id)
               and function trim(ft-status) = "active"
               and ft-until >= function current-date(1:8)
               and (ws-feature-latest = spaces
                    or ft-until > ws-feature-latest)
                move ft-until to ws-feature-latest
            end-if
        end-perform
        close featured-file
    end-if
    .

parse-featured-line.
    move spaces to featured-data
    unstring featured-line delimited by "|" into
        ft-job-id ft-company ft-from ft-until ft-status
        ft-bought-by ft-credits
    end-unstring
    .

*>>    FEATURE-TABLE: the job-ids featured today, for the listings.
load-active-features.
    move 0 to FEATURE-COUNT
    open input featured-file
    if FILESTAT-FEATURE = "00"
        perform until 1 = 2
            read featured-file into featured-line
                at end exit perform
            end-read
            perform parse-featured-line
            if function trim(ft-status) = "active"
               and ft-from <= function current-date(1:8)
               and ft-until >= function current-date(1:8)
               and FEATURE-COUNT < 500
                add 1 to FEATURE-COUNT
                move ft-job-id to FEATURE-ENTRY(FEATURE-COUNT)
            end-if
        end-perform
        close featured-file
    end-if
    .

*>>    ws-job-featured "y" when the parsed job-id is in
*>>    FEATURE-TABLE.
check-job-featured.
    move "n" to ws-job-featured
    if function trim(job-id) = spaces
        exit paragraph
    end-if
    perform varying ws-feature-idx from 1 by 1
            until ws-feature-idx > FEATURE-COUNT
        if FEATURE-ENTRY(ws-feature-idx) = job-id
            move "y" to ws-job-featured
            exit perform
        end-if
    end-perform
    .

edit-job-posting.
    move "Enter new Job Title:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to job-title

    move 0 to ws-input-overage
    perform until 1 = 2
        move "Enter new Description (max 200 chars):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        if function length(function trim(temp-input)) > 200
            compute ws-input-overage = function length(function trim(temp-input)) - 200
            move spaces to WS-DISPLAY
            string "That was " ws-input-overage
                " character(s) too long (max 200). Please re-enter."
                delimited by size into WS-DISPLAY
            perform say
        else
            move function trim(temp-input) to job-description
            exit perform
        end-if
    end-perform

    *> An employer account's postings stay filed under its own
    *> company-id, so the employer prompt is skipped on edit too.
    if function trim(ws-current-role) = "employer"
       and function trim(ws-current-company-id) not = spaces
        move ws-current-company-id to job-company-id
        perform find-company-name-by-id
        move ws-company-name-lookup to job-employer
    else
        move "Enter new Employer Name:" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move function trim(temp-input) to job-employer
        perform find-or-add-company
    end-if

    move "Enter new Location:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to job-location

    perform capture-job-category
    if job-category = spaces
        move "A job category is required." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform capture-job-salary-fields

    perform capture-eligibility-criteria

    perform capture-required-skills

    *> An edit is screened like a new posting. A posting already
    *> held stays held until a moderator acts, and a rejected one
    *> goes back to the moderators as a resubmission.
    move "n" to ws-scr-queued
    move job-status to ws-scr-prior-status
    perform screen-job-posting
    if ws-scr-held = "n"
       and function trim(ws-scr-prior-status) = "Rejected"
        move "y" to ws-scr-held
        move "resubmitted after rejection" to ws-scr-reason
    end-if
    if ws-scr-held = "y"
        move "pending-review" to job-status
        if function trim(job-id) = spaces
            perform assign-next-job-id
        end-if
        perform queue-posting-screen-hold
    end-if

    perform serialize-job-line
    move job-line to JOB-TABLE-ENTRY(ws-job-selection)

    perform rewrite-jobs-table

    if ws-scr-held = "y"
        perform say-posting-held
    else
    if function trim(job-status) = "pending-review"
        move "Job posting updated. It is still awaiting moderator review." to WS-DISPLAY
        perform say
    else
        move "Job posting updated successfully!" to WS-DISPLAY
        perform say
    end-if
    end-if
    .

*>>    Marks a posting Filled or Closed instead of deleting it, so
*>>    view-my-applications and view-applicants can still look the row
*>>    up while browse-jobs-internships stops showing it.
close-job-posting.
    move "1. Mark as Filled" to WS-DISPLAY
    perform say
    move "2. Mark as Closed" to WS-DISPLAY
    perform say
    move "Enter your choice:" to WS-DISPLAY
    move "prompt-choice" to ws-msg-id
    perform say-msg

    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-manage-choice

    evaluate ws-manage-choice
        when 1
            move "Filled" to job-status
        when 2
            move "Closed" to job-status
        when other
            move "Invalid choice." to WS-DISPLAY
            perform say
            exit paragraph
    end-evaluate

    perform serialize-job-line
    move job-line to JOB-TABLE-ENTRY(ws-job-selection)

    perform rewrite-jobs-table

    move spaces to WS-DISPLAY
    string "Job posting marked as " function trim(job-status) "."
        delimited by size into WS-DISPLAY
    perform say

    perform notify-waiting-applicants
    .

*>>    Applicants still at Applied or Interviewing on the posting
*>>    just Filled/Closed would otherwise never hear another word:
*>>    the poster is offered one template message to all of them.
*>>    The template comes from the posting's own company-id (the
*>>    poster's when the posting predates company-ids).
notify-waiting-applicants.
    if function trim(job-id) = spaces
        exit paragraph
    end-if
    move 0 to APPLICATIONS-COUNT
    open input application-file
    if FILESTAT-APP = "00"
        perform load-applicants-for-job
        close application-file
    end-if

    move 0 to ws-tpl-waiting
    perform varying ws-tpl-app-idx from 1 by 1
            until ws-tpl-app-idx > APPLICATIONS-COUNT
        move APPLICATION-TABLE-ENTRY(ws-tpl-app-idx) to application-line
        perform parse-application-line
        if function trim(app-status) = "Applied"
           or function trim(app-status) = "Interviewing"
            add 1 to ws-tpl-waiting
        end-if
    end-perform
    if ws-tpl-waiting = 0
        exit paragraph
    end-if

    move job-company-id to ws-tpl-company
    if function trim(ws-tpl-company) = spaces
        move ws-current-company-id to ws-tpl-company
    end-if
    perform load-company-templates
    if ws-my-tpl-count = 0
        move spaces to WS-DISPLAY
        string ws-tpl-waiting
               " applicant(s) are still at Applied/Interviewing. Add a message template to notify them in one step."
               delimited by size into WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move spaces to WS-DISPLAY
    string ws-tpl-waiting
           " applicant(s) are still at Applied/Interviewing. Message them all from a template? (Y/N):"
           delimited by size into WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) not = "Y"
        exit paragraph
    end-if

    perform choose-company-template
    if ws-tpl-chosen not = "y"
        exit paragraph
    end-if

    move ws-tpl-waiting to ws-needed-sends
    perform check-message-allowance
    if ws-rate-ok not = "y"
        exit paragraph
    end-if

    move 0 to ws-tpl-sent-count
    perform varying ws-tpl-app-idx from 1 by 1
            until ws-tpl-app-idx > APPLICATIONS-COUNT
        move APPLICATION-TABLE-ENTRY(ws-tpl-app-idx) to application-line
        perform parse-application-line
        if function trim(app-status) = "Applied"
           or function trim(app-status) = "Interviewing"
            perform send-one-template-message
        end-if
    end-perform

    move spaces to WS-DISPLAY
    string "Template message sent to " ws-tpl-sent-count
           " waiting applicant(s)."
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    Stamps who deleted what and when into the recycle file the
*>>    caller named in WS-RECYCLE-FILENAME; the original row rides
*>>    intact after the stamp so AdminConsole can restore it.
write-recycle-row.
    open extend recycle-file
    if FILESTAT-RECYCLE not = "00"
        open output recycle-file
        close recycle-file
        open extend recycle-file
    end-if
    if FILESTAT-RECYCLE = "00"
        move spaces to recycle-line
        string function trim(current-user) "|"
               function current-date "|"
               function trim(ws-recycle-payload)
               delimited by size into recycle-line
        end-string
        write recycle-line
        close recycle-file
    end-if
    .

*> job-title/job-employer still hold the selected posting from
*> manage-my-postings' parse-job-line, so this counts applicants
*> against the very row about to be deleted. Applications are matched
*> to jobs purely by title+employer text (no stable job id), so once
*> the row is gone those applications can never be matched again.
delete-job-posting.
    perform count-applicants-for-current-job
    if ws-applicant-count-for-job > 0
        move spaces to WS-DISPLAY
        string ws-applicant-count-for-job
               " applicant(s) have applied to this posting and will"
               " lose access to it. Delete anyway? (Y/N):"
               delimited by size into WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        if function upper-case(function trim(temp-input)) not = "Y"
            move "Deletion cancelled." to WS-DISPLAY
            perform say
            exit paragraph
        end-if
    end-if

    *> The row goes to the recycle bin first - half our operator
    *> tickets are "I deleted the wrong thing".
    move "jobs-recycle.dat" to WS-RECYCLE-FILENAME
    move spaces to ws-recycle-payload
    move JOB-TABLE-ENTRY(ws-job-selection) to ws-recycle-payload
    perform write-recycle-row

    perform varying ws-i from ws-job-selection by 1 until ws-i >= ws-job-count
        move JOB-TABLE-ENTRY(ws-i + 1) to JOB-TABLE-ENTRY(ws-i)
    end-perform
    subtract 1 from ws-job-count

    perform rewrite-jobs-table

    move "Job posting deleted successfully!" to WS-DISPLAY
    perform say
    .

*>>    Full rewrite of jobs.dat via write-verify-swap: a crash
*>>    mid-loop used to leave the file half its former length - we
*>>    met that morning twice.
rewrite-jobs-table.
    move "jobs.dat.new" to WS-TEMP-REWRITE-NAME
    move "jobs.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "rewrite-jobs-table temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        exit paragraph
    end-if
    perform varying ws-i from 1 by 1 until ws-i > ws-job-count
        move JOB-TABLE-ENTRY(ws-i) to temp-rewrite-line
        write temp-rewrite-line
        add 1 to ws-swap-written
    end-perform
    close temp-rewrite-file
    perform verify-and-swap-rewrite
    .

*>>    Keyed rewrite of the one application row in application-line
*>>    (application-data must hold the same row, for its job-id) - the
*>>    status-update, withdraw and offer paths all funnel through here
*>>    instead of reloading and rewriting the whole file.
rewrite-application-record.
    perform split-application-line
    open i-o application-file
    if FILESTAT-APP not = "00"
        move "rewrite-application open" to ws-error-context
        move FILESTAT-APP to ws-error-status
        perform log-error
        exit paragraph
    end-if
    rewrite application-record
        invalid key
            move "rewrite-application key" to ws-error-context
            move FILESTAT-APP to ws-error-status
            perform log-error
        not invalid key
            move "applications.dat" to ws-journal-file
            move "update" to ws-journal-action
            move application-line to ws-journal-image
            perform write-journal-row
    end-rewrite
    close application-file
    .

*>>    Re-joins the application record just read into the one-line
*>>    username|title|...|job-id form parse-application-line expects.
join-application-line.
    move spaces to application-line
    string function trim(fd-app-username) "|" fd-app-data
        delimited by size into application-line
    end-string
    .

*>>    The reverse of join-application-line: the key comes from
*>>    app-job-id and the row's own first field, the data is
*>>    everything after the username.
split-application-line.
    move spaces to fd-app-username
    move spaces to fd-app-data
    move 1 to ws-parse-pos
    unstring application-line delimited by "|" into fd-app-username
        with pointer ws-parse-pos
    end-unstring
    if ws-parse-pos <= 1000
        move application-line(ws-parse-pos:) to fd-app-data
    end-if
    move app-job-id to fd-app-job-id
    .

*>>    Starts a read of one posting's applicants: positions
*>>    application-file (already open) at the first key for the
*>>    job-id in job-id. Callers read next until the job-id changes.
start-applicants-for-job.
    move "n" to ws-app-scan-done
    move job-id to fd-app-job-id
    move low-values to fd-app-username
    start application-file key is >= fd-app-key
        invalid key move "y" to ws-app-scan-done
    end-start
    .

*>>    Loads current-user's own applications (and only those) into
*>>    APPLICATION-TABLE, read on the alternate applicant key.
load-my-applications.
    move 0 to APPLICATIONS-COUNT
    open input application-file
    if FILESTAT-APP = "00"
        move "n" to ws-app-scan-done
        move current-user to fd-app-username
        start application-file key is equal to fd-app-username
            invalid key move "y" to ws-app-scan-done
        end-start
        perform until ws-app-scan-done = "y"
            read application-file next record
                at end move "y" to ws-app-scan-done
            end-read
            if ws-app-scan-done = "n"
                if function trim(fd-app-username) not = current-user
                    move "y" to ws-app-scan-done
                else
                    if APPLICATIONS-COUNT < 500
                        perform join-application-line
                        add 1 to APPLICATIONS-COUNT
                        move application-line to APPLICATION-TABLE-ENTRY(APPLICATIONS-COUNT)
                    end-if
                end-if
            end-if
        end-perform
        close application-file
    end-if
    .

*>>    Re-reads the just-written temp file, refuses the swap on any
*>>    count mismatch (log-error, live file untouched), and renames
*>>    it over the live file only when the counts agree - the rename
*>>    is the one atomic step.
verify-and-swap-rewrite.
    move "n" to ws-swap-ok
    move 0 to ws-swap-verified
    open input temp-rewrite-file
    if FILESTAT-TMPRW = "00"
        perform until 1 = 2
            read temp-rewrite-file into temp-rewrite-line
                at end exit perform
            end-read
            add 1 to ws-swap-verified
        end-perform
        close temp-rewrite-file
    end-if

    if ws-swap-verified not = ws-swap-written
        move spaces to ws-error-context
        string "rewrite verify failed for "
               function trim(WS-SWAP-TARGET-NAME)
               delimited by size into ws-error-context
        move "VF" to ws-error-status
        perform log-error
        move "File rewrite failed verification - the original file was left untouched." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    call "CBL_RENAME_FILE"
        using WS-TEMP-REWRITE-NAME WS-SWAP-TARGET-NAME
    end-call
    if return-code = 0
        move "y" to ws-swap-ok
        move WS-SWAP-TARGET-NAME to ws-journal-file
        move "rewrite" to ws-journal-action
        move spaces to ws-journal-image
        string "full rewrite, " ws-swap-written " row(s)"
            delimited by size into ws-journal-image
        end-string
        perform write-journal-row
    else
        move spaces to ws-error-context
        string "rewrite swap failed for "
               function trim(WS-SWAP-TARGET-NAME)
               delimited by size into ws-error-context
        move "SW" to ws-error-status
        perform log-error
    end-if
    move 0 to return-code
    .

view-applicants.
    move "--- View Applicants ---" to WS-DISPLAY
    perform say

    *> Walk current-user's own postings and pull each one's
    *> applicants straight off the job-id key.
    move 0 to APPLICATIONS-COUNT
    open input application-file
    if FILESTAT-APP = "00"
        open input job-file
        if FILESTAT-JOB = "00"
            perform until 1 = 2
                read job-file into job-line
                    at end exit perform
                end-read
                perform parse-job-line
                perform check-posting-is-mine
                if ws-found = "y"
                   and function trim(job-id) not = spaces
                    perform load-applicants-for-job
                end-if
            end-perform
            close job-file
        end-if
        close application-file
    end-if

    move 0 to ws-my-app-count
    perform varying ws-i from 1 by 1 until ws-i > APPLICATIONS-COUNT
        move APPLICATION-TABLE-ENTRY(ws-i) to application-line
        perform parse-application-line

        add 1 to ws-my-app-count
        move ws-i to MATCH-INDEX(ws-my-app-count)
        move spaces to WS-DISPLAY
        string ws-my-app-count ". " function trim(app-username) " - "
               function trim(app-job-title) " at "
               function trim(app-employer)
               " [" function trim(app-status) "]"
               delimited by size into WS-DISPLAY
        perform say
    end-perform

    if ws-my-app-count = 0
        move "No applicants found for your postings." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter the number of the applicant to update status, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-app-selection

    if ws-app-selection = 0
        exit paragraph
    end-if

    if ws-app-selection < 1 or ws-app-selection > ws-my-app-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move MATCH-INDEX(ws-app-selection) to ws-j
    move APPLICATION-TABLE-ENTRY(ws-j) to application-line
    perform parse-application-line

    *> Any interview result already on file rides along every time
    *> the application is opened.
    perform show-interview-scorecard

    *> An arranged accommodation is flagged - never described.
    move app-username to ws-accom-check-student
    move "interview" to ws-accom-check-kind
    move app-job-title to ws-accom-check-ref
    move app-employer to ws-accom-check-host
    perform check-accommodation-arranged
    if ws-accom-arranged = "y"
        move "Accommodation arranged for this interview by the career office." to WS-DISPLAY
        perform say
    end-if

    move "1. Update Application Status" to WS-DISPLAY
    perform say
    move "2. View Applicant Resume" to WS-DISPLAY
    perform say
    move "3. View Cover Letter" to WS-DISPLAY
    perform say
    move "4. View Screening Answers" to WS-DISPLAY
    perform say
    move "5. Extend a Job Offer" to WS-DISPLAY
    perform say
    move "6. View Approved References" to WS-DISPLAY
    perform say
    move "7. Add a Note/Rating" to WS-DISPLAY
    perform say
    move "8. View Notes and Ratings" to WS-DISPLAY
    perform say
    move "9. Record Interview Outcome" to WS-DISPLAY
    perform say
    move "10. Message from a Template" to WS-DISPLAY
    perform say
    move "11. Rescind an Offer" to WS-DISPLAY
    perform say
    move "12. Add to a Talent Pool" to WS-DISPLAY
    perform say
    move "13. Back" to WS-DISPLAY
    perform say
    move "Enter your choice:" to WS-DISPLAY
    move "prompt-choice" to ws-msg-id
    perform say-msg

    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-applicant-action

    if function trim(ws-current-team-role) = "viewer"
       and ws-applicant-action not = 2 and ws-applicant-action not = 3
       and ws-applicant-action not = 4 and ws-applicant-action not = 6
       and ws-applicant-action not = 8 and ws-applicant-action not = 13
        move "Your company team role is read-only (viewer)." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    evaluate ws-applicant-action
        when 1
            perform update-application-status
        when 2
            perform view-applicant-resume
        when 3
            perform view-cover-letter
        when 4
            perform view-screening-answers
        when 5
            perform extend-job-offer
        when 6
            perform view-applicant-references
        when 7
            perform add-applicant-note
        when 8
            perform view-applicant-notes
        when 9
            perform record-interview-outcome
        when 10
            perform send-applicant-template-message
        when 11
            perform rescind-job-offer
        when 12
            move app-username to ws-tpool-student
            perform add-to-talent-pool
        when other
            continue
    end-evaluate
    .

*>>    Pairs the posting's screening questions with the answers this
*>>    applicant gave at apply time. The posting is re-read from
*>>    jobs.dat by title/employer since the application row carries
*>>    only the answers.
view-screening-answers.
    move "n" to ws-found
    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
            read job-file into job-line
                at end exit perform
            end-read
            perform parse-job-line
            perform check-app-matches-job
            if ws-app-job-match = "y"
                move "y" to ws-found
                exit perform
            end-if
        end-perform
        close job-file
    end-if

    if ws-found = "n" or job-question-count = 0
        move "This posting has no screening questions." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "--- Screening Answers ---" to WS-DISPLAY
    perform say
    perform varying ws-question-idx from 1 by 1
            until ws-question-idx > job-question-count
        move spaces to WS-DISPLAY
        string "Q" ws-question-idx ": "
               function trim(job-questions(ws-question-idx))
               delimited by size into WS-DISPLAY
        perform say
        move spaces to WS-DISPLAY
        if function trim(app-answers(ws-question-idx)) = spaces
            string "A" ws-question-idx ": (no answer)"
                delimited by size into WS-DISPLAY
        else
            string "A" ws-question-idx ": "
                   function trim(app-answers(ws-question-idx))
                   delimited by size into WS-DISPLAY
        end-if
        perform say
    end-perform
    .

*>>    Displays the resume file the applicant attached at apply time
*>>    through the normal say output path, so the poster can read who
*>>    they are without messaging them first.
view-applicant-resume.
    if function trim(app-resume-file) = spaces
        move "This applicant did not attach a resume." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move app-resume-file to WS-RESUME-FILENAME
    open input resume-file
    if FILESTAT-RESUME not = "00"
        move spaces to WS-DISPLAY
        string "Could not open attached resume "
               function trim(app-resume-file)
               " (status " FILESTAT-RESUME ")."
               delimited by size into WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "--- Attached Resume ---" to WS-DISPLAY
    perform say
    perform until 1 = 2
        read resume-file into resume-line
            at end exit perform
        end-read
        move resume-line(1:80) to WS-DISPLAY
        perform say
    end-perform
    close resume-file
    move "--- End of Resume ---" to WS-DISPLAY
    perform say
    .

*>>    Shows the cover letter filed with the selected application,
*>>    one keyed read on its job-id + applicant.
view-cover-letter.
    move "n" to ws-cover-exists
    if function trim(app-job-id) not = spaces
        open input cover-letter-file
        if FILESTAT-COVER = "00"
            move app-job-id to fd-cover-job-id
            move app-username to fd-cover-username
            read cover-letter-file
                invalid key continue
                not invalid key move "y" to ws-cover-exists
            end-read
            close cover-letter-file
        end-if
    end-if

    if ws-cover-exists = "n"
        move "This applicant did not include a cover letter." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move spaces to WS-DISPLAY
    string "--- Cover Letter from " function trim(app-username)
           " (" fd-cover-date ") ---"
           delimited by size into WS-DISPLAY
    perform say
    perform varying ws-cover-idx from 1 by 1
            until ws-cover-idx > fd-cover-line-count
               or ws-cover-idx > 10
        move fd-cover-lines(ws-cover-idx) to WS-DISPLAY
        perform say
    end-perform
    move "--- End of Cover Letter ---" to WS-DISPLAY
    perform say
    .

*>>    Appends the applicants of the posting in job-data to
*>>    APPLICATION-TABLE, read on the job-id key from the already
*>>    open application-file.
load-applicants-for-job.
    perform start-applicants-for-job
    perform until ws-app-scan-done = "y"
        read application-file next record
            at end move "y" to ws-app-scan-done
        end-read
        if ws-app-scan-done = "n"
            if fd-app-job-id not = job-id
                move "y" to ws-app-scan-done
            else
                if APPLICATIONS-COUNT < 500
                    perform join-application-line
                    add 1 to APPLICATIONS-COUNT
                    move application-line to APPLICATION-TABLE-ENTRY(APPLICATIONS-COUNT)
                end-if
            end-if
        end-if
    end-perform
    .

*> Counts application-file rows for the posting currently held in
*> job-data (used while listing a poster's own postings), read on the
*> job-id key. A posting with no job-id yet has never been applied to.
count-applicants-for-current-job.
    move 0 to ws-applicant-count-for-job
    if function trim(job-id) = spaces
        exit paragraph
    end-if
    open input application-file
    if FILESTAT-APP = "00"
        perform start-applicants-for-job
        perform until ws-app-scan-done = "y"
            read application-file next record
                at end move "y" to ws-app-scan-done
            end-read
            if ws-app-scan-done = "n"
                if fd-app-job-id not = job-id
                    move "y" to ws-app-scan-done
                else
                    add 1 to ws-applicant-count-for-job
                end-if
            end-if
        end-perform
        close application-file
    end-if
    .

*> Sets ws-found = "y" when the posting currently parsed into job-data
*> belongs to current-user: either they posted it themselves, or they
*> hold an employer account and the posting carries their company-id -
*> so a replacement recruiter can manage every listing the company has,
*> not just the ones posted under the departed recruiter's username.
check-posting-is-mine.
    move "n" to ws-found
    if function trim(job-poster-username) = current-user
        move "y" to ws-found
    end-if
    if function trim(ws-current-role) = "employer"
       and function trim(ws-current-company-id) not = spaces
       and function trim(job-company-id) = function trim(ws-current-company-id)
        move "y" to ws-found
    end-if
    .

update-application-status.
    move spaces to WS-DISPLAY
    string "Applicant: " function trim(app-username)
           " (current status: " function trim(app-status) ")"
           delimited by size into WS-DISPLAY
    perform say

    move "1. Applied" to WS-DISPLAY
    perform say
    move "2. Interviewing" to WS-DISPLAY
    perform say
    move "3. Rejected" to WS-DISPLAY
    perform say
    move "4. Hired" to WS-DISPLAY
    perform say
    move "5. Cancel" to WS-DISPLAY
    perform say
    move "Enter your choice:" to WS-DISPLAY
    move "prompt-choice" to ws-msg-id
    perform say-msg

    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-status-choice

    move app-status to ws-old-app-status
    evaluate ws-status-choice
        when 1 move "Applied" to app-status
        when 2 move "Interviewing" to app-status
        when 3 move "Rejected" to app-status
        when 4 move "Hired" to app-status
        when other exit paragraph
    end-evaluate

    if function trim(ws-old-app-status) not = function trim(app-status)
        perform log-status-transition
    end-if

    move spaces to application-line
    string
        function trim(app-username) "|"
        function trim(app-job-title) "|"
        function trim(app-employer) "|"
        function trim(app-location) "|"
        function trim(app-status) "|"
        function trim(app-resume-file) "|"
        function trim(app-answers(1)) "|"
        function trim(app-answers(2)) "|"
        function trim(app-answers(3)) "|"
        function trim(app-answers(4)) "|"
        function trim(app-answers(5)) "|"
        function trim(app-job-id)
        delimited by size
        into application-line
    end-string
    move application-line to APPLICATION-TABLE-ENTRY(ws-j)

    perform rewrite-application-record

    move "Applicant status updated." to WS-DISPLAY
    perform say

    *> The student hears about every real change, whether it was
    *> made here or arrived in an employer's nightly status file.
    if function trim(ws-old-app-status) not = function trim(app-status)
        move app-username to notif-recipient
        move "application" to notif-event
        move spaces to notif-detail
        string "Your application for " function trim(app-job-title)
               " at " function trim(app-employer)
               " is now " function trim(app-status) "."
               delimited by size into notif-detail
        perform write-notification
    end-if

    if ws-status-choice = 4
        perform record-placement
    end-if

    if ws-status-choice = 2
        move "Send an interview invite message? (Y/N):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        if function upper-case(function trim(temp-input)) = "Y"
            perform send-interview-invite
        end-if
    end-if

    *> A status change is the usual moment to tell the applicant, so
    *> the company's templates are offered right here.
    move ws-current-company-id to ws-tpl-company
    perform load-company-templates
    if ws-my-tpl-count > 0
        move "Send the applicant a message from one of your templates? (Y/N):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        if function upper-case(function trim(temp-input)) = "Y"
            perform send-applicant-template-message
        end-if
    end-if
    .

*>>    One row per status change so the funnel report can measure
*>>    time-in-stage instead of only seeing the final state.
log-status-transition.
    open extend app-history-file
    if FILESTAT-APPHIST not = "00"
        open output app-history-file
        close app-history-file
        open extend app-history-file
    end-if
    if FILESTAT-APPHIST = "00"
        move spaces to app-history-line
        string function trim(app-username) "|"
               function trim(app-job-title) "|"
               function trim(app-employer) "|"
               function trim(ws-old-app-status) "|"
               function trim(app-status) "|"
               function current-date "|"
               function trim(app-job-id)
               delimited by size into app-history-line
        end-string
        write app-history-line
        close app-history-file
    end-if
    .

*>>    A Hired application is a placement the career office reports
*>>    on: capture it the moment it happens (student, job, employer,
*>>    the posting's company-id, today's date, optionally the
*>>    accepted salary) instead of reconstructing it by hand later.
record-placement.
    move 0 to ws-placement-salary
    move "Record the accepted salary (numeric, 0 to skip):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-placement-salary

    *> Pull the posting's company-id so placements roll up to the
    *> canonical company even when employer text drifts.
    move spaces to job-company-id
    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
            read job-file into job-line
                at end exit perform
            end-read
            perform parse-job-line
            perform check-app-matches-job
            if ws-app-job-match = "y"
                exit perform
            end-if
            move spaces to job-company-id
        end-perform
        close job-file
    end-if

    open extend placement-file
    if FILESTAT-PLACE not = "00"
        open output placement-file
        close placement-file
        open extend placement-file
    end-if
    move spaces to placement-line
    string function trim(app-username) "|"
           function trim(app-job-title) "|"
           function trim(app-employer) "|"
           function trim(job-company-id) "|"
           function current-date(1:8) "|"
           ws-placement-salary
           delimited by size into placement-line
    end-string
    write placement-line
    close placement-file

    move spaces to WS-DISPLAY
    string "Placement recorded for " function trim(app-username) "."
        delimited by size into WS-DISPLAY
    perform say
    .

*> Sends an "interview" type message to app-username referencing the
*> job-title/employer they applied for, so the applicant can tell it
*> apart from a generic note.
send-interview-invite.
    move app-username to target-username
    move "interview" to msg-type
    move app-job-title to msg-job-title
    move app-employer to msg-job-employer
    move spaces to msg-thread-ref
    move spaces to msg-content
    string "You have been invited to interview for "
           function trim(app-job-title) " at "
           function trim(app-employer) "."
           delimited by size into msg-content
    end-string

      *>>    Silently refuse (no signal to the sender) if the applicant
      *>>    has blocked current-user, same as validate-message-recipient
      *>>    does for an ordinary message (review fix).
    move target-username to ws-block-target
    perform is-user-blocked
    if ws-is-blocked = "n"
        perform save-message
    end-if

    perform propose-interview-slots

    move "Interview invite sent." to WS-DISPLAY
    perform say
    .

*>>    Lets the poster attach up to three proposed interview times to
*>>    the invite just sent, stored keyed to the application
*>>    (applicant + job-title + employer) so the student can pick one
*>>    from the message detail view instead of settling it by
*>>    hallway conversation.
propose-interview-slots.
    move "Propose interview time slots? (Y/N):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) not = "Y"
        exit paragraph
    end-if

    move spaces to is-slots(1)
    move spaces to is-slots(2)
    move spaces to is-slots(3)
    move 0 to ws-slot-count
    perform until ws-slot-count >= 3 or WS-EOF = "Y"
        move spaces to WS-DISPLAY
        string "Time slot " ws-slot-count
               " entered. Enter another (e.g. 2026-09-01 14:00), or DONE:"
               delimited by size into WS-DISPLAY
        if ws-slot-count = 0
            move "Enter a proposed time (e.g. 2026-09-01 14:00), or DONE:"
                to WS-DISPLAY
        end-if
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        if function upper-case(function trim(temp-input)) = "DONE"
            exit perform
        end-if
        if function trim(temp-input) not = spaces
            add 1 to ws-slot-count
            move function trim(temp-input) to is-slots(ws-slot-count)
        end-if
    end-perform

    if ws-slot-count = 0
        exit paragraph
    end-if

    open extend interview-slot-file
    if FILESTAT-SLOT not = "00"
        open output interview-slot-file
        close interview-slot-file
        open extend interview-slot-file
    end-if
    move spaces to interview-slot-line
    string function trim(app-username) "|"
           function trim(app-job-title) "|"
           function trim(app-employer) "|"
           function trim(is-slots(1)) "|"
           function trim(is-slots(2)) "|"
           function trim(is-slots(3)) "|"
           "|"
           function trim(app-job-id)
           delimited by size into interview-slot-line
    end-string
    write interview-slot-line
    close interview-slot-file

    move spaces to WS-DISPLAY
    string ws-slot-count " proposed time slot(s) recorded."
        delimited by size into WS-DISPLAY
    perform say
    .

*>>    Employer menu "Message Templates": lists the company's
*>>    templates and adds or deletes them. Names are unique within a
*>>    company; the text may not contain the "|" delimiter.
manage-message-templates.
    if function trim(ws-current-company-id) = spaces
        move "Your account is not linked to a company, so it cannot keep templates." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move ws-current-company-id to ws-tpl-company

    perform until WS-EOF = "Y"
        move "--- Message Templates ---" to WS-DISPLAY
        perform say
        perform load-company-templates
        if ws-my-tpl-count = 0
            move "No templates yet." to WS-DISPLAY
            perform say
        end-if
        perform varying ws-tpl-selection from 1 by 1
                until ws-tpl-selection > ws-my-tpl-count
            move MY-TPL-INDEX(ws-tpl-selection) to ws-tpl-idx
            perform parse-template-row
            move spaces to WS-DISPLAY
            string ws-tpl-selection ". " function trim(ws-tpl-row-name)
                   ": " function trim(ws-tpl-text)
                   delimited by size into WS-DISPLAY
            perform say
        end-perform
        move "Merge fields: {first-name} {job-title} {employer} {interview-date}" to WS-DISPLAY
        perform say
        move "1. Add a Template" to WS-DISPLAY
        perform say
        move "2. Delete a Template" to WS-DISPLAY
        perform say
        move "3. Back" to WS-DISPLAY
        perform say
        move "Enter your choice:" to WS-DISPLAY
        move "prompt-choice" to ws-msg-id
        perform say-msg
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit perform
        end-read
        add 1 to ws-line-count
        evaluate function numval(function trim(temp-input))
            when 1
                perform add-message-template
            when 2
                perform delete-message-template
            when other
                exit perform
        end-evaluate
    end-perform
    .

add-message-template.
    if ws-my-tpl-count >= 50
        move "Your company already has the maximum of 50 templates." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move "Template name (max 30 chars):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move 0 to ws-tpl-pipes
    inspect temp-input tallying ws-tpl-pipes for all "|"
    if function trim(temp-input) = spaces
       or function length(function trim(temp-input)) > 30
       or ws-tpl-pipes > 0
        move "A template needs a name of 1 to 30 characters, without ""|"". Not saved." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move function trim(temp-input) to ws-tpl-name
    perform varying ws-tpl-selection from 1 by 1
            until ws-tpl-selection > ws-my-tpl-count
        move MY-TPL-INDEX(ws-tpl-selection) to ws-tpl-idx
        perform parse-template-row
        if function upper-case(function trim(ws-tpl-row-name)) =
           function upper-case(function trim(ws-tpl-name))
            move "Your company already has a template by that name. Not saved." to WS-DISPLAY
            perform say
            exit paragraph
        end-if
    end-perform

    move 0 to ws-input-overage
    perform until 1 = 2
        move "Template text (max 200 chars, merge fields allowed):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move 0 to ws-tpl-pipes
        inspect temp-input tallying ws-tpl-pipes for all "|"
        if function length(function trim(temp-input)) > 200
            compute ws-input-overage = function length(function trim(temp-input)) - 200
            move spaces to WS-DISPLAY
            string "That was " ws-input-overage
                " character(s) too long (max 200). Please re-enter."
                delimited by size into WS-DISPLAY
            perform say
        else
            if ws-tpl-pipes > 0
                move "The text may not contain ""|"". Please re-enter." to WS-DISPLAY
                perform say
            else
                move function trim(temp-input) to ws-tpl-text
                exit perform
            end-if
        end-if
    end-perform
    if ws-tpl-text = spaces
        move "A template needs some text. Not saved." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    open extend template-file
    if FILESTAT-TPL not = "00"
        open output template-file
        close template-file
        open extend template-file
    end-if
    if FILESTAT-TPL not = "00"
        move "Error: Could not save the template." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move spaces to template-line
    string function trim(ws-tpl-company) "|"
           function trim(ws-tpl-name) "|"
           function trim(ws-tpl-text)
           delimited by size into template-line
    end-string
    write template-line
    close template-file

    move "Template saved." to WS-DISPLAY
    perform say
    .

delete-message-template.
    if ws-my-tpl-count = 0
        exit paragraph
    end-if
    *> The delete rewrites the whole file, which from a partial load
    *> would drop the tail - refuse instead.
    if ws-tpl-overflow = "y"
        move "message-templates.dat is over 500 rows - deletion is disabled until it is archived." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move "Enter the number of the template to delete, or 0 to cancel:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-tpl-selection
    if ws-tpl-selection = 0
        exit paragraph
    end-if
    if ws-tpl-selection > ws-my-tpl-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move MY-TPL-INDEX(ws-tpl-selection) to ws-tpl-idx
    perform varying ws-i from ws-tpl-idx by 1 until ws-i >= TEMPLATES-COUNT
        move TEMPLATE-ENTRY(ws-i + 1) to TEMPLATE-ENTRY(ws-i)
    end-perform
    subtract 1 from TEMPLATES-COUNT

    move "message-templates.dat.new" to WS-TEMP-REWRITE-NAME
    move "message-templates.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "delete-message-template temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        exit paragraph
    end-if
    perform varying ws-i from 1 by 1 until ws-i > TEMPLATES-COUNT
        move TEMPLATE-ENTRY(ws-i) to temp-rewrite-line
        write temp-rewrite-line
        add 1 to ws-swap-written
    end-perform
    close temp-rewrite-file
    perform verify-and-swap-rewrite
    if ws-swap-ok = "y"
        move "Template deleted." to WS-DISPLAY
        perform say
    end-if
    .

*>>    Loads message-templates.dat into TEMPLATES-TABLE and notes in
*>>    MY-TPL-INDEX the rows filed under ws-tpl-company (none when
*>>    that is blank).
load-company-templates.
    move 0 to TEMPLATES-COUNT
    move 0 to ws-my-tpl-count
    move "n" to ws-tpl-overflow
    open input template-file
    if FILESTAT-TPL = "00"
        perform until 1 = 2
            read template-file into template-line
                at end exit perform
            end-read
            if TEMPLATES-COUNT >= 500
                move "y" to ws-tpl-overflow
                exit perform
            end-if
            add 1 to TEMPLATES-COUNT
            move template-line to TEMPLATE-ENTRY(TEMPLATES-COUNT)
            move TEMPLATES-COUNT to ws-tpl-idx
            perform parse-template-row
            if function trim(ws-tpl-company) not = spaces
               and ws-tpl-row-company = ws-tpl-company
               and ws-my-tpl-count < 50
                add 1 to ws-my-tpl-count
                move TEMPLATES-COUNT to MY-TPL-INDEX(ws-my-tpl-count)
            end-if
        end-perform
        close template-file
    end-if
    .

*>>    Splits TEMPLATE-ENTRY(ws-tpl-idx) into ws-tpl-row-company,
*>>    ws-tpl-row-name and ws-tpl-text.
parse-template-row.
    move spaces to ws-tpl-row-company
    move spaces to ws-tpl-row-name
    move spaces to ws-tpl-text
    unstring TEMPLATE-ENTRY(ws-tpl-idx) delimited by "|" into
        ws-tpl-row-company ws-tpl-row-name ws-tpl-text
    end-unstring
    .

*>>    Lists ws-tpl-company's templates and lets the poster pick one;
*>>    ws-tpl-chosen "y" with the text in ws-tpl-text when they do.
choose-company-template.
    move "n" to ws-tpl-chosen
    perform load-company-templates
    if ws-my-tpl-count = 0
        move "Your company has no message templates yet (Employer Menu, Message Templates)." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move "--- Your Templates ---" to WS-DISPLAY
    perform say
    perform varying ws-tpl-selection from 1 by 1
            until ws-tpl-selection > ws-my-tpl-count
        move MY-TPL-INDEX(ws-tpl-selection) to ws-tpl-idx
        perform parse-template-row
        move spaces to WS-DISPLAY
        string ws-tpl-selection ". " function trim(ws-tpl-row-name)
               ": " function trim(ws-tpl-text)
               delimited by size into WS-DISPLAY
        perform say
    end-perform
    move "Enter the template number, or 0 to cancel:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-tpl-selection
    if ws-tpl-selection = 0
        exit paragraph
    end-if
    if ws-tpl-selection > ws-my-tpl-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move MY-TPL-INDEX(ws-tpl-selection) to ws-tpl-idx
    perform parse-template-row
    move "y" to ws-tpl-chosen
    .

*>>    View Applicants / status update: one template message to the
*>>    applicant held in application-data.
send-applicant-template-message.
    move ws-current-company-id to ws-tpl-company
    perform choose-company-template
    if ws-tpl-chosen not = "y"
        exit paragraph
    end-if
    move 1 to ws-needed-sends
    perform check-message-allowance
    if ws-rate-ok not = "y"
        exit paragraph
    end-if
    move 0 to ws-tpl-sent-count
    perform send-one-template-message
    move spaces to WS-DISPLAY
    if ws-tpl-sent-count > 0
        string "Message sent to " function trim(app-username) ":"
               delimited by size into WS-DISPLAY
        perform say
        move msg-content to WS-DISPLAY
    else
        string "Message to " function trim(app-username) " not sent."
               delimited by size into WS-DISPLAY
    end-if
    perform say
    .

*>>    Merges ws-tpl-text for the applicant in application-data and
*>>    sends it through save-message (silently skipped if the
*>>    applicant has blocked current-user, as send-interview-invite
*>>    does). Counts the send in ws-tpl-sent-count.
send-one-template-message.
    perform gather-template-merge-values
    perform merge-template-text
    move app-username to target-username
    move "message" to msg-type
    move app-job-title to msg-job-title
    move app-employer to msg-job-employer
    move spaces to msg-thread-ref
    move target-username to ws-block-target
    perform is-user-blocked
    if ws-is-blocked = "n"
        perform save-message
        add 1 to ws-tpl-sent-count
    end-if
    .

*>>    First name from the applicant's profile, the posting's title
*>>    and employer from the application row, and the interview time
*>>    from interview-slots.dat - the chosen slot, else the first
*>>    proposed one.
gather-template-merge-values.
    move app-job-title to ws-tpl-job-title
    move app-employer to ws-tpl-employer
    move app-username to ws-tpl-first-name
    open input profile-file
    if FILESTAT-PROFILE = "00"
        move function trim(app-username) to fd-profile-username
        read profile-file
            invalid key continue
            not invalid key
                move spaces to ws-tpl-first-name
                unstring fd-profile-data delimited by "|"
                    into ws-tpl-first-name
                end-unstring
                if ws-tpl-first-name = spaces
                    move app-username to ws-tpl-first-name
                end-if
        end-read
        close profile-file
    end-if

    move "(to be scheduled)" to ws-tpl-interview-date
    open input interview-slot-file
    if FILESTAT-SLOT = "00"
        perform until 1 = 2
            read interview-slot-file into interview-slot-line
                at end exit perform
            end-read
            perform parse-interview-slot-line
            if function trim(is-applicant) = function trim(app-username)
               and ((function trim(is-job-id) not = spaces
                     and is-job-id = app-job-id)
                    or (function trim(is-job-id) = spaces
                        and function trim(is-job-title) = function trim(app-job-title)
                        and function trim(is-employer) = function trim(app-employer)))
                if function trim(is-chosen) not = spaces
                    move is-chosen to ws-tpl-interview-date
                else
                    if function trim(is-slots(1)) not = spaces
                        move is-slots(1) to ws-tpl-interview-date
                    end-if
                end-if
            end-if
        end-perform
        close interview-slot-file
    end-if
    .

*>>    Copies ws-tpl-text into msg-content, replacing each known
*>>    {merge-field} (any case) with its value; an unknown one is
*>>    left as typed. Anything past 200 characters is cut off.
merge-template-text.
    move spaces to msg-content
    move 1 to ws-tpl-out-pos
    move 1 to ws-tpl-pos
    move function length(function trim(ws-tpl-text)) to ws-tpl-len
    perform until ws-tpl-pos > ws-tpl-len
               or ws-tpl-out-pos > 200
        if ws-tpl-text(ws-tpl-pos:1) = "{"
            move 0 to ws-tpl-end
            perform varying ws-tpl-idx from ws-tpl-pos by 1
                    until ws-tpl-idx > 200 or ws-tpl-end > 0
                if ws-tpl-text(ws-tpl-idx:1) = "}"
                    move ws-tpl-idx to ws-tpl-end
                end-if
            end-perform
            move spaces to ws-tpl-token
            if ws-tpl-end > ws-tpl-pos + 1
               and ws-tpl-end - ws-tpl-pos - 1 <= 30
                move function upper-case(
                    ws-tpl-text(ws-tpl-pos + 1:ws-tpl-end - ws-tpl-pos - 1))
                    to ws-tpl-token
            end-if
            evaluate ws-tpl-token
                when "FIRST-NAME"
                    string function trim(ws-tpl-first-name)
                        delimited by size into msg-content
                        with pointer ws-tpl-out-pos
                    end-string
                    compute ws-tpl-pos = ws-tpl-end + 1
                when "JOB-TITLE"
                    string function trim(ws-tpl-job-title)
                        delimited by size into msg-content
                        with pointer ws-tpl-out-pos
                    end-string
                    compute ws-tpl-pos = ws-tpl-end + 1
                when "EMPLOYER"
                    string function trim(ws-tpl-employer)
                        delimited by size into msg-content
                        with pointer ws-tpl-out-pos
                    end-string
                    compute ws-tpl-pos = ws-tpl-end + 1
                when "INTERVIEW-DATE"
                    string function trim(ws-tpl-interview-date)
                        delimited by size into msg-content
                        with pointer ws-tpl-out-pos
                    end-string
                    compute ws-tpl-pos = ws-tpl-end + 1
                when other
                    move ws-tpl-text(ws-tpl-pos:1)
                        to msg-content(ws-tpl-out-pos:1)
                    add 1 to ws-tpl-out-pos
                    add 1 to ws-tpl-pos
            end-evaluate
        else
            move ws-tpl-text(ws-tpl-pos:1) to msg-content(ws-tpl-out-pos:1)
            add 1 to ws-tpl-out-pos
            add 1 to ws-tpl-pos
        end-if
    end-perform
    .

*>>    Extends a formal offer to the applicant currently parsed into
*>>    application-data (ws-j row of the loaded table): captures the
*>>    compensation, start date, and response deadline that used to
*>>    live only in email, writes the offers.dat row, and moves the
*>>    application to "Offer" with a status-history row like any
*>>    other transition.
extend-job-offer.
    move "--- Extend a Job Offer ---" to WS-DISPLAY
    perform say

    move "Enter offered salary (numeric, 0 to skip):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to of-salary

    move "Enter start date (YYYY-MM-DD):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to of-start-date

    move "Enter response deadline (YYYYMMDD):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to of-deadline
    if of-deadline is not numeric
        move "The deadline must be a YYYYMMDD date." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> Pull the posting's company-id the same way record-placement
    *> does so offers roll up to the canonical company.
    move spaces to job-company-id
    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
                at end exit perform
            end-read
            perform parse-job-line
            perform check-app-matches-job
            if ws-app-job-match = "y"
                exit perform
            end-if
            move spaces to job-company-id
        end-perform
        close job-file
    end-if

    move app-username to of-student
    move app-job-title to of-job-title
    move app-employer to of-employer
    move job-company-id to of-company-id
    move current-user to of-offered-by
    move "open" to of-status
    move spaces to of-reason
    move function current-date(1:8) to of-date

    open extend offer-file
    if FILESTAT-OFFER not = "00"
        open output offer-file
        close offer-file
        open extend offer-file
    end-if
    perform serialize-offer-line
    write offer-line
    close offer-file

    *> The application itself moves to "Offer", with the transition
    *> logged the same way update-application-status logs one.
    move app-status to ws-old-app-status
    move "Offer" to app-status
    if function trim(ws-old-app-status) not = function trim(app-status)
        perform log-status-transition
    end-if

    move spaces to application-line
    string
        function trim(app-username) "|"
        function trim(app-job-title) "|"
        function trim(app-employer) "|"
        function trim(app-location) "|"
        function trim(app-status) "|"
        function trim(app-resume-file) "|"
        function trim(app-answers(1)) "|"
        function trim(app-answers(2)) "|"
        function trim(app-answers(3)) "|"
        function trim(app-answers(4)) "|"
        function trim(app-answers(5)) "|"
        function trim(app-job-id)
        delimited by size
        into application-line
    end-string
    move application-line to APPLICATION-TABLE-ENTRY(ws-j)

    perform rewrite-application-record

    move of-student to notif-recipient
    move "offer" to notif-event
    move spaces to notif-detail
    string "You have an offer for " function trim(of-job-title)
           " at " function trim(of-employer)
           " - respond by " function trim(of-deadline) "."
           delimited by size into notif-detail
    perform write-notification

    move spaces to WS-DISPLAY
    string "Offer extended to " function trim(of-student)
           " with a " function trim(of-deadline) " deadline."
           delimited by size into WS-DISPLAY
    perform say
    .

parse-offer-line.
    perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 11
        move spaces to PARSE-FIELD(ws-parse-idx)
    end-perform
    unstring offer-line delimited by "|" into
        PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
        PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
        PARSE-FIELD(7) PARSE-FIELD(8) PARSE-FIELD(9)
        PARSE-FIELD(10) PARSE-FIELD(11)
    end-unstring
    move function trim(PARSE-FIELD(1)) to of-student
    move function trim(PARSE-FIELD(2)) to of-job-title
    move function trim(PARSE-FIELD(3)) to of-employer
    move function trim(PARSE-FIELD(4)) to of-company-id
    move function trim(PARSE-FIELD(5)) to of-offered-by
    if function trim(PARSE-FIELD(6)) is numeric
        move function numval(function trim(PARSE-FIELD(6))) to of-salary
    else
        move 0 to of-salary
    end-if
    move function trim(PARSE-FIELD(7)) to of-start-date
    move function trim(PARSE-FIELD(8)) to of-deadline
    move function trim(PARSE-FIELD(9)) to of-status
    move function trim(PARSE-FIELD(10)) to of-reason
    move function trim(PARSE-FIELD(11)) to of-date
    .

serialize-offer-line.
    move spaces to offer-line
    string function trim(of-student) "|"
           function trim(of-job-title) "|"
           function trim(of-employer) "|"
           function trim(of-company-id) "|"
           function trim(of-offered-by) "|"
           of-salary "|"
           function trim(of-start-date) "|"
           function trim(of-deadline) "|"
           function trim(of-status) "|"
           function trim(of-reason) "|"
           function trim(of-date)
           delimited by size into offer-line
    end-string
    .

*>>    Full rewrite of offers.dat via write-verify-swap, like
*>>    every other whole-table rewrite.
rewrite-offers-table.
    move "offers.dat.new" to WS-TEMP-REWRITE-NAME
    move "offers.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "rewrite-offers-table temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        exit paragraph
    end-if
    perform varying ws-i from 1 by 1 until ws-i > OFFERS-COUNT
        move OFFER-TABLE-ENTRY(ws-i) to temp-rewrite-line
        write temp-rewrite-line
        add 1 to ws-swap-written
    end-perform
    close temp-rewrite-file
    perform verify-and-swap-rewrite
    .

*>>    Outstanding offers for current-user, shown inside
*>>    view-my-applications with an explicit Accept/Decline choice.
*>>    Accepting records the placement and moves the application to
*>>    Hired; declining captures the reason career services keeps
*>>    asking for.
review-my-offers.
    move 0 to OFFERS-COUNT
    move 0 to ws-my-offer-count
    open input offer-file
    if FILESTAT-OFFER = "00"
        perform until 1 = 2
            read offer-file into offer-line
                at end exit perform
            end-read
            if OFFERS-COUNT < 200
                add 1 to OFFERS-COUNT
                move offer-line to OFFER-TABLE-ENTRY(OFFERS-COUNT)
                perform parse-offer-line
                if function trim(of-student) = current-user
                   and function trim(of-status) = "open"
                    add 1 to ws-my-offer-count
                    move OFFERS-COUNT
                        to OFFER-MATCH-INDEX(ws-my-offer-count)
                    move spaces to WS-DISPLAY
                    string ws-my-offer-count ". OFFER: "
                           function trim(of-job-title) " at "
                           function trim(of-employer)
                           ", respond by " function trim(of-deadline)
                           delimited by size into WS-DISPLAY
                    perform say
                    if of-salary > 0
                        move spaces to WS-DISPLAY
                        string "   Salary: " of-salary
                               "  Start date: "
                               function trim(of-start-date)
                               delimited by size into WS-DISPLAY
                        perform say
                    end-if
                end-if
            end-if
        end-perform
        close offer-file
    end-if

    if ws-my-offer-count = 0
        exit paragraph
    end-if

    move "Enter offer number to respond, or 0 to decide later:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-offer-selection

    if ws-offer-selection = 0
        exit paragraph
    end-if
    if ws-offer-selection < 1 or ws-offer-selection > ws-my-offer-count
        move "Invalid offer number." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move OFFER-MATCH-INDEX(ws-offer-selection) to ws-j
    move OFFER-TABLE-ENTRY(ws-j) to offer-line
    perform parse-offer-line

    move "1. Accept this offer" to WS-DISPLAY
    perform say
    move "2. Decline this offer" to WS-DISPLAY
    perform say
    move "Enter your choice:" to WS-DISPLAY
    move "prompt-choice" to ws-msg-id
    perform say-msg
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-offer-action

    evaluate ws-offer-action
        when 1
            perform accept-job-offer
        when 2
            perform decline-job-offer
        when other
            continue
    end-evaluate
    .

accept-job-offer.
    perform renege-prior-offer
    if ws-offer-renege-ok not = "y"
        exit paragraph
    end-if

    move "accepted" to of-status
    perform serialize-offer-line
    move offer-line to OFFER-TABLE-ENTRY(ws-j)
    perform rewrite-offers-table

    *> An accepted offer is a placement the moment it happens, with
    *> the offer's own salary and company-id - no interactive
    *> record-placement round-trip needed.
    open extend placement-file
    if FILESTAT-PLACE not = "00"
        open output placement-file
        close placement-file
        open extend placement-file
    end-if
    move spaces to placement-line
    string function trim(of-student) "|"
           function trim(of-job-title) "|"
           function trim(of-employer) "|"
           function trim(of-company-id) "|"
           function current-date(1:8) "|"
           of-salary
           delimited by size into placement-line
    end-string
    write placement-line
    close placement-file

    perform mark-offer-application-hired

    move of-offered-by to notif-recipient
    move "offer" to notif-event
    move spaces to notif-detail
    string function trim(current-user) " accepted the offer for "
           function trim(of-job-title) "."
           delimited by size into notif-detail
    perform write-notification

    move spaces to WS-DISPLAY
    string "Offer accepted. Congratulations on "
           function trim(of-job-title) " at "
           function trim(of-employer) "!"
           delimited by size into WS-DISPLAY
    perform say

    perform offer-withdraw-open-applications
    .

decline-job-offer.
    move "Reason for declining (career services reviews these):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to of-reason

    move "declined" to of-status
    perform serialize-offer-line
    move offer-line to OFFER-TABLE-ENTRY(ws-j)
    perform rewrite-offers-table

    move of-offered-by to notif-recipient
    move "offer" to notif-event
    move spaces to notif-detail
    string function trim(current-user) " declined the offer for "
           function trim(of-job-title) "."
           delimited by size into notif-detail
    perform write-notification

    move "Offer declined." to WS-DISPLAY
    perform say
    .

*>>    Moves current-user's application behind the accepted offer to
*>>    Hired, logging the transition; its own keyed read since the
*>>    caller's APPLICATIONS-TABLE may be stale by now.
mark-offer-application-hired.
    perform load-my-applications

    move "n" to ws-found
    perform varying ws-i from 1 by 1 until ws-i > APPLICATIONS-COUNT
        move APPLICATION-TABLE-ENTRY(ws-i) to application-line
        perform parse-application-line
        if function trim(app-username) = current-user
           and function trim(app-job-title) = function trim(of-job-title)
           and function trim(app-employer) = function trim(of-employer)
           and function trim(app-status) not = "Withdrawn"
            move app-status to ws-old-app-status
            move "Hired" to app-status
            perform log-status-transition
            move spaces to application-line
            string
                function trim(app-username) "|"
                function trim(app-job-title) "|"
                function trim(app-employer) "|"
                function trim(app-location) "|"
                function trim(app-status) "|"
                function trim(app-resume-file) "|"
                function trim(app-answers(1)) "|"
                function trim(app-answers(2)) "|"
                function trim(app-answers(3)) "|"
                function trim(app-answers(4)) "|"
                function trim(app-answers(5)) "|"
                function trim(app-job-id)
                delimited by size
                into application-line
            end-string
            move application-line to APPLICATION-TABLE-ENTRY(ws-i)
            perform rewrite-application-record
            move "y" to ws-found
            exit perform
        end-if
    end-perform
    .

*>>    offer-policy.dat holds one word saying what happens when a
*>>    student with an accepted offer goes to apply again: "warn"
*>>    (the default, also used for a missing or unreadable file),
*>>    "block", or "off".
load-offer-policy.
    move "warn" to ws-offer-policy
    open input offer-policy-file
    if FILESTAT-OPOL = "00"
        read offer-policy-file into offer-policy-line
            at end continue
            not at end
                evaluate function lower-case(function trim(offer-policy-line))
                    when "block"
                        move "block" to ws-offer-policy
                    when "off"
                        move "off" to ws-offer-policy
                    when other
                        move "warn" to ws-offer-policy
                end-evaluate
        end-read
        close offer-policy-file
    end-if
    .

*>>    ws-accepted-offer-found = "y" when current-user already holds
*>>    an accepted offer; its title and employer come back for the
*>>    message.
check-accepted-offer.
    move "n" to ws-accepted-offer-found
    move spaces to ws-accepted-offer-title
    move spaces to ws-accepted-offer-employer
    open input offer-file
    if FILESTAT-OFFER = "00"
        perform until 1 = 2
            read offer-file into offer-line
                at end exit perform
            end-read
            perform parse-offer-line
            if function trim(of-student) = current-user
               and function trim(of-status) = "accepted"
                move "y" to ws-accepted-offer-found
                move of-job-title to ws-accepted-offer-title
                move of-employer to ws-accepted-offer-employer
                exit perform
            end-if
        end-perform
        close offer-file
    end-if
    .

*>>    apply-for-job gate: once an offer is accepted, a further
*>>    application is refused ("block") or needs a second yes
*>>    ("warn"). ws-offer-lock-ok = "y" lets the application go on.
check-offer-acceptance-lock.
    move "y" to ws-offer-lock-ok
    perform load-offer-policy
    if ws-offer-policy = "off"
        exit paragraph
    end-if
    perform check-accepted-offer
    if ws-accepted-offer-found not = "y"
        exit paragraph
    end-if

    move spaces to WS-DISPLAY
    string "You have accepted an offer for "
           function trim(ws-accepted-offer-title) " at "
           function trim(ws-accepted-offer-employer) "."
           delimited by size into WS-DISPLAY
    perform say
    if ws-offer-policy = "block"
        move "The career office does not allow new applications after an offer is accepted." to WS-DISPLAY
        perform say
        move "n" to ws-offer-lock-ok
        exit paragraph
    end-if

    move "Employers expect an accepted offer to end the search. Apply anyway? (Y/N):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF
               move "n" to ws-offer-lock-ok
               exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) not = "Y"
        move "n" to ws-offer-lock-ok
    end-if
    .

*>>    apply-for-job gate: inside a term's recruiting window
*>>    (academic-calendar.dat recruit-start to recruit-end) every
*>>    readiness-rules.dat checkpoint for the student's campus, or
*>>    for ALL campuses, must be met or waived by an advisor this
*>>    term. Each missing item is spelled out, and every checked
*>>    attempt is logged to readiness-blocks.dat for
*>>    ReadinessReport. ws-rd-ok = "y" lets the application go on.
check-career-readiness.
    move "y" to ws-rd-ok
    move function current-date(1:8) to ws-rd-today
    move 0 to ws-rd-term
    perform varying ws-t from 1 by 1 until ws-t > TERMS-COUNT
        if tm-recruit-start(ws-t) is numeric
           and tm-recruit-end(ws-t) is numeric
           and tm-recruit-start(ws-t) <= ws-rd-today
           and tm-recruit-end(ws-t) >= ws-rd-today
            move ws-t to ws-rd-term
            exit perform
        end-if
    end-perform
    if ws-rd-term = 0
        exit paragraph
    end-if

    perform load-readiness-rules
    if RD-RULE-COUNT = 0
        exit paragraph
    end-if

    move current-user to ws-rd-student
    move tm-start(ws-rd-term) to ws-rd-since
    move "n" to ws-rd-profile-loaded
    move 0 to RD-MISSING-COUNT
    perform varying ws-rd-idx from 1 by 1 until ws-rd-idx > RD-RULE-COUNT
        perform check-readiness-rule
        if ws-rd-met = "n"
            perform check-readiness-waiver
            if ws-rd-waived = "n"
                add 1 to RD-MISSING-COUNT
                move ws-rd-key to rd-miss-key(RD-MISSING-COUNT)
                move ws-rd-text to rd-miss-text(RD-MISSING-COUNT)
            end-if
        end-if
    end-perform

    perform log-readiness-check

    if RD-MISSING-COUNT = 0
        exit paragraph
    end-if
    move "n" to ws-rd-ok
    move spaces to WS-DISPLAY
    string "Before applying during the "
           function trim(tm-name(ws-rd-term))
           " recruiting period the career office asks you to complete:"
           delimited by size into WS-DISPLAY
    perform say
    perform varying ws-rd-idx from 1 by 1 until ws-rd-idx > RD-MISSING-COUNT
        move spaces to WS-DISPLAY
        string "  - " function trim(rd-miss-text(ws-rd-idx))
               delimited by size into WS-DISPLAY
        perform say
    end-perform
    move "If a checkpoint should not apply to you, ask your advisor about a waiver." to WS-DISPLAY
    perform say
    .

*>>    The readiness-rules.dat rows for ws-current-campus or ALL,
*>>    at most 20, rule names lower-cased.
load-readiness-rules.
    move 0 to RD-RULE-COUNT
    open input readiness-rule-file
    if FILESTAT-RDRULE = "00"
        perform until 1 = 2
            read readiness-rule-file into readiness-rule-line
                at end exit perform
            end-read
            move spaces to PARSE-FIELD(45)
            move spaces to PARSE-FIELD(46)
            move spaces to PARSE-FIELD(47)
            unstring readiness-rule-line delimited by "|" into
                PARSE-FIELD(45) PARSE-FIELD(46) PARSE-FIELD(47)
            end-unstring
            if ( function upper-case(function trim(PARSE-FIELD(45))) = "ALL"
                 or function upper-case(function trim(PARSE-FIELD(45))) =
                    function trim(ws-current-campus) )
               and function trim(PARSE-FIELD(46)) not = spaces
               and RD-RULE-COUNT < 20
                add 1 to RD-RULE-COUNT
                move function lower-case(function trim(PARSE-FIELD(46)))
                    to rd-rule(RD-RULE-COUNT)
                move function trim(PARSE-FIELD(47))
                    to rd-value(RD-RULE-COUNT)
            end-if
        end-perform
        close readiness-rule-file
    end-if
    .

*>>    Tests rule ws-rd-idx for current-user: ws-rd-met, with the
*>>    checkpoint key and the line the student is shown when it is
*>>    not met. A rule name this program does not know counts as
*>>    met, so one mistyped row never blocks a whole campus.
check-readiness-rule.
    move "y" to ws-rd-met
    move rd-rule(ws-rd-idx) to ws-rd-key
    move spaces to ws-rd-text
    evaluate function trim(rd-rule(ws-rd-idx))
        when "completeness"
            perform compute-profile-completeness
            move function numval(function trim(rd-value(ws-rd-idx)))
                to ws-rd-needed
            if ws-rd-percent < ws-rd-needed
                move "n" to ws-rd-met
                move ws-rd-percent to ws-rd-have-disp
                move ws-rd-needed to ws-rd-need-disp
                string "Profile completeness: yours is "
                       function trim(ws-rd-have-disp)
                       "%, at least " function trim(ws-rd-need-disp)
                       "% is required (Create/Edit My Profile)."
                       delimited by size into ws-rd-text
            end-if
        when "resume"
        *> GeneratedFilesSweep never ages out an active account's
        *> resume file, so one export keeps this checkpoint met.
            move spaces to WS-RESUME-FILENAME
            string function trim(current-user) "-resume.txt"
                delimited by size into WS-RESUME-FILENAME
            open input resume-file
            if FILESTAT-RESUME = "00"
                close resume-file
            else
                move "n" to ws-rd-met
                move "Resume: export one first (Export My Profile as Resume)." to ws-rd-text
            end-if
        when "skill"
            move spaces to ws-rd-key
            string "skill:" function trim(rd-value(ws-rd-idx))
                delimited by size into ws-rd-key
            inspect ws-rd-key replacing all "," by "/"
            perform check-readiness-skill-passed
            if ws-rd-met = "n"
                string "Learn a new skill: pass the "
                       function trim(rd-value(ws-rd-idx))
                       " module quiz."
                       delimited by size into ws-rd-text
            end-if
        when "advising"
            move function numval(function trim(rd-value(ws-rd-idx)))
                to ws-rd-needed
            if ws-rd-needed = 0
                move 1 to ws-rd-needed
            end-if
            perform count-advising-this-term
            if ws-rd-have < ws-rd-needed
                move "n" to ws-rd-met
                move ws-rd-have to ws-rd-have-disp
                move ws-rd-needed to ws-rd-need-disp
                string "Advising: book " function trim(ws-rd-need-disp)
                       " advising appointment(s) this term (you have "
                       function trim(ws-rd-have-disp) ")."
                       delimited by size into ws-rd-text
            end-if
        when other
            continue
    end-evaluate
    .

*>>    Percentage of twelve profile items filled in: first name,
*>>    last name, university, major, graduation year, about me,
*>>    an experience, an education, a picture, coursework, a GPA
*>>    and a skill. The profile is read once per readiness check.
compute-profile-completeness.
    if ws-rd-profile-loaded not = "y"
        perform load-profile
        move "y" to ws-rd-profile-loaded
    end-if
    move 0 to ws-rd-filled
    if ws-profile-exists = "y"
        if function trim(profile-firstname) not = spaces
            add 1 to ws-rd-filled
        end-if
        if function trim(profile-lastname) not = spaces
            add 1 to ws-rd-filled
        end-if
        if function trim(profile-university) not = spaces
            add 1 to ws-rd-filled
        end-if
        if function trim(profile-major) not = spaces
            add 1 to ws-rd-filled
        end-if
        if profile-gradyear is numeric and profile-gradyear > 0
            add 1 to ws-rd-filled
        end-if
        if function trim(profile-aboutme) not = spaces
            add 1 to ws-rd-filled
        end-if
        if profile-exp-count > 0
            add 1 to ws-rd-filled
        end-if
        if profile-edu-count > 0
            add 1 to ws-rd-filled
        end-if
        if function trim(profile-picture-filename) not = spaces
            add 1 to ws-rd-filled
        end-if
        if profile-course-count > 0
            add 1 to ws-rd-filled
        end-if
        if function trim(profile-gpa) not = spaces
            add 1 to ws-rd-filled
        end-if
        if profile-skill-count > 0
            add 1 to ws-rd-filled
        end-if
    end-if
    compute ws-rd-percent = ws-rd-filled * 100 / 12
    .

*>>    Has current-user passed the module named by rule ws-rd-idx?
*>>    A pass, or a skills-progress.dat row predating the quizzes,
*>>    counts - the same test View My Profile uses.
check-readiness-skill-passed.
    move "n" to ws-rd-met
    open input skills-file
    if FILESTAT-SKILL = "00"
        perform until 1 = 2
            read skills-file into skills-line
                at end exit perform
            end-read
            move spaces to PARSE-FIELD(45)
            move spaces to PARSE-FIELD(46)
            move spaces to PARSE-FIELD(49)
            unstring skills-line delimited by "|" into
                PARSE-FIELD(45) PARSE-FIELD(46) PARSE-FIELD(47)
                PARSE-FIELD(48) PARSE-FIELD(49)
            end-unstring
            if function trim(PARSE-FIELD(45)) = current-user
               and function upper-case(function trim(PARSE-FIELD(46))) =
                   function upper-case(function trim(rd-value(ws-rd-idx)))
               and function trim(PARSE-FIELD(49)) not = "fail"
                move "y" to ws-rd-met
                exit perform
            end-if
        end-perform
        close skills-file
    end-if
    .

*>>    Advising appointments current-user has booked whose date
*>>    falls inside term ws-rd-term, into ws-rd-have.
count-advising-this-term.
    move 0 to ws-rd-have
    open input advising-slot-file
    if FILESTAT-ADVSLOT = "00"
        perform until 1 = 2
            read advising-slot-file into advising-slot-line
                at end exit perform
            end-read
            move spaces to PARSE-FIELD(45)
            move spaces to PARSE-FIELD(46)
            move spaces to PARSE-FIELD(47)
            unstring advising-slot-line delimited by "|" into
                PARSE-FIELD(45) PARSE-FIELD(46) PARSE-FIELD(47)
            end-unstring
            if function trim(PARSE-FIELD(47)) = current-user
                move PARSE-FIELD(46)(1:30) to ws-sched-raw
                perform normalize-schedule-date
                if ws-sched-norm not = spaces
                   and ws-sched-norm >= tm-start(ws-rd-term)
                   and ws-sched-norm <= tm-end(ws-rd-term)
                    add 1 to ws-rd-have
                end-if
            end-if
        end-perform
        close advising-slot-file
    end-if
    .

*>>    Has an advisor waived checkpoint ws-rd-key for ws-rd-student
*>>    on or after ws-rd-since? Sets ws-rd-waived.
check-readiness-waiver.
    move "n" to ws-rd-waived
    open input readiness-waiver-file
    if FILESTAT-RDWAIVE = "00"
        perform until 1 = 2
            read readiness-waiver-file into readiness-waiver-line
                at end exit perform
            end-read
            move spaces to PARSE-FIELD(45)
            move spaces to PARSE-FIELD(46)
            move spaces to PARSE-FIELD(47)
            move spaces to PARSE-FIELD(48)
            unstring readiness-waiver-line delimited by "|" into
                PARSE-FIELD(45) PARSE-FIELD(46) PARSE-FIELD(47)
                PARSE-FIELD(48)
            end-unstring
            if function trim(PARSE-FIELD(45)) = function trim(ws-rd-student)
               and function upper-case(function trim(PARSE-FIELD(46))) =
                   function upper-case(function trim(ws-rd-key))
               and PARSE-FIELD(48)(1:8) >= ws-rd-since
                move "y" to ws-rd-waived
                exit perform
            end-if
        end-perform
        close readiness-waiver-file
    end-if
    .

*>>    One readiness-blocks.dat row per checked attempt, the missing
*>>    checkpoint keys comma-separated and blank once every
*>>    checkpoint is met, so ReadinessReport sees each student's
*>>    latest standing.
log-readiness-check.
    move spaces to ws-rd-list
    move 1 to ws-rd-ptr
    perform varying ws-rd-idx from 1 by 1 until ws-rd-idx > RD-MISSING-COUNT
        if ws-rd-idx > 1
            string "," delimited by size
                into ws-rd-list with pointer ws-rd-ptr
        end-if
        string function trim(rd-miss-key(ws-rd-idx)) delimited by size
            into ws-rd-list with pointer ws-rd-ptr
    end-perform

    open extend readiness-block-file
    if FILESTAT-RDBLOCK not = "00"
        open output readiness-block-file
        close readiness-block-file
        open extend readiness-block-file
    end-if
    move spaces to readiness-block-line
    string function trim(current-user) "|"
           ws-rd-today "|"
           function trim(ws-current-campus) "|"
           function trim(job-id) "|"
           function trim(ws-rd-list)
           delimited by size into readiness-block-line
    end-string
    write readiness-block-line
    close readiness-block-file
    .

*>>    Appends one offer-events.dat row (date|event|student|
*>>    job-title|employer|company-id|recorded-by|reason) for the
*>>    offer held in offer-data; ws-offer-event is "renege" or
*>>    "rescind". RenegeReport reads these.
write-offer-event.
    open extend offer-event-file
    if FILESTAT-OEVT not = "00"
        open output offer-event-file
        close offer-event-file
        open extend offer-event-file
    end-if
    move spaces to offer-event-line
    string function current-date(1:8) "|"
           function trim(ws-offer-event) "|"
           function trim(of-student) "|"
           function trim(of-job-title) "|"
           function trim(of-employer) "|"
           function trim(of-company-id) "|"
           function trim(current-user) "|"
           function trim(of-reason)
           delimited by size into offer-event-line
    end-string
    write offer-event-line
    close offer-event-file
    .

*>>    An accepted offer that is reneged or rescinded is no longer a
*>>    placement: drops the placements.dat row accept-job-offer
*>>    wrote for of-student / of-job-title / of-employer. The file
*>>    is only rewritten when such a row exists.
remove-offer-placement.
    move "n" to ws-found
    open input placement-file
    if FILESTAT-PLACE = "00"
        perform until 1 = 2
            read placement-file into placement-line
                at end exit perform
            end-read
            perform check-offer-placement-row
            if ws-offer-place-match = "y"
                move "y" to ws-found
                exit perform
            end-if
        end-perform
        close placement-file
    end-if
    if ws-found not = "y"
        exit paragraph
    end-if

    move "placements.dat.new" to WS-TEMP-REWRITE-NAME
    move "placements.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "remove-offer-placement temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        exit paragraph
    end-if
    move "n" to ws-found
    open input placement-file
    perform until 1 = 2
        read placement-file into placement-line
            at end exit perform
        end-read
        perform check-offer-placement-row
        if ws-offer-place-match = "y" and ws-found not = "y"
            move "y" to ws-found
        else
            move placement-line to temp-rewrite-line
            write temp-rewrite-line
            add 1 to ws-swap-written
        end-if
    end-perform
    close placement-file
    close temp-rewrite-file
    perform verify-and-swap-rewrite
    .

check-offer-placement-row.
    move "n" to ws-offer-place-match
    move spaces to PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
    unstring placement-line delimited by "|" into
        PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
    end-unstring
    if function trim(PARSE-FIELD(1)) = function trim(of-student)
       and function trim(PARSE-FIELD(2)) = function trim(of-job-title)
       and function trim(PARSE-FIELD(3)) = function trim(of-employer)
        move "y" to ws-offer-place-match
    end-if
    .

*>>    Accepting a second offer while an earlier one stands is a
*>>    renege. Looks for current-user's other accepted offer in the
*>>    loaded OFFERS-TABLE; when there is one the student must
*>>    confirm, and then the earlier offer is marked "reneged", its
*>>    placement dropped, its application withdrawn, and its
*>>    employer told. ws-offer-renege-ok = "n" stops the accept.
renege-prior-offer.
    move "y" to ws-offer-renege-ok
    move 0 to ws-offer-prior-idx
    perform varying ws-k from 1 by 1 until ws-k > OFFERS-COUNT
        if ws-k not = ws-j
            move OFFER-TABLE-ENTRY(ws-k) to offer-line
            perform parse-offer-line
            if function trim(of-student) = current-user
               and function trim(of-status) = "accepted"
                move ws-k to ws-offer-prior-idx
                exit perform
            end-if
        end-if
    end-perform
    if ws-offer-prior-idx = 0
        move OFFER-TABLE-ENTRY(ws-j) to offer-line
        perform parse-offer-line
        exit paragraph
    end-if

    move spaces to WS-DISPLAY
    string "You already accepted " function trim(of-job-title)
           " at " function trim(of-employer) "."
           delimited by size into WS-DISPLAY
    perform say
    move "Accepting this offer records a renege on that one and the employer is told. Continue? (Y/N):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF
               move "n" to ws-offer-renege-ok
               exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) not = "Y"
        move "n" to ws-offer-renege-ok
        move "The offer was left open." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move OFFER-TABLE-ENTRY(ws-j) to offer-line
    perform parse-offer-line
    move spaces to ws-renege-reason
    string "accepted " function trim(of-job-title) " at "
           function trim(of-employer)
           delimited by size into ws-renege-reason
    end-string

    move OFFER-TABLE-ENTRY(ws-offer-prior-idx) to offer-line
    perform parse-offer-line
    move "reneged" to of-status
    move ws-renege-reason to of-reason
    perform serialize-offer-line
    move offer-line to OFFER-TABLE-ENTRY(ws-offer-prior-idx)
    perform rewrite-offers-table

    move "renege" to ws-offer-event
    perform write-offer-event
    perform remove-offer-placement
    perform withdraw-reneged-application

    move of-offered-by to notif-recipient
    move "offer" to notif-event
    move spaces to notif-detail
    string function trim(current-user) " has withdrawn from the accepted offer for "
           function trim(of-job-title) "."
           delimited by size into notif-detail
    perform write-notification

    move OFFER-TABLE-ENTRY(ws-j) to offer-line
    perform parse-offer-line
    .

*>>    Moves current-user's Hired application behind the reneged
*>>    offer (offer-data) to Withdrawn, with the transition logged.
withdraw-reneged-application.
    perform load-my-applications
    perform varying ws-i from 1 by 1 until ws-i > APPLICATIONS-COUNT
        move APPLICATION-TABLE-ENTRY(ws-i) to application-line
        perform parse-application-line
        if function trim(app-username) = current-user
           and function trim(app-job-title) = function trim(of-job-title)
           and function trim(app-employer) = function trim(of-employer)
           and function trim(app-status) not = "Withdrawn"
            move app-status to ws-old-app-status
            move "Withdrawn" to app-status
            perform log-status-transition
            perform serialize-application-data
            move application-line to APPLICATION-TABLE-ENTRY(ws-i)
            perform rewrite-application-record
            exit perform
        end-if
    end-perform
    .

serialize-application-data.
    move spaces to application-line
    string
        function trim(app-username) "|"
        function trim(app-job-title) "|"
        function trim(app-employer) "|"
        function trim(app-location) "|"
        function trim(app-status) "|"
        function trim(app-resume-file) "|"
        function trim(app-answers(1)) "|"
        function trim(app-answers(2)) "|"
        function trim(app-answers(3)) "|"
        function trim(app-answers(4)) "|"
        function trim(app-answers(5)) "|"
        function trim(app-job-id)
        delimited by size
        into application-line
    end-string
    .

*>>    After an accept: current-user's other applications still in
*>>    play (Applied, Interviewing, Offer) are listed and can be
*>>    withdrawn in one step through withdraw-application.
offer-withdraw-open-applications.
    perform load-my-applications
    move 0 to ws-open-app-count
    perform varying ws-i from 1 by 1 until ws-i > APPLICATIONS-COUNT
        move APPLICATION-TABLE-ENTRY(ws-i) to application-line
        perform parse-application-line
        if function trim(app-username) = current-user
           and ws-open-app-count < 200
           and (function trim(app-status) = "Applied"
                or function trim(app-status) = "Interviewing"
                or function trim(app-status) = "Offer")
           and not (function trim(app-job-title) = function trim(of-job-title)
                    and function trim(app-employer) = function trim(of-employer))
            add 1 to ws-open-app-count
            move ws-i to OFFER-MATCH-INDEX(ws-open-app-count)
            move spaces to WS-DISPLAY
            string "   " function trim(app-job-title) " at "
                   function trim(app-employer)
                   " [" function trim(app-status) "]"
                   delimited by size into WS-DISPLAY
            perform say
        end-if
    end-perform
    if ws-open-app-count = 0
        exit paragraph
    end-if

    move spaces to WS-DISPLAY
    string "Withdraw these " ws-open-app-count
           " open application(s) now? (Y/N):"
           delimited by size into WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) not = "Y"
        exit paragraph
    end-if

    perform varying ws-k from 1 by 1 until ws-k > ws-open-app-count
        move OFFER-MATCH-INDEX(ws-k) to ws-j
        move APPLICATION-TABLE-ENTRY(ws-j) to application-line
        perform parse-application-line
        perform withdraw-application
    end-perform
    .

*>>    Employer side: takes back the open or accepted offer made to
*>>    the applicant parsed into application-data. The offer is
*>>    marked "rescinded" with the reason, a rescind event is
*>>    recorded for RenegeReport, any placement is dropped, the
*>>    application moves to Rejected, and the student is told.
rescind-job-offer.
    move 0 to OFFERS-COUNT
    move 0 to ws-offer-prior-idx
    open input offer-file
    if FILESTAT-OFFER = "00"
        perform until 1 = 2
            read offer-file into offer-line
                at end exit perform
            end-read
            if OFFERS-COUNT < 200
                add 1 to OFFERS-COUNT
                move offer-line to OFFER-TABLE-ENTRY(OFFERS-COUNT)
                perform parse-offer-line
                if function trim(of-student) = function trim(app-username)
                   and function trim(of-job-title) = function trim(app-job-title)
                   and function trim(of-employer) = function trim(app-employer)
                   and (function trim(of-status) = "open"
                        or function trim(of-status) = "accepted")
                    move OFFERS-COUNT to ws-offer-prior-idx
                end-if
            end-if
        end-perform
        close offer-file
    end-if

    if ws-offer-prior-idx = 0
        move "There is no open or accepted offer for this applicant." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move OFFER-TABLE-ENTRY(ws-offer-prior-idx) to offer-line
    perform parse-offer-line
    move spaces to WS-DISPLAY
    string "Rescind the " function trim(of-status) " offer for "
           function trim(of-job-title) " made to "
           function trim(of-student) "? (Y/N):"
           delimited by size into WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) not = "Y"
        exit paragraph
    end-if

    move "Reason for rescinding (career services reviews these):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count

    if function trim(of-status) = "accepted"
        perform remove-offer-placement
    end-if
    move "rescinded" to of-status
    move function trim(temp-input) to of-reason
    inspect of-reason replacing all "|" by "/"
    perform serialize-offer-line
    move offer-line to OFFER-TABLE-ENTRY(ws-offer-prior-idx)
    perform rewrite-offers-table

    move "rescind" to ws-offer-event
    perform write-offer-event

    move app-status to ws-old-app-status
    move "Rejected" to app-status
    if function trim(ws-old-app-status) not = function trim(app-status)
        perform log-status-transition
    end-if
    perform serialize-application-data
    move application-line to APPLICATION-TABLE-ENTRY(ws-j)
    perform rewrite-application-record

    move of-student to notif-recipient
    move "offer" to notif-event
    move spaces to notif-detail
    string "The offer for " function trim(of-job-title)
           " at " function trim(of-employer) " has been rescinded."
           delimited by size into notif-detail
    perform write-notification

    move "Offer rescinded." to WS-DISPLAY
    perform say
    .

parse-application-line.
    *> Format: username|job-title|employer|location|status|resume-file|
    *>         answer1|...|answer5
    perform varying ws-question-idx from 1 by 1 until ws-question-idx > 5
        move spaces to app-answers(ws-question-idx)
    end-perform
    move spaces to PARSE-FIELD(1)
    move spaces to PARSE-FIELD(2)
    move spaces to PARSE-FIELD(3)
    move spaces to PARSE-FIELD(4)
    move spaces to PARSE-FIELD(5)
    move spaces to PARSE-FIELD(6)
    move spaces to PARSE-FIELD(7)
    move spaces to PARSE-FIELD(8)
    move spaces to PARSE-FIELD(9)
    move spaces to PARSE-FIELD(10)
    move spaces to PARSE-FIELD(11)
    move spaces to PARSE-FIELD(12)

    unstring application-line delimited by "|" into
        PARSE-FIELD(1)
        PARSE-FIELD(2)
        PARSE-FIELD(3)
        PARSE-FIELD(4)
        PARSE-FIELD(5)
        PARSE-FIELD(6)
        PARSE-FIELD(7)
        PARSE-FIELD(8)
        PARSE-FIELD(9)
        PARSE-FIELD(10)
        PARSE-FIELD(11)
        PARSE-FIELD(12)
    end-unstring

    move function trim(PARSE-FIELD(1)) to app-username
    move function trim(PARSE-FIELD(2)) to app-job-title
    move function trim(PARSE-FIELD(3)) to app-employer
    move function trim(PARSE-FIELD(4)) to app-location

    *> Older rows saved before the status field existed default to "Applied"
    if function trim(PARSE-FIELD(5)) = spaces
        move "Applied" to app-status
    else
        move function trim(PARSE-FIELD(5)) to app-status
    end-if

    *> Older rows saved before resume attachments existed have none
    move function trim(PARSE-FIELD(6)) to app-resume-file

    *> Screening answers, aligned by position with the posting's
    *> screening questions; blank for rows predating them.
    perform varying ws-question-idx from 1 by 1 until ws-question-idx > 5
        move function trim(PARSE-FIELD(6 + ws-question-idx))
            to app-answers(ws-question-idx)
    end-perform

    *> The posting's permanent id; blank on rows predating it.
    move function trim(PARSE-FIELD(12)) to app-job-id
    .

display-application-summary.
    move spaces to WS-DISPLAY
    string "Job Title: " function trim(app-job-title)
           delimited by size into WS-DISPLAY
    perform say

    move spaces to WS-DISPLAY
    string "Employer: " function trim(app-employer)
           delimited by size into WS-DISPLAY
    perform say

    move spaces to WS-DISPLAY
    string "Location: " function trim(app-location)
           delimited by size into WS-DISPLAY
    perform say

    move spaces to WS-DISPLAY
    string "Status: " function trim(app-status)
           delimited by size into WS-DISPLAY
    perform say

    move "---" to WS-DISPLAY
    perform say
    .

show-messages-menu.
    move 0 to ws-msg-choice
    perform until ws-msg-choice = 7 or WS-EOF = "Y"
        move "--- Messages Menu ---" to WS-DISPLAY
        move "mm-header" to ws-msg-id
        perform say-msg

        move "1. Send a New Message" to WS-DISPLAY

        move "mm-send" to ws-msg-id
        perform say-msg

        move "2. View My Messages" to WS-DISPLAY

        move "mm-view" to ws-msg-id
        perform say-msg

        move "3. Message All My Connections" to WS-DISPLAY

        move "mm-broadcast" to ws-msg-id
        perform say-msg

        move "4. Message a Group" to WS-DISPLAY

        move "mm-group" to ws-msg-id
        perform say-msg

        move "5. Search My Messages" to WS-DISPLAY

        move "mm-search" to ws-msg-id
        perform say-msg

        move "6. Send-Later Queue" to WS-DISPLAY

        move "mm-later" to ws-msg-id
        perform say-msg

        move "7. Back to Main Menu" to WS-DISPLAY

        move "mm-back" to ws-msg-id
        perform say-msg

        move "Enter your choice:" to WS-DISPLAY

        move "prompt-choice" to ws-msg-id
        perform say-msg

        read InpFile into InpRecord
            at end move "Y" to WS-EOF
            not at end
                move function numval(function trim(InpRecord))
                    to ws-msg-choice
        end-read
        add 1 to ws-line-count
        perform check-deck-menu-entry

        if WS-EOF = "N"
            evaluate ws-msg-choice
                when 1
                    perform send-new-message
                when 2
                    perform view-my-messages
                when 3
                    perform send-broadcast-message
                when 4
                    perform send-group-message
                when 5
                    perform search-my-messages
                when 6
                    perform view-send-later-queue
                when 7
                    continue
                when other
                    move "Invalid choice. Please enter 1 through 7."
                        to WS-DISPLAY
                    perform say
            end-evaluate
        end-if
    end-perform
    .

    send-new-message.
    move "--- Send a New Message ---" to WS-DISPLAY
    perform say

    move 1 to ws-needed-sends
    perform check-message-allowance
    if ws-rate-ok not = "y"
        exit paragraph
    end-if

    move "Enter recipient's username (must be a connection):" to WS-DISPLAY
    perform say

    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to target-username

    *> Validate recipient exists and is connected
    perform validate-message-recipient

    if ws-is-connected = "n"
        exit paragraph
    end-if

    *> Get message content
    move 0 to ws-input-overage
    perform until 1 = 2
        move "Enter your message (max 200 chars):" to WS-DISPLAY
        perform say

        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count

        if function length(function trim(temp-input)) > 200
            compute ws-input-overage = function length(function trim(temp-input)) - 200
            move spaces to WS-DISPLAY
            string "That was " ws-input-overage
                " character(s) too long (max 200). Please re-enter."
                delimited by size into WS-DISPLAY
            perform say
        else
            move function trim(temp-input) to msg-content
            exit perform
        end-if
    end-perform

    move "message" to msg-type
    move spaces to msg-job-title
    move spaces to msg-job-employer
    move spaces to msg-thread-ref

    perform ask-send-later
    if WS-EOF = "Y"
        exit paragraph
    end-if
    if ws-later-wanted = "y"
        perform queue-later-message
        perform say-later-queued
        exit paragraph
    end-if

    *> Save the message
    perform save-message

    move spaces to WS-DISPLAY
    string "Message sent to " function trim(target-username)
           " successfully!" delimited by size into WS-DISPLAY
    perform say
    move "---------------------" to WS-DISPLAY
    perform say
    .

      *>>    fans one message out to every connection, reusing
      *>>    get-connections-list (the same connection-scan logic
      *>>    view-my-connections uses) instead of repeating send-new-message
      *>>    once per connection by hand.
    send-broadcast-message.
    move "--- Message All My Connections ---" to WS-DISPLAY
    perform say

    move current-user to ws-mutual-lookup-user
    perform get-connections-list

    if MUTUAL-SCAN-COUNT = 0
        move "You have no established connections yet." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move MUTUAL-SCAN-COUNT to ws-needed-sends
    perform check-message-allowance
    if ws-rate-ok not = "y"
        exit paragraph
    end-if

    move 0 to ws-input-overage
    perform until 1 = 2
        move "Enter your message (max 200 chars):" to WS-DISPLAY
        perform say

        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count

        if function length(function trim(temp-input)) > 200
            compute ws-input-overage = function length(function trim(temp-input)) - 200
            move spaces to WS-DISPLAY
            string "That was " ws-input-overage
                " character(s) too long (max 200). Please re-enter."
                delimited by size into WS-DISPLAY
            perform say
        else
            move function trim(temp-input) to msg-content
            exit perform
        end-if
    end-perform

    move "broadcast" to msg-type
    move spaces to msg-job-title
    move spaces to msg-job-employer
    move spaces to msg-thread-ref

    perform ask-send-later
    if WS-EOF = "Y"
        exit paragraph
    end-if
    if ws-later-wanted = "y"
        perform queue-later-fanout
        exit paragraph
    end-if

    perform varying ws-mutual-i from 1 by 1 until ws-mutual-i > MUTUAL-SCAN-COUNT
        move MUTUAL-SCAN-NAME(ws-mutual-i) to target-username

      *>>    Silently skip a recipient who has blocked current-user (same
      *>>    "no signal to the sender" principle validate-message-recipient
      *>>    applies for a one-to-one message) - the sent count below still
      *>>    reports the full connection list either way (review fix).
        move target-username to ws-block-target
        perform is-user-blocked
        if ws-is-blocked = "n"
            perform save-message
        end-if
    end-perform

    move spaces to WS-DISPLAY
    string "Message sent to " MUTUAL-SCAN-COUNT
           " connection(s) successfully!" delimited by size into WS-DISPLAY
    perform say
    move "---------------------" to WS-DISPLAY
    perform say
    .

    validate-message-recipient.
    move "n" to ws-is-connected

    *> First check if user exists (single keyed read now that
    *> users.dat is indexed on the username)
    move "n" to ws-found
    open input user-file
    if FILESTAT = "00"
        move function trim(target-username) to fd-user-name
        read user-file
            invalid key continue
            not invalid key move "y" to ws-found
        end-read
        close user-file
    end-if

    if ws-found = "n"
        move "User not found." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> Silently refuse if the recipient has blocked current-user: fall
    *> through to the same "must be connected" message a non-connection
    *> would get, so the sender gets no signal they've been blocked
    *>.
    move target-username to ws-block-target
    perform is-user-blocked
    if ws-is-blocked = "y"
        move "You must be connected with the user to send a message."
            to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> Check if connected: look up the from/to pair directly by key in
    *> both directions instead of scanning every row.
    open input connection-file
    if FILESTAT-CONN = "00"
        move current-user to fd-conn-from-user
        move target-username to fd-conn-to-user
        read connection-file
            invalid key continue
            not invalid key
                if function trim(fd-conn-status) = "connected"
                    move "y" to ws-is-connected
                end-if
        end-read

        if ws-is-connected = "n"
            move target-username to fd-conn-from-user
            move current-user to fd-conn-to-user
            read connection-file
                invalid key continue
                not invalid key
                    if function trim(fd-conn-status) = "connected"
                        move "y" to ws-is-connected
                    end-if
            end-read
        end-if

        close connection-file
    end-if

    if ws-is-connected = "n"
        move "You must be connected with the user to send a message."
            to WS-DISPLAY
        perform say
    end-if
    .

*>>    Loads the configurable caps (rate-limits.dat holds
*>>    "max-messages|max-requests") and current-user's counters for
*>>    today from send-counters.dat.
load-rate-limits.
    open input rate-limit-file
    if FILESTAT-RLIM = "00"
        read rate-limit-file into rate-limit-line
            at end continue
            not at end
                unstring rate-limit-line delimited by "|" into
                    PARSE-FIELD(51) PARSE-FIELD(52)
                end-unstring
                if function trim(PARSE-FIELD(51)) is numeric
                   and function numval(function trim(PARSE-FIELD(51))) > 0
                    move function numval(function trim(PARSE-FIELD(51)))
                        to WS-MAX-DAILY-MESSAGES
                end-if
                if function trim(PARSE-FIELD(52)) is numeric
                   and function numval(function trim(PARSE-FIELD(52))) > 0
                    move function numval(function trim(PARSE-FIELD(52)))
                        to WS-MAX-DAILY-REQUESTS
                end-if
        end-read
        close rate-limit-file
    end-if

    move 0 to ws-msgs-today
    move 0 to ws-reqs-today
    open input rate-counter-file
    if FILESTAT-RATE = "00"
        perform until 1 = 2
            read rate-counter-file into rate-counter-line
                at end exit perform
            end-read
            unstring rate-counter-line delimited by "|" into
                PARSE-FIELD(51) PARSE-FIELD(52)
                PARSE-FIELD(53) PARSE-FIELD(54)
            end-unstring
            if function trim(PARSE-FIELD(51)) = current-user
               and PARSE-FIELD(52)(1:8) = function current-date(1:8)
                if function trim(PARSE-FIELD(53)) is numeric
                    move function numval(function trim(PARSE-FIELD(53)))
                        to ws-msgs-today
                end-if
                if function trim(PARSE-FIELD(54)) is numeric
                    move function numval(function trim(PARSE-FIELD(54)))
                        to ws-reqs-today
                end-if
                exit perform
            end-if
        end-perform
        close rate-counter-file
    end-if
    .

*>>    Would ws-needed-sends more messages take current-user past
*>>    today's cap? A clear refusal instead of a silent throttle.
check-message-allowance.
    move "y" to ws-rate-ok
    perform load-rate-limits
    if ws-msgs-today + ws-needed-sends > WS-MAX-DAILY-MESSAGES
        move "n" to ws-rate-ok
        move spaces to WS-DISPLAY
        string "Daily message limit reached ("
               WS-MAX-DAILY-MESSAGES
               "). Please try again tomorrow."
               delimited by size into WS-DISPLAY
        perform say
    end-if
    .

check-request-allowance.
    move "y" to ws-rate-ok
    perform load-rate-limits
    if ws-reqs-today >= WS-MAX-DAILY-REQUESTS
        move "n" to ws-rate-ok
        move spaces to WS-DISPLAY
        string "Daily connection-request limit reached ("
               WS-MAX-DAILY-REQUESTS
               "). Please try again tomorrow."
               delimited by size into WS-DISPLAY
        perform say
    end-if
    .

*>>    Adds one send of ws-bump-kind ("m" message / "r" request) to
*>>    current-user's row for today, creating it if needed, and
*>>    rewrites send-counters.dat. Older days' rows are kept - the
*>>    over-limit report reads them.
bump-send-counter.
    perform load-rate-limits
    if ws-bump-kind = "m"
        add 1 to ws-msgs-today
    else
        add 1 to ws-reqs-today
    end-if

    move 0 to COUNTER-COUNT
    move 0 to ws-counter-idx
    move "n" to ws-table-overflow
    open input rate-counter-file
    if FILESTAT-RATE = "00"
        perform until 1 = 2
            read rate-counter-file into rate-counter-line
                at end exit perform
            end-read
            if COUNTER-COUNT < 1000
                add 1 to COUNTER-COUNT
                move rate-counter-line to COUNTER-ENTRY(COUNTER-COUNT)
                unstring rate-counter-line delimited by "|" into
                    PARSE-FIELD(51) PARSE-FIELD(52)
                end-unstring
                if function trim(PARSE-FIELD(51)) = current-user
                   and PARSE-FIELD(52)(1:8) = function current-date(1:8)
                    move COUNTER-COUNT to ws-counter-idx
                end-if
            else
                move "y" to ws-table-overflow
            end-if
        end-perform
        close rate-counter-file
    end-if

    *> Rewriting from a partial load would delete the tail, so a
    *> file past the table is left alone - loudly, since the send
    *> then goes uncounted until the archiver trims old days away.
    if ws-table-overflow = "y"
        move "WARNING: send-counters.dat is over 1000 rows; this send was not counted. Run the archival batch." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> A file holding exactly 1000 rows with no row yet for this
    *> user today is at the same boundary: adding would write past
    *> the table and persist a garbage 1001st row (mirrors
    *> save-user-preference's full-table refusal).
    if ws-counter-idx = 0 and COUNTER-COUNT >= 1000
        move "WARNING: send-counters.dat is full; this send was not counted. Run the archival batch." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    if ws-counter-idx = 0
        add 1 to COUNTER-COUNT
        move COUNTER-COUNT to ws-counter-idx
    end-if
    move spaces to rate-counter-line
    string function trim(current-user) "|"
           function current-date(1:8) "|"
           ws-msgs-today "|"
           ws-reqs-today
           delimited by size into rate-counter-line
    end-string
    move rate-counter-line to COUNTER-ENTRY(ws-counter-idx)

    open output rate-counter-file
    if FILESTAT-RATE = "00"
        perform varying ws-i from 1 by 1 until ws-i > COUNTER-COUNT
            move COUNTER-ENTRY(ws-i) to rate-counter-line
            write rate-counter-line
        end-perform
        close rate-counter-file
    end-if
    .

*>>    After a message is composed: send it now, or hold it in
*>>    scheduled-messages.dat for ScheduledMessageRelease to send
*>>    on a chosen date. ws-later-wanted = "y" with ws-later-date
*>>    set when the sender picked a later date.
ask-send-later.
    move "n" to ws-later-wanted
    move spaces to ws-later-date
    move "Send now, or schedule for a later date? (N = now, L = later):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) not = "L"
        exit paragraph
    end-if

    perform until 1 = 2
        move "Send on which date? (YYYYMMDD, after today):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move function trim(temp-input) to ws-later-date
        if ws-later-date is numeric
           and ws-later-date > function current-date(1:8)
           and ws-later-date(5:2) >= "01" and ws-later-date(5:2) <= "12"
           and ws-later-date(7:2) >= "01" and ws-later-date(7:2) <= "31"
            exit perform
        end-if
        move "Please enter a valid date after today, as YYYYMMDD." to WS-DISPLAY
        perform say
    end-perform
    move "y" to ws-later-wanted
    move function current-date(1:16) to ws-later-id
    .

*>>    One queued row for target-username, carrying the composed
*>>    message-data: id|sender|recipient|content|type|job-title|
*>>    job-employer|release-date|status|queued-on|note.
queue-later-message.
    open extend scheduled-message-file
    if FILESTAT-SCHMSG not = "00"
        open output scheduled-message-file
        close scheduled-message-file
        open extend scheduled-message-file
    end-if
    if FILESTAT-SCHMSG not = "00"
        move "queue-later-message open" to ws-error-context
        move FILESTAT-SCHMSG to ws-error-status
        perform log-error
        exit paragraph
    end-if
    move msg-content to ws-later-content
    inspect ws-later-content replacing all "|" by "/"
    move spaces to scheduled-message-line
    string function trim(ws-later-id) "|"
           function trim(current-user) "|"
           function trim(target-username) "|"
           function trim(ws-later-content) "|"
           function trim(msg-type) "|"
           function trim(msg-job-title) "|"
           function trim(msg-job-employer) "|"
           ws-later-date "|"
           "queued" "|"
           function current-date(1:8) "|"
           delimited by size into scheduled-message-line
    end-string
    write scheduled-message-line
    close scheduled-message-file
    .

*>>    A fan-out queues one row per MUTUAL-SCAN-LIST recipient under
*>>    a single id, so the whole send cancels as one.
queue-later-fanout.
    perform varying ws-mutual-i from 1 by 1 until ws-mutual-i > MUTUAL-SCAN-COUNT
        move MUTUAL-SCAN-NAME(ws-mutual-i) to target-username
        perform queue-later-message
    end-perform
    perform say-later-queued
    .

say-later-queued.
    move spaces to WS-DISPLAY
    string "Message scheduled for " ws-later-date
           ". Messages Menu > Send-Later Queue lists or cancels it."
           delimited by size into WS-DISPLAY
    perform say
    move "---------------------" to WS-DISPLAY
    perform say
    .

*>>    current-user's queued sends, one line per send (a fan-out
*>>    shows its first recipient and how many more), with a cancel.
*>>    A cancel rewrites scheduled-messages.dat, so a partial load
*>>    is refused.
view-send-later-queue.
    move "--- Send-Later Queue ---" to WS-DISPLAY
    perform say

    move 0 to LATER-ROWS-COUNT
    move "n" to ws-later-overflow
    open input scheduled-message-file
    if FILESTAT-SCHMSG = "00"
        perform until 1 = 2
            read scheduled-message-file into scheduled-message-line
                at end exit perform
            end-read
            if LATER-ROWS-COUNT >= 1000
                move "y" to ws-later-overflow
                exit perform
            end-if
            add 1 to LATER-ROWS-COUNT
            move scheduled-message-line to LATER-ROW-ENTRY(LATER-ROWS-COUNT)
        end-perform
        close scheduled-message-file
    end-if

    move 0 to ws-later-group-count
    perform varying ws-i from 1 by 1 until ws-i > LATER-ROWS-COUNT
        move LATER-ROW-ENTRY(ws-i) to scheduled-message-line
        perform parse-later-line
        if function trim(lt-sender) = current-user
           and function trim(lt-status) = "queued"
            perform varying ws-k from 1 by 1
                    until ws-k > ws-later-group-count
                if LATER-GROUP-ID(ws-k) = lt-id
                    exit perform
                end-if
            end-perform
            if ws-k > ws-later-group-count and ws-later-group-count < 100
                add 1 to ws-later-group-count
                move lt-id to LATER-GROUP-ID(ws-later-group-count)
                move ws-i to LATER-GROUP-FIRST(ws-later-group-count)
                move 1 to LATER-GROUP-SIZE(ws-later-group-count)
            else
                if ws-k <= ws-later-group-count
                    add 1 to LATER-GROUP-SIZE(ws-k)
                end-if
            end-if
        end-if
    end-perform

    if ws-later-group-count = 0
        move "You have no messages waiting to be sent." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform varying ws-k from 1 by 1 until ws-k > ws-later-group-count
        move LATER-ROW-ENTRY(LATER-GROUP-FIRST(ws-k)) to scheduled-message-line
        perform parse-later-line
        move spaces to WS-DISPLAY
        if LATER-GROUP-SIZE(ws-k) > 1
            compute ws-later-more = LATER-GROUP-SIZE(ws-k) - 1
            string ws-k ". " lt-release " to "
                   function trim(lt-recipient) " and "
                   ws-later-more " more: "
                   function trim(lt-content)
                   delimited by size into WS-DISPLAY
        else
            string ws-k ". " lt-release " to "
                   function trim(lt-recipient) ": "
                   function trim(lt-content)
                   delimited by size into WS-DISPLAY
        end-if
        perform say
    end-perform

    if ws-later-overflow = "y"
        move "scheduled-messages.dat is over 1000 rows - cancelling waits until the nightly release drops sent, refused and cancelled rows over 30 days old." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter a number to cancel that send, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move 0 to ws-later-selection
    if function trim(temp-input) is numeric
        move function numval(function trim(temp-input))
            to ws-later-selection
    end-if
    if ws-later-selection = 0
        exit paragraph
    end-if
    if ws-later-selection > ws-later-group-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform varying ws-i from 1 by 1 until ws-i > LATER-ROWS-COUNT
        move LATER-ROW-ENTRY(ws-i) to scheduled-message-line
        perform parse-later-line
        if function trim(lt-sender) = current-user
           and function trim(lt-status) = "queued"
           and lt-id = LATER-GROUP-ID(ws-later-selection)
            move "cancelled" to lt-status
            move function current-date(1:8) to lt-note
            perform serialize-later-line
            move scheduled-message-line to LATER-ROW-ENTRY(ws-i)
        end-if
    end-perform

    move "scheduled-messages.dat.new" to WS-TEMP-REWRITE-NAME
    move "scheduled-messages.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "view-send-later-queue temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        exit paragraph
    end-if
    perform varying ws-i from 1 by 1 until ws-i > LATER-ROWS-COUNT
        move LATER-ROW-ENTRY(ws-i) to temp-rewrite-line
        write temp-rewrite-line
        add 1 to ws-swap-written
    end-perform
    close temp-rewrite-file
    perform verify-and-swap-rewrite
    if ws-swap-ok = "y"
        move "Scheduled send cancelled." to WS-DISPLAY
        perform say
    end-if
    .

parse-later-line.
    move spaces to later-data
    unstring scheduled-message-line delimited by "|" into
        lt-id lt-sender lt-recipient lt-content lt-type
        lt-job-title lt-job-employer lt-release lt-status
        lt-queued lt-note
    end-unstring
    .

serialize-later-line.
    move spaces to scheduled-message-line
    string function trim(lt-id) "|"
           function trim(lt-sender) "|"
           function trim(lt-recipient) "|"
           function trim(lt-content) "|"
           function trim(lt-type) "|"
           function trim(lt-job-title) "|"
           function trim(lt-job-employer) "|"
           function trim(lt-release) "|"
           function trim(lt-status) "|"
           function trim(lt-queued) "|"
           function trim(lt-note)
           delimited by size into scheduled-message-line
    end-string
    .

    save-message.
    move function trim(current-user) to msg-sender
    move function trim(target-username) to msg-recipient
    move function current-date to msg-timestamp
    move "unread" to msg-status

    open i-o message-file
    if FILESTAT-Msg not = "00"
        open output message-file
        close message-file
        open i-o message-file
    end-if

    if FILESTAT-Msg not = "00"
        move "Error: Could not save message." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> Saves message in format:
    *> sender|recipient|content|timestamp|status|type|job-title|job-employer|thread-ref
    perform serialize-message-line
    perform key-message-record

    write message-record
        invalid key
            close message-file
            move "save-message key" to ws-error-context
            move FILESTAT-Msg to ws-error-status
            perform log-error
            move "Error: Could not save message." to WS-DISPLAY
            perform say
            exit paragraph
    end-write
    close message-file

    move "messages.dat" to ws-journal-file
    move "update" to ws-journal-action
    move message-line to ws-journal-image
    perform write-journal-row

    move "m" to ws-bump-kind
    perform bump-send-counter

    move msg-recipient to notif-recipient
    move "message" to notif-event
    move spaces to notif-detail
    string "New message from " function trim(msg-sender)
           delimited by size into notif-detail
    perform write-notification
    .

    view-my-messages.
    move "--- Your Messages ---" to WS-DISPLAY
    perform say

    perform load-my-messages

    move 0 to ws-my-msg-count
    perform varying ws-i from 1 by 1 until ws-i > MESSAGES-COUNT
        move MESSAGE-TABLE-ENTRY(ws-i) to message-line
        perform parse-message-line

        if function trim(msg-recipient) = current-user
            move spaces to ws-modq-ref
            string function trim(msg-sender) "@"
                   function trim(msg-timestamp)
                delimited by size into ws-modq-ref
            move "message" to ws-modq-kind
            perform check-reported-by-me
            if ws-reported-by-me = "n"
                add 1 to ws-my-msg-count
                move ws-i to MSG-MATCH-INDEX(ws-my-msg-count)
                move ws-my-msg-count to ws-message-count
                perform display-message-summary
            end-if
        end-if
    end-perform

    if ws-my-msg-count = 0
        move "You have no messages." to WS-DISPLAY
        perform say
        move "---------------------" to WS-DISPLAY
        perform say
        exit paragraph
    else
        move spaces to WS-DISPLAY
        string "Total Messages: " ws-my-msg-count
               delimited by size into WS-DISPLAY
        perform say
    end-if

    move "---------------------" to WS-DISPLAY
    perform say

    move "Enter message number to view (marks as read), or 0 to go back:"
        to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-msg-selection

    if ws-msg-selection = 0
        exit paragraph
    end-if

    if ws-msg-selection < 1 or ws-msg-selection > ws-my-msg-count
        move "Invalid message number." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform view-message-detail
    .

*>>    Inbox search: every criterion is optional (blank = any) and
*>>    they combine. Sender matches the username or the sender's
*>>    profile first/last name; type is interview, broadcast,
*>>    reply, jobshare or message; employer accounts can also pin
*>>    the job title and employer an invite or share was about.
*>>    Matches page through pagination-pause and open in
*>>    view-message-detail, so delete/reply/report still apply.
    search-my-messages.
    move "--- Search My Messages ---" to WS-DISPLAY
    perform say

    move spaces to ws-msearch-criteria
    move "Sender username or name (blank for any):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function upper-case(function trim(temp-input))
        to ws-msearch-sender

    move "Keyword in the message (blank for any):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function upper-case(function trim(temp-input))
        to ws-msearch-keyword

    move "Sent on or after (YYYYMMDD, blank for any):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-msearch-from

    move "Sent on or before (YYYYMMDD, blank for any):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-msearch-to

    if (ws-msearch-from not = spaces and ws-msearch-from is not numeric)
       or (ws-msearch-to not = spaces and ws-msearch-to is not numeric)
        move "Dates must be entered as YYYYMMDD." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Type - interview, broadcast, reply, jobshare, message (blank for any):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function lower-case(function trim(temp-input))
        to ws-msearch-type

    move "Read or unread (blank for any):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function lower-case(function trim(temp-input))
        to ws-msearch-status

    if function trim(ws-current-role) = "employer"
        move "Job title the message is about (blank for any):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move function upper-case(function trim(temp-input))
            to ws-msearch-job-title

        move "Job employer the message is about (blank for any):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move function upper-case(function trim(temp-input))
            to ws-msearch-job-employer
    end-if

    perform load-my-messages

    move 0 to ws-my-msg-count
    move 0 to ws-page-count
    move "n" to ws-pagination-stop
    move spaces to ws-msearch-name-user
    perform varying ws-i from 1 by 1
            until ws-i > MESSAGES-COUNT or ws-pagination-stop = "y"
        move MESSAGE-TABLE-ENTRY(ws-i) to message-line
        perform parse-message-line

        if function trim(msg-recipient) = current-user
            perform check-message-passes-search
            if ws-found = "y"
                move spaces to ws-modq-ref
                string function trim(msg-sender) "@"
                       function trim(msg-timestamp)
                    delimited by size into ws-modq-ref
                move "message" to ws-modq-kind
                perform check-reported-by-me
                if ws-reported-by-me = "n"
                    add 1 to ws-my-msg-count
                    move ws-i to MSG-MATCH-INDEX(ws-my-msg-count)
                    move ws-my-msg-count to ws-message-count
                    perform display-message-summary
                    perform pagination-pause
                end-if
            end-if
        end-if
    end-perform

    if ws-my-msg-count = 0
        move "No messages match that search." to WS-DISPLAY
        perform say
        move "---------------------" to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move spaces to WS-DISPLAY
    string "Matching Messages: " ws-my-msg-count
           delimited by size into WS-DISPLAY
    perform say
    move "---------------------" to WS-DISPLAY
    perform say

    move "Enter message number to view (marks as read), or 0 to go back:"
        to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-msg-selection

    if ws-msg-selection = 0
        exit paragraph
    end-if

    if ws-msg-selection < 1 or ws-msg-selection > ws-my-msg-count
        move "Invalid message number." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform view-message-detail
    .

*>>    ws-found = "y" when the parsed message-data meets every
*>>    criterion search-my-messages collected.
    check-message-passes-search.
    move "y" to ws-found

    if ws-msearch-from not = spaces
       and msg-timestamp(1:8) < ws-msearch-from
        move "n" to ws-found
        exit paragraph
    end-if
    if ws-msearch-to not = spaces
       and msg-timestamp(1:8) > ws-msearch-to
        move "n" to ws-found
        exit paragraph
    end-if

    if ws-msearch-status not = spaces
       and function trim(msg-status) not = function trim(ws-msearch-status)
        move "n" to ws-found
        exit paragraph
    end-if

    if ws-msearch-type not = spaces
        if function trim(ws-msearch-type) = "reply"
            if msg-thread-ref = spaces
                move "n" to ws-found
                exit paragraph
            end-if
        else
            if function trim(msg-type) not = function trim(ws-msearch-type)
                move "n" to ws-found
                exit paragraph
            end-if
        end-if
    end-if

    if ws-msearch-keyword not = spaces
        move 0 to ws-name-match-tally
        inspect function upper-case(msg-content)
            tallying ws-name-match-tally for all
            function trim(ws-msearch-keyword)
        if ws-name-match-tally = 0
            move "n" to ws-found
            exit paragraph
        end-if
    end-if

    if ws-msearch-job-title not = spaces
        move 0 to ws-name-match-tally
        inspect function upper-case(msg-job-title)
            tallying ws-name-match-tally for all
            function trim(ws-msearch-job-title)
        if ws-name-match-tally = 0
            move "n" to ws-found
            exit paragraph
        end-if
    end-if

    if ws-msearch-job-employer not = spaces
        move 0 to ws-name-match-tally
        inspect function upper-case(msg-job-employer)
            tallying ws-name-match-tally for all
            function trim(ws-msearch-job-employer)
        if ws-name-match-tally = 0
            move "n" to ws-found
            exit paragraph
        end-if
    end-if

    if ws-msearch-sender not = spaces
        move 0 to ws-name-match-tally
        inspect function upper-case(msg-sender)
            tallying ws-name-match-tally for all
            function trim(ws-msearch-sender)
        if ws-name-match-tally = 0
            perform lookup-message-sender-name
            inspect ws-msearch-sender-name
                tallying ws-name-match-tally for all
                function trim(ws-msearch-sender)
        end-if
        if ws-name-match-tally = 0
            move "n" to ws-found
            exit paragraph
        end-if
    end-if
    .

*>>    "FIRST LAST" for msg-sender from profiles.dat, upper-cased
*>>    for matching; one keyed read per distinct sender in a row.
    lookup-message-sender-name.
    if msg-sender = ws-msearch-name-user
        exit paragraph
    end-if
    move msg-sender to ws-msearch-name-user
    move spaces to ws-msearch-sender-name
    open input profile-file
    if FILESTAT-PROFILE = "00"
        move function trim(msg-sender) to fd-profile-username
        read profile-file
            invalid key continue
            not invalid key
                perform rejoin-profile-record-to-line
                move spaces to ws-msearch-first
                move spaces to ws-msearch-last
                unstring profile-line delimited by "|" into
                    ws-msearch-name-skip ws-msearch-first ws-msearch-last
                end-unstring
                string function trim(ws-msearch-first) " "
                       function trim(ws-msearch-last)
                    delimited by size into ws-msearch-sender-name
                end-string
                move function upper-case(ws-msearch-sender-name)
                    to ws-msearch-sender-name
        end-read
        close profile-file
    end-if
    .

    parse-message-line.
    move spaces to PARSE-FIELD(1)
    move spaces to PARSE-FIELD(2)
    move spaces to PARSE-FIELD(3)
    move spaces to PARSE-FIELD(4)
    move spaces to PARSE-FIELD(5)
    move spaces to PARSE-FIELD(6)
    move spaces to PARSE-FIELD(7)
    move spaces to PARSE-FIELD(8)
    move spaces to PARSE-FIELD(9)

    unstring message-line delimited by "|" into
        PARSE-FIELD(1)
        PARSE-FIELD(2)
        PARSE-FIELD(3)
        PARSE-FIELD(4)
        PARSE-FIELD(5)
        PARSE-FIELD(6)
        PARSE-FIELD(7)
        PARSE-FIELD(8)
        PARSE-FIELD(9)
    end-unstring

    move function trim(PARSE-FIELD(1)) to msg-sender
    move function trim(PARSE-FIELD(2)) to msg-recipient
    move function trim(PARSE-FIELD(3)) to msg-content
    move function trim(PARSE-FIELD(4)) to msg-timestamp

    *> Older rows saved before the status field existed default to unread
    if function trim(PARSE-FIELD(5)) = spaces
        move "unread" to msg-status
    else
        move function trim(PARSE-FIELD(5)) to msg-status
    end-if

    *> Older rows with no message-type field default to a generic message
    if function trim(PARSE-FIELD(6)) = spaces
        move "message" to msg-type
    else
        move function trim(PARSE-FIELD(6)) to msg-type
    end-if
    move function trim(PARSE-FIELD(7)) to msg-job-title
    move function trim(PARSE-FIELD(8)) to msg-job-employer

    *> Older rows with no thread-reference field default to blank
    move function trim(PARSE-FIELD(9)) to msg-thread-ref
    .

    display-message-summary.
    move spaces to WS-DISPLAY
    if function trim(msg-type) = "interview"
        if function trim(msg-status) = "unread"
            string ws-my-msg-count ". [UNREAD] [INTERVIEW INVITE] From: " function trim(msg-sender)
                   delimited by size into WS-DISPLAY
        else
            string ws-my-msg-count ". [INTERVIEW INVITE] From: " function trim(msg-sender)
                   delimited by size into WS-DISPLAY
        end-if
    else
        if function trim(msg-thread-ref) not = spaces
            if function trim(msg-status) = "unread"
                string ws-my-msg-count ". [UNREAD] [REPLY] From: " function trim(msg-sender)
                       delimited by size into WS-DISPLAY
            else
                string ws-my-msg-count ". [REPLY] From: " function trim(msg-sender)
                       delimited by size into WS-DISPLAY
            end-if
        else
            if function trim(msg-status) = "unread"
                string ws-my-msg-count ". [UNREAD] From: " function trim(msg-sender)
                       delimited by size into WS-DISPLAY
            else
                string ws-my-msg-count ". From: " function trim(msg-sender)
                       delimited by size into WS-DISPLAY
            end-if
        end-if
    end-if
    perform say

    move spaces to WS-DISPLAY
    string "   " function trim(msg-content)
           delimited by size into WS-DISPLAY
    perform say

    move spaces to WS-DISPLAY
    string "   (" function trim(msg-timestamp) ")"
           delimited by size into WS-DISPLAY
    perform say

    move "---" to WS-DISPLAY
    perform say
    .

*>>    Positions message-file (already open) at current-user's
*>>    first inbox row; ws-msg-scan-done is "y" when there is none.
    start-inbox-for-current-user.
    move "n" to ws-msg-scan-done
    move current-user to fd-msg-recipient
    move low-values to fd-msg-timestamp
    move low-values to fd-msg-sender
    start message-file key is >= fd-msg-key
        invalid key move "y" to ws-msg-scan-done
    end-start
    .

*>>    current-user's inbox, oldest first, into MESSAGES-TABLE -
*>>    the keyed replacement for loading every user's mail.
    load-my-messages.
    move 0 to MESSAGES-COUNT
    open input message-file
    if FILESTAT-Msg = "00"
        perform start-inbox-for-current-user
        perform until ws-msg-scan-done = "y"
            read message-file next record
                at end exit perform
            end-read
            if fd-msg-recipient not = current-user
                exit perform
            end-if
            if MESSAGES-COUNT < 1000
                add 1 to MESSAGES-COUNT
                move fd-msg-line to MESSAGE-TABLE-ENTRY(MESSAGES-COUNT)
            end-if
        end-perform
        close message-file
    end-if
    .

*>>    Fills the record key from message-line (the row just
*>>    serialized or parsed) and carries the row whole.
    key-message-record.
    perform parse-message-line
    move spaces to message-record
    move msg-recipient to fd-msg-recipient
    move msg-timestamp to fd-msg-timestamp
    move msg-sender to fd-msg-sender
    move message-line to fd-msg-line
    .

*>>    One keyed rewrite of the message in message-line.
    rewrite-message-record.
    perform key-message-record
    open i-o message-file
    if FILESTAT-Msg not = "00"
        move "rewrite-message open" to ws-error-context
        move FILESTAT-Msg to ws-error-status
        perform log-error
        exit paragraph
    end-if
    rewrite message-record
        invalid key
            move "rewrite-message key" to ws-error-context
            move FILESTAT-Msg to ws-error-status
            perform log-error
        not invalid key
            move "messages.dat" to ws-journal-file
            move "update" to ws-journal-action
            move message-line to ws-journal-image
            perform write-journal-row
    end-rewrite
    close message-file
    .

    serialize-message-line.
    move spaces to message-line
    string
        function trim(msg-sender) "|"
        function trim(msg-recipient) "|"
        function trim(msg-content) "|"
        function trim(msg-timestamp) "|"
        function trim(msg-status) "|"
        function trim(msg-type) "|"
        function trim(msg-job-title) "|"
        function trim(msg-job-employer) "|"
        function trim(msg-thread-ref)
        delimited by size
        into message-line
    end-string
    .

    mark-message-read.
    if function trim(msg-status) = "unread"
        move "read" to msg-status
        perform serialize-message-line
        move message-line to MESSAGE-TABLE-ENTRY(ws-j)
        perform rewrite-message-record
    end-if
    .

    delete-message-entry.
    move "messages-recycle.dat" to WS-RECYCLE-FILENAME
    move spaces to ws-recycle-payload
    move MESSAGE-TABLE-ENTRY(ws-j) to ws-recycle-payload
    perform write-recycle-row

    move MESSAGE-TABLE-ENTRY(ws-j) to message-line
    perform key-message-record
    open i-o message-file
    if FILESTAT-Msg = "00"
        delete message-file record
            invalid key
                move "delete-message key" to ws-error-context
                move FILESTAT-Msg to ws-error-status
                perform log-error
            not invalid key
                move "messages.dat" to ws-journal-file
                move "delete" to ws-journal-action
                move message-line to ws-journal-image
                perform write-journal-row
        end-delete
        close message-file
    end-if

    perform varying ws-i from ws-j by 1 until ws-i >= MESSAGES-COUNT
        move MESSAGE-TABLE-ENTRY(ws-i + 1) to MESSAGE-TABLE-ENTRY(ws-i)
    end-perform
    subtract 1 from MESSAGES-COUNT

    move "Message deleted." to WS-DISPLAY
    perform say
    .

    view-message-detail.
    move MSG-MATCH-INDEX(ws-msg-selection) to ws-j
    move MESSAGE-TABLE-ENTRY(ws-j) to message-line
    perform parse-message-line

    move spaces to WS-DISPLAY
    string "From: " function trim(msg-sender)
           delimited by size into WS-DISPLAY
    perform say

    move spaces to WS-DISPLAY
    string "Sent: " function trim(msg-timestamp)
           delimited by size into WS-DISPLAY
    perform say

    move spaces to WS-DISPLAY
    string "Message: " function trim(msg-content)
           delimited by size into WS-DISPLAY
    perform say

    if function trim(msg-type) = "interview"
        move spaces to WS-DISPLAY
        string "Job: " function trim(msg-job-title) " at "
               function trim(msg-job-employer)
               delimited by size into WS-DISPLAY
        perform say
        perform offer-interview-slot-choice
    end-if

    if function trim(msg-type) = "jobshare"
       or function trim(msg-type) = "poolinvite"
        move spaces to WS-DISPLAY
        string "Shared posting: " function trim(msg-job-title)
               " at " function trim(msg-job-employer)
               delimited by size into WS-DISPLAY
        perform say
        move "Apply to this job now? (Y/N):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        if function upper-case(function trim(temp-input)) = "Y"
            perform apply-to-shared-job
        end-if
    end-if

    if function trim(msg-thread-ref) not = spaces
        move spaces to ws-thread-orig-sender
        move spaces to ws-thread-orig-timestamp
        unstring msg-thread-ref delimited by "@" into
            ws-thread-orig-sender ws-thread-orig-timestamp
        end-unstring
        move spaces to WS-DISPLAY
        string "(In reply to " function trim(ws-thread-orig-sender)
               "'s message sent " function trim(ws-thread-orig-timestamp) ")"
               delimited by size into WS-DISPLAY
        perform say
    end-if

    perform mark-message-read

    move "1. Delete this message" to WS-DISPLAY
    perform say
    move "2. Reply" to WS-DISPLAY
    perform say
    move "3. Report this Message" to WS-DISPLAY
    perform say
    move "4. Back to Inbox" to WS-DISPLAY
    perform say
    move "Enter your choice:" to WS-DISPLAY
    move "prompt-choice" to ws-msg-id
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-msg-action

    evaluate ws-msg-action
        when 1
            perform delete-message-entry
        when 2
            perform reply-to-message
        when 3
            perform report-message-content
        when other
            continue
    end-evaluate
    .

*>>    Jump straight from a shared-job message to apply-for-job: the
*>>    posting referenced by msg-job-title/msg-job-employer is
*>>    re-read from jobs.dat so the screening questions and status
*>>    are current.
apply-to-shared-job.
    move "n" to ws-share-found-job
    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
                at end exit perform
            end-read
            perform parse-job-line
            if function trim(job-title) = function trim(msg-job-title)
               and function trim(job-employer) =
                   function trim(msg-job-employer)
                move "y" to ws-share-found-job
                exit perform
            end-if
        end-perform
        close job-file
    end-if

    if ws-share-found-job not = "y"
        move "That posting is no longer on file." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    if function trim(job-status) not = "Open"
        move "That posting has since been filled or closed." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform apply-for-job
    .

*>>    Queues a moderation report for the message just read
*>>    (referenced by its sender@timestamp, the same linkage
*>>    msg-thread-ref uses); the item disappears from this reporter's
*>>    inbox while the report is pending.
report-message-content.
    move "Reason for reporting this message:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-modq-reason

    move spaces to ws-modq-ref
    string function trim(msg-sender) "@" function trim(msg-timestamp)
        delimited by size into ws-modq-ref
    move "message" to ws-modq-kind
    perform append-moderation-report

    move "Thank you. An operator will review this message." to WS-DISPLAY
    perform say
    .

append-moderation-report.
    open extend moderation-file
    if FILESTAT-MODQ not = "00"
        open output moderation-file
        close moderation-file
        open extend moderation-file
    end-if
    if FILESTAT-MODQ = "00"
        move spaces to moderation-line
        string function trim(current-user) "|"
               function trim(ws-modq-kind) "|"
               function trim(ws-modq-ref) "|"
               function trim(ws-modq-reason) "|"
               function current-date(1:8) "|"
               "pending"
               delimited by size into moderation-line
        end-string
        write moderation-line
        close moderation-file
    end-if
    .

*>>    True in ws-reported-by-me when current-user has a still-
*>>    pending report on the item in ws-modq-kind/ws-modq-ref, so
*>>    reported content stays invisible to its reporter.
check-reported-by-me.
    move "n" to ws-reported-by-me
    open input moderation-file
    if FILESTAT-MODQ = "00"
        perform until 1 = 2
            read moderation-file into moderation-line
                at end exit perform
            end-read
            unstring moderation-line delimited by "|" into
                PARSE-FIELD(31) PARSE-FIELD(32) PARSE-FIELD(33)
                PARSE-FIELD(34) PARSE-FIELD(35) PARSE-FIELD(36)
            end-unstring
            if function trim(PARSE-FIELD(31)) = current-user
               and function trim(PARSE-FIELD(32)) = function trim(ws-modq-kind)
               and function trim(PARSE-FIELD(33)) = function trim(ws-modq-ref)
               and function trim(PARSE-FIELD(36)) = "pending"
                move "y" to ws-reported-by-me
                exit perform
            end-if
        end-perform
        close moderation-file
    end-if
    .

      *>>    Reply right from a displayed message: pre-fills
      *>>    target-username from the message's own msg-sender (captured
      *>>    here before save-message overwrites msg-sender with
      *>>    current-user) and tags the new row with a reference back to
      *>>    the original ("<orig-sender>@<orig-timestamp>") so related
      *>>    messages stay linked in messages.dat. Skips
      *>>    validate-message-recipient's connection check - the original
      *>>    sender already reached current-user once (including via an
      *>>    interview invite from a job poster who may not be a mutual
      *>>    connection), so a reply back to them shouldn't be blocked by
      *>>    a connection requirement send-new-message otherwise enforces.
    reply-to-message.
    move 1 to ws-needed-sends
    perform check-message-allowance
    if ws-rate-ok not = "y"
        exit paragraph
    end-if

    move function trim(msg-sender) to target-username
    move spaces to msg-thread-ref
    string function trim(msg-sender) "@" function trim(msg-timestamp)
        delimited by size into msg-thread-ref
    end-string

    move spaces to WS-DISPLAY
    string "--- Reply to " function trim(target-username) " ---"
        delimited by size into WS-DISPLAY
    perform say

    move 0 to ws-input-overage
    perform until 1 = 2
        move "Enter your reply (max 200 chars):" to WS-DISPLAY
        perform say

        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count

        if function length(function trim(temp-input)) > 200
            compute ws-input-overage = function length(function trim(temp-input)) - 200
            move spaces to WS-DISPLAY
            string "That was " ws-input-overage
                " character(s) too long (max 200). Please re-enter."
                delimited by size into WS-DISPLAY
            perform say
        else
            move function trim(temp-input) to msg-content
            exit perform
        end-if
    end-perform

    move "message" to msg-type
    move spaces to msg-job-title
    move spaces to msg-job-employer

      *>>    Silently refuse (no signal to the sender) if the original
      *>>    sender has since blocked current-user, same as
      *>>    validate-message-recipient does for an ordinary message -
      *>>    reply-to-message only skips the *connection* requirement,
      *>>    not the block check (review fix).
    move target-username to ws-block-target
    perform is-user-blocked
    if ws-is-blocked = "n"
        perform save-message
    end-if

    move spaces to WS-DISPLAY
    string "Reply sent to " function trim(target-username)
           " successfully!" delimited by size into WS-DISPLAY
    perform say
    move "---------------------" to WS-DISPLAY
    perform say
    .

*>>    "What's New in My Network": one dated, paginated feed of the
*>>    activity that is otherwise scattered across five menus - new
*>>    connections my connections have made (fd-conn-decided-date),
*>>    jobs they have posted, and skills they have completed. Scoped
*>>    by get-connections-list, with current-user's list snapshotted
*>>    into MY-CONN-LIST the same way compute-mutual-connections does.
view-activity-feed.
    move "--- What's New in My Network ---" to WS-DISPLAY
    perform say

    move current-user to ws-mutual-lookup-user
    perform get-connections-list
    move MUTUAL-SCAN-COUNT to MY-CONN-COUNT
    perform varying ws-mutual-i from 1 by 1 until ws-mutual-i > MY-CONN-COUNT
        move MUTUAL-SCAN-NAME(ws-mutual-i) to MY-CONN-NAME(ws-mutual-i)
    end-perform

    if MY-CONN-COUNT = 0
        move "You have no connections yet - connect with classmates to build your feed." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move 0 to FEED-COUNT
    perform gather-connection-activity
    perform gather-job-activity
    perform gather-skill-activity

    if FEED-COUNT = 0
        move "Nothing new from your network yet." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform sort-feed-newest-first

    move 0 to ws-page-count
    move "n" to ws-pagination-stop
    perform varying ws-feed-i from 1 by 1
            until ws-feed-i > FEED-COUNT or ws-pagination-stop = "y"
        move spaces to WS-DISPLAY
        if function trim(fe-date(ws-feed-i)) = spaces
            move function trim(fe-text(ws-feed-i)) to WS-DISPLAY
        else
            string function trim(fe-date(ws-feed-i)(1:8)) " - "
                   function trim(fe-text(ws-feed-i))
                   delimited by size into WS-DISPLAY
        end-if
        perform say
        perform pagination-pause
    end-perform
    move "-----------------------------------" to WS-DISPLAY
    perform say
    .

*>>    True in ws-feed-match when ws-feed-name is one of the
*>>    MY-CONN-LIST connections (its own flag so the feed scan never
*>>    trips over the shared ws-found scratch).
check-feed-name-is-connection.
    move "n" to ws-feed-match
    perform varying ws-feed-j from 1 by 1 until ws-feed-j > MY-CONN-COUNT
        if function trim(MY-CONN-NAME(ws-feed-j)) = function trim(ws-feed-name)
            move "y" to ws-feed-match
            exit perform
        end-if
    end-perform
    .

add-feed-entry.
    if FEED-COUNT < 500
        add 1 to FEED-COUNT
        move ws-feed-date to fe-date(FEED-COUNT)
        move WS-DISPLAY to fe-text(FEED-COUNT)
    end-if
    .

*>>    New connections made by my connections: every "connected" row
*>>    where either side is on MY-CONN-LIST and current-user is not
*>>    involved (those the user already knows about first-hand).
gather-connection-activity.
    open input connection-file
    if FILESTAT-CONN = "00"
        perform until 1 = 2
            read connection-file next record
                at end exit perform
            end-read
            if function trim(fd-conn-status) = "connected"
               and function trim(fd-conn-from-user) not = current-user
               and function trim(fd-conn-to-user) not = current-user
                move fd-conn-from-user to ws-feed-name
                perform check-feed-name-is-connection
                if ws-feed-match = "n"
                    move fd-conn-to-user to ws-feed-name
                    perform check-feed-name-is-connection
                end-if
                if ws-feed-match = "y"
                    move fd-conn-decided-date to ws-feed-date
                    move spaces to WS-DISPLAY
                    string function trim(fd-conn-from-user)
                           " connected with "
                           function trim(fd-conn-to-user)
                           delimited by size into WS-DISPLAY
                    perform add-feed-entry
                end-if
            end-if
        end-perform
        close connection-file
    end-if
    .

gather-job-activity.
    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
                at end exit perform
            end-read
            perform parse-job-line
            move job-poster-username to ws-feed-name
            perform check-feed-name-is-connection
            if ws-feed-match = "y"
                move spaces to ws-feed-date
                move spaces to WS-DISPLAY
                string function trim(job-poster-username)
                       " posted a job: " function trim(job-title)
                       " at " function trim(job-employer)
                       delimited by size into WS-DISPLAY
                perform add-feed-entry
            end-if
        end-perform
        close job-file
    end-if
    .

gather-skill-activity.
    open input skills-file
    if FILESTAT-SKILL = "00"
        perform until 1 = 2
            read skills-file into skills-line
                at end exit perform
            end-read
            move spaces to PARSE-FIELD(5)
            unstring skills-line delimited by "|" into
                PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                PARSE-FIELD(4) PARSE-FIELD(5)
            end-unstring
            move function trim(PARSE-FIELD(1)) to ws-feed-name
            perform check-feed-name-is-connection
            if ws-feed-match = "y"
               and function trim(PARSE-FIELD(5)) not = "fail"
                move function trim(PARSE-FIELD(3)) to ws-feed-date
                move spaces to WS-DISPLAY
                string function trim(PARSE-FIELD(1))
                       " completed the " function trim(PARSE-FIELD(2))
                       " skill"
                       delimited by size into WS-DISPLAY
                perform add-feed-entry
            end-if
        end-perform
        close skills-file
    end-if
    .

*>>    Simple exchange sort, newest (lexically largest timestamp)
*>>    first; undated entries fall to the end.
sort-feed-newest-first.
    perform varying ws-feed-i from 1 by 1 until ws-feed-i >= FEED-COUNT
        perform varying ws-feed-j from 1 by 1
                until ws-feed-j >= FEED-COUNT
            if fe-date(ws-feed-j) < fe-date(ws-feed-j + 1)
                move FEED-ENTRY(ws-feed-j) to WS-FEED-SWAP
                move FEED-ENTRY(ws-feed-j + 1) to FEED-ENTRY(ws-feed-j)
                move WS-FEED-SWAP to FEED-ENTRY(ws-feed-j + 1)
            end-if
        end-perform
    end-perform
    .

*>>    Mentorship proposals and matches involving current-user,
*>>    from MentorMatchBatch's mentorships.dat rows. A "proposed"
*>>    pair can be accepted by either side here; acceptance updates
*>>    the row in place and notifies the other party.
view-my-mentorships.
    move "--- My Mentorships ---" to WS-DISPLAY
    perform say

    move 0 to MENTORSHIPS-COUNT
    move 0 to ws-my-mentorship-count
    move "n" to ws-table-overflow
    open input mentorship-file
    if FILESTAT-MENTOR = "00"
        perform until 1 = 2
            read mentorship-file into mentorship-line
                at end exit perform
            end-read
            if MENTORSHIPS-COUNT >= 500
                move "y" to ws-table-overflow
            end-if
            if MENTORSHIPS-COUNT < 500
                add 1 to MENTORSHIPS-COUNT
                move mentorship-line to MENTORSHIP-ENTRY(MENTORSHIPS-COUNT)
                unstring mentorship-line delimited by "|" into
                    PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                    PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
                end-unstring
                if function trim(PARSE-FIELD(1)) = current-user
                   or function trim(PARSE-FIELD(2)) = current-user
                    add 1 to ws-my-mentorship-count
                    move MENTORSHIPS-COUNT
                        to MENTOR-MATCH-INDEX(ws-my-mentorship-count)
                    move spaces to WS-DISPLAY
                    string ws-my-mentorship-count ". mentor "
                           function trim(PARSE-FIELD(1))
                           " / mentee " function trim(PARSE-FIELD(2))
                           " [" function trim(PARSE-FIELD(6)) "]"
                           delimited by size into WS-DISPLAY
                    perform say
                end-if
            end-if
        end-perform
        close mentorship-file
    end-if

    if ws-my-mentorship-count = 0
        move "No mentorship proposals involve you yet." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> Accepting updates the row and rewrites the whole file, which
    *> from a partial load would drop the tail - refuse instead.
    if ws-table-overflow = "y"
        move "mentorships.dat is over 500 rows - accepting is disabled until it is archived." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "1. Accept a Proposed Pair" to WS-DISPLAY
    perform say
    move "2. Log a Meeting" to WS-DISPLAY
    perform say
    move "3. Mark a Pair Completed or Lapsed" to WS-DISPLAY
    perform say
    move "4. Back" to WS-DISPLAY
    perform say
    move "Enter your choice:" to WS-DISPLAY
    move "prompt-choice" to ws-msg-id
    perform say-msg
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-mentorship-action

    evaluate ws-mentorship-action
        when 1
            perform accept-mentorship-pair
        when 2
            perform log-mentorship-meeting
        when 3
            perform close-mentorship-pair
        when other
            continue
    end-evaluate
    .

*>>    Prompts for a pair number from the listing just shown and
*>>    parses the chosen row into PARSE-FIELD(1)-(6) with ws-j as
*>>    its MENTORSHIP-ENTRY index; ws-mentorship-selection 0 means
*>>    cancelled.
select-mentorship-pair.
    move "Enter the pair number, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF
            move 0 to ws-mentorship-selection
            exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-mentorship-selection

    if ws-mentorship-selection = 0
        exit paragraph
    end-if
    if ws-mentorship-selection < 1
       or ws-mentorship-selection > ws-my-mentorship-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        move 0 to ws-mentorship-selection
        exit paragraph
    end-if

    move MENTOR-MATCH-INDEX(ws-mentorship-selection) to ws-j
    move MENTORSHIP-ENTRY(ws-j) to mentorship-line
    unstring mentorship-line delimited by "|" into
        PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
        PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
    end-unstring
    if function trim(PARSE-FIELD(1)) = current-user
        move function trim(PARSE-FIELD(2)) to ws-mm-other-side
    else
        move function trim(PARSE-FIELD(1)) to ws-mm-other-side
    end-if
    .

*>>    Rewrites the chosen pair's status to whatever is already in
*>>    PARSE-FIELD(6), then rewrites the whole file.
rewrite-mentorship-status.
    move spaces to mentorship-line
    string function trim(PARSE-FIELD(1)) "|"
           function trim(PARSE-FIELD(2)) "|"
           function trim(PARSE-FIELD(3)) "|"
           function trim(PARSE-FIELD(4)) "|"
           function trim(PARSE-FIELD(5)) "|"
           function trim(PARSE-FIELD(6))
           delimited by size into mentorship-line
    end-string
    move mentorship-line to MENTORSHIP-ENTRY(ws-j)

    move "mentorships.dat.new" to WS-TEMP-REWRITE-NAME
    move "mentorships.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "rewrite-mentorships temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        exit paragraph
    end-if
    perform varying ws-i from 1 by 1 until ws-i > MENTORSHIPS-COUNT
        move MENTORSHIP-ENTRY(ws-i) to temp-rewrite-line
        write temp-rewrite-line
        add 1 to ws-swap-written
    end-perform
    close temp-rewrite-file
    perform verify-and-swap-rewrite
    .

accept-mentorship-pair.
    perform select-mentorship-pair
    if ws-mentorship-selection = 0
        exit paragraph
    end-if

    if function trim(PARSE-FIELD(6)) not = "proposed"
        move "That pair is not awaiting acceptance." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "accepted" to PARSE-FIELD(6)
    perform rewrite-mentorship-status

    move ws-mm-other-side to notif-recipient
    move "mentorship" to notif-event
    move spaces to notif-detail
    string function trim(current-user)
           " accepted your mentorship match."
           delimited by size into notif-detail
    perform write-notification

    move "Mentorship accepted." to WS-DISPLAY
    perform say
    .

*>>    A dated meeting row against the pair: the evidence the grant
*>>    review asks for.
log-mentorship-meeting.
    perform select-mentorship-pair
    if ws-mentorship-selection = 0
        exit paragraph
    end-if

    if function trim(PARSE-FIELD(6)) not = "accepted"
        move "Meetings can only be logged against an accepted pair." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter the meeting date (YYYYMMDD):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-meeting-date
    if ws-meeting-date is not numeric
        move "The meeting date must be YYYYMMDD." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter the topic discussed:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-meeting-topic

    open extend mentorship-meeting-file
    if FILESTAT-MMEET not = "00"
        open output mentorship-meeting-file
        close mentorship-meeting-file
        open extend mentorship-meeting-file
    end-if
    move spaces to mentorship-meeting-line
    string function trim(PARSE-FIELD(1)) "|"
           function trim(PARSE-FIELD(2)) "|"
           function trim(ws-meeting-date) "|"
           function trim(ws-meeting-topic)
           delimited by size into mentorship-meeting-line
    end-string
    write mentorship-meeting-line
    close mentorship-meeting-file

    move "Meeting logged." to WS-DISPLAY
    perform say
    .

close-mentorship-pair.
    perform select-mentorship-pair
    if ws-mentorship-selection = 0
        exit paragraph
    end-if

    if function trim(PARSE-FIELD(6)) not = "accepted"
        move "Only an accepted pair can be completed or lapsed." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "1. Completed (ran its course)  2. Lapsed (fizzled out):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count

    evaluate function numval(function trim(temp-input))
        when 1
            move "completed" to PARSE-FIELD(6)
        when 2
            move "lapsed" to PARSE-FIELD(6)
        when other
            move "Invalid choice." to WS-DISPLAY
            perform say
            exit paragraph
    end-evaluate

    perform rewrite-mentorship-status

    move ws-mm-other-side to notif-recipient
    move "mentorship" to notif-event
    move spaces to notif-detail
    string function trim(current-user) " marked your mentorship "
           function trim(PARSE-FIELD(6)) "."
           delimited by size into notif-detail
    perform write-notification

    move spaces to WS-DISPLAY
    string "Mentorship marked " function trim(PARSE-FIELD(6)) "."
        delimited by size into WS-DISPLAY
    perform say
    .

*>>    Full personal-data export: one labeled file gathering every
*>>    row the system holds about current-user - account (password
*>>    withheld), profile, connections, postings, applications,
*>>    messages, skills, profile views, and the blocks THEY placed
*>>    (never who blocked them). Compliance request, assembled by
*>>    hand from nine files until now.
export-my-data.
    move spaces to WS-EXPORT-FILENAME
    string function trim(current-user) "-data-export.txt"
        delimited by size into WS-EXPORT-FILENAME

    open output data-export-file
    if FILESTAT-EXPORT not = "00"
        move "Error creating data export file." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move spaces to export-line
    string "Personal data export for " function trim(current-user)
           " on " function current-date(1:8)
           delimited by size into export-line
    write export-line

    move "== Account (users.dat, password withheld) ==" to export-line
    write export-line
    move current-user to u
    perform read-user-row-keyed
    if ws-user-found = "y"
        move spaces to export-line
        string "Username: " function trim(f-user)
               "  Email: " function trim(f-email)
               "  Role: " function trim(f-role)
               "  Locked: " f-locked
               "  Password last set: " function trim(f-pwdate)
               delimited by size into export-line
        write export-line
    end-if

    move "== Profile (profiles.dat) ==" to export-line
    write export-line
    open input profile-file
    if FILESTAT-PROFILE = "00"
        move function trim(current-user) to fd-profile-username
        read profile-file
            invalid key continue
            not invalid key
                perform rejoin-profile-record-to-line
                move profile-line to export-line
                write export-line
        end-read
        close profile-file
    end-if

    move "== Earlier profile versions (profile-revisions.dat) ==" to export-line
    write export-line
    open input profile-revision-file
    if FILESTAT-PREV = "00"
        perform until 1 = 2
            read profile-revision-file
                at end exit perform
            end-read
            perform split-profile-revision-line
            if function trim(ws-rev-user) = current-user
                move profile-revision-line to export-line
                write export-line
            end-if
        end-perform
        close profile-revision-file
    end-if

    move "== Connections (connections.dat) ==" to export-line
    write export-line
    open input connection-file
    if FILESTAT-CONN = "00"
        perform until 1 = 2
            read connection-file next record
                at end exit perform
            end-read
            if function trim(fd-conn-from-user) = current-user
               or function trim(fd-conn-to-user) = current-user
                move spaces to export-line
                string function trim(fd-conn-from-user) " -> "
                       function trim(fd-conn-to-user)
                       " [" function trim(fd-conn-status) "]"
                       delimited by size into export-line
                write export-line
            end-if
        end-perform
        close connection-file
    end-if

    move "== Job postings (jobs.dat) ==" to export-line
    write export-line
    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
            read job-file into job-line
                at end exit perform
            end-read
            perform parse-job-line
            if function trim(job-poster-username) = current-user
                move job-line to export-line
                write export-line
            end-if
        end-perform
        close job-file
    end-if

    move "== Applications (applications.dat) ==" to export-line
    write export-line
    perform load-my-applications
    perform varying ws-i from 1 by 1 until ws-i > APPLICATIONS-COUNT
        move APPLICATION-TABLE-ENTRY(ws-i) to export-line
        write export-line
    end-perform

    move "== Cover letters (cover-letters.dat) ==" to export-line
    write export-line
    open input cover-letter-file
    if FILESTAT-COVER = "00"
        move "n" to ws-app-scan-done
        move current-user to fd-cover-username
        start cover-letter-file key is equal to fd-cover-username
            invalid key move "y" to ws-app-scan-done
        end-start
        perform until ws-app-scan-done = "y"
            read cover-letter-file next record
                at end move "y" to ws-app-scan-done
            end-read
            if ws-app-scan-done = "n"
                if function trim(fd-cover-username) not = current-user
                    move "y" to ws-app-scan-done
                else
                    move spaces to export-line
                    string "Job-id " function trim(fd-cover-job-id)
                           " written " fd-cover-date ":"
                           delimited by size into export-line
                    write export-line
                    perform varying ws-cover-idx from 1 by 1
                            until ws-cover-idx > fd-cover-line-count
                               or ws-cover-idx > 10
                        move spaces to export-line
                        string "    " fd-cover-lines(ws-cover-idx)
                            delimited by size into export-line
                        write export-line
                    end-perform
                end-if
            end-if
        end-perform
        close cover-letter-file
    end-if

    move "== Messages (messages.dat, sent and received) ==" to export-line
    write export-line
    open input message-file
    if FILESTAT-Msg = "00"
        perform start-inbox-for-current-user
        perform until ws-msg-scan-done = "y"
            read message-file next record
                at end exit perform
            end-read
            if fd-msg-recipient not = current-user
                exit perform
            end-if
            move fd-msg-line to export-line
            write export-line
        end-perform
        move current-user to fd-msg-sender
        start message-file key is equal to fd-msg-sender
            invalid key move "y" to ws-msg-scan-done
            not invalid key move "n" to ws-msg-scan-done
        end-start
        perform until ws-msg-scan-done = "y"
            read message-file next record
                at end exit perform
            end-read
            if fd-msg-sender not = current-user
                exit perform
            end-if
            if fd-msg-recipient not = current-user
                move fd-msg-line to export-line
                write export-line
            end-if
        end-perform
        close message-file
    end-if

    move "== Skills (skills-progress.dat) ==" to export-line
    write export-line
    open input skills-file
    if FILESTAT-SKILL = "00"
        perform until 1 = 2
            read skills-file into skills-line
                at end exit perform
            end-read
            unstring skills-line delimited by "|" into
                PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
            end-unstring
            if function trim(PARSE-FIELD(1)) = current-user
                move skills-line to export-line
                write export-line
            end-if
        end-perform
        close skills-file
    end-if

    move "== Certifications (certifications.dat) ==" to export-line
    write export-line
    open input certification-file
    if FILESTAT-CERT = "00"
        perform until 1 = 2
            read certification-file into certification-line
                at end exit perform
            end-read
            perform parse-certification-line
            if function trim(crt-user) = current-user
                move certification-line to export-line
                write export-line
            end-if
        end-perform
        close certification-file
    end-if

    move "== Profile views (profile-views.dat) ==" to export-line
    write export-line
    open input profile-view-file
    if FILESTAT-PVIEW = "00"
        perform until 1 = 2
            read profile-view-file into profile-view-line
                at end exit perform
            end-read
            unstring profile-view-line delimited by ","
                into pv-viewer pv-viewed pv-timestamp
            end-unstring
            if function trim(pv-viewer) = current-user
               or function trim(pv-viewed) = current-user
                move profile-view-line to export-line
                write export-line
            end-if
        end-perform
        close profile-view-file
    end-if

    move "== Your private connection notes (connection-notes.dat) ==" to export-line
    write export-line
    open input connection-note-file
    if FILESTAT-CNOTE = "00"
        perform until 1 = 2
            read connection-note-file into connection-note-line
                at end exit perform
            end-read
            unstring connection-note-line delimited by "|" into
                PARSE-FIELD(61) PARSE-FIELD(62)
            end-unstring
            if function trim(PARSE-FIELD(61)) = current-user
                move connection-note-line to export-line
                write export-line
            end-if
        end-perform
        close connection-note-file
    end-if

    move "== Policy acceptances (consents.dat) ==" to export-line
    write export-line
    open input consent-file
    if FILESTAT-CONSENT = "00"
        perform until 1 = 2
            read consent-file into consent-line
                at end exit perform
            end-read
            move spaces to ws-pol-user ws-pol-policy ws-pol-version
            move spaces to ws-pol-stamp
            unstring consent-line delimited by "|" into
                ws-pol-user ws-pol-policy ws-pol-version ws-pol-stamp
            end-unstring
            if function trim(ws-pol-user) = current-user
                move spaces to export-line
                string function trim(ws-pol-policy) " version "
                       function trim(ws-pol-version) " accepted "
                       ws-pol-stamp
                       delimited by size into export-line
                write export-line
            end-if
        end-perform
        close consent-file
    end-if

    move "== Voluntary self-identification (eeo-selfid.dat) ==" to export-line
    write export-line
    move current-user to ws-eeo-target
    perform load-eeo-selfid-row
    if ws-eeo-found = "y"
        move spaces to export-line
        string "gender " function trim(eeo-gender)
               ", ethnicity " function trim(eeo-ethnicity)
               ", veteran " function trim(eeo-veteran)
               ", disability " function trim(eeo-disability)
               ", updated " eeo-updated
               delimited by size into export-line
        write export-line
    end-if

    move "== Learning agreements (learning-agreements.dat) ==" to export-line
    write export-line
    perform load-lagree-table
    perform varying ws-j from 1 by 1 until ws-j > LAGREE-COUNT
        move LAGREE-TABLE-ENTRY(ws-j) to learning-agreement-line
        perform parse-lagree-line
        if function trim(la-student) = current-user
            move spaces to export-line
            move learning-agreement-line to export-line
            write export-line
        end-if
    end-perform

    move "== Placement evaluations (placement-evaluations.dat) ==" to export-line
    write export-line
    open input placement-evaluation-file
    if FILESTAT-PEVAL = "00"
        perform until 1 = 2
            read placement-evaluation-file into placement-evaluation-line
                at end exit perform
            end-read
            perform parse-evaluation-line
            if function trim(pe-student) = current-user
                move spaces to export-line
                move placement-evaluation-line to export-line
                write export-line
            end-if
        end-perform
        close placement-evaluation-file
    end-if

    move "== Practice interviews you booked or gave (mock-interviews.dat) ==" to export-line
    write export-line
    open input mock-interview-file
    if FILESTAT-MOCK = "00"
        perform until 1 = 2
            read mock-interview-file into mock-interview-line
                at end exit perform
            end-read
            perform parse-mock-line
            if function trim(mi-student) = current-user
               or function trim(mi-interviewer) = current-user
                move spaces to export-line
                move mock-interview-line to export-line
                write export-line
            end-if
        end-perform
        close mock-interview-file
    end-if

    move "== Career-readiness checks on your applications (readiness-blocks.dat) ==" to export-line
    write export-line
    open input readiness-block-file
    if FILESTAT-RDBLOCK = "00"
        perform until 1 = 2
            read readiness-block-file into readiness-block-line
                at end exit perform
            end-read
            move spaces to PARSE-FIELD(45)
            unstring readiness-block-line delimited by "|" into
                PARSE-FIELD(45)
            end-unstring
            if function trim(PARSE-FIELD(45)) = current-user
                move spaces to export-line
                move readiness-block-line to export-line
                write export-line
            end-if
        end-perform
        close readiness-block-file
    end-if

    move "== Readiness checkpoints waived for you (readiness-waivers.dat) ==" to export-line
    write export-line
    open input readiness-waiver-file
    if FILESTAT-RDWAIVE = "00"
        perform until 1 = 2
            read readiness-waiver-file into readiness-waiver-line
                at end exit perform
            end-read
            move spaces to PARSE-FIELD(45)
            unstring readiness-waiver-line delimited by "|" into
                PARSE-FIELD(45)
            end-unstring
            if function trim(PARSE-FIELD(45)) = current-user
                move spaces to export-line
                move readiness-waiver-line to export-line
                write export-line
            end-if
        end-perform
        close readiness-waiver-file
    end-if

    move "== Questions you asked on job postings (job-questions.dat) ==" to export-line
    write export-line
    open input job-question-file
    if FILESTAT-JOBQ = "00"
        perform until 1 = 2
            read job-question-file into job-question-line
                at end exit perform
            end-read
            perform parse-job-question-line
            if function trim(jq-asker) = current-user
                move spaces to export-line
                move job-question-line to export-line
                write export-line
            end-if
        end-perform
        close job-question-file
    end-if

    move "== Users blocked by you (blocked-users.dat) ==" to export-line
    write export-line
    perform varying ws-i from 1 by 1 until ws-i > BLOCKED-COUNT
        if function trim(bl-blocker(ws-i)) = current-user
            move spaces to export-line
            move function trim(bl-blocked(ws-i)) to export-line
            write export-line
        end-if
    end-perform

    close data-export-file

    move spaces to WS-DISPLAY
    string "Your data has been exported to "
           function trim(WS-EXPORT-FILENAME)
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    True in ws-user-active unless the users.dat row for
*>>    temp-profile-username is marked deactivated - keeps departed
*>>    students out of every search result without touching their
*>>    historical data. Status is the 8th comma field of
*>>    fd-user-data; the scratch PARSE-FIELD slots 21-28 are used so
*>>    the caller's own parse fields survive.
check-user-is-active.
    move "y" to ws-user-active
    open input user-file
    if FILESTAT = "00"
        move function trim(temp-profile-username) to fd-user-name
        read user-file
            invalid key continue
            not invalid key
                perform varying ws-parse-idx from 21 by 1
                        until ws-parse-idx > 28
                    move spaces to PARSE-FIELD(ws-parse-idx)
                end-perform
                unstring fd-user-data delimited by "," into
                    PARSE-FIELD(21) PARSE-FIELD(22) PARSE-FIELD(23)
                    PARSE-FIELD(24) PARSE-FIELD(25) PARSE-FIELD(26)
                    PARSE-FIELD(27) PARSE-FIELD(28)
                end-unstring
                if function trim(PARSE-FIELD(28)) = "deactivated"
                    move "n" to ws-user-active
                end-if
      *>>    Cross-campus accounts stay out of each other's search
      *>>    and browse results: the 10th comma field is the campus,
      *>>    blank meaning MAIN.
                move spaces to PARSE-FIELD(30)
                unstring fd-user-data delimited by "," into
                    PARSE-FIELD(21) PARSE-FIELD(22) PARSE-FIELD(23)
                    PARSE-FIELD(24) PARSE-FIELD(25) PARSE-FIELD(26)
                    PARSE-FIELD(27) PARSE-FIELD(28) PARSE-FIELD(29)
                    PARSE-FIELD(30)
                end-unstring
                move function upper-case(function trim(PARSE-FIELD(30)))
                    to ws-target-campus
                if function trim(ws-target-campus) = spaces
                    move "MAIN" to ws-target-campus
                end-if
                if function trim(ws-target-campus) not =
                   function trim(ws-current-campus)
                    move "n" to ws-user-active
                end-if
        end-read
        close user-file
    end-if
    .

*>>    "Deactivate My Account": a graduating student retires their own
*>>    account without an operator. Typed confirmation, then the
*>>    cascade ReconciliationReport would otherwise flag forever:
*>>    pending connection requests withdrawn (both directions), open
*>>    postings closed, open applications withdrawn, and the account
*>>    row marked deactivated so do-login refuses it and
*>>    search-for-user stops listing it. A withdrawn application's
*>>    cover letter goes with it - nobody will read it again - and
*>>    any voluntary self-identification answers are removed.
deactivate-my-account.
    move "--- Deactivate My Account ---" to WS-DISPLAY
    perform say
    move "This will withdraw your pending requests, close your open postings," to WS-DISPLAY
    perform say
    move "and withdraw your open applications. It cannot be undone here." to WS-DISPLAY
    perform say
    move "Type DEACTIVATE to confirm:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) not = "DEACTIVATE"
        move "Cancelled." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    if function trim(ws-current-role) = "employer"
       and function trim(ws-current-company-id) not = spaces
        perform hand-off-before-deactivation
        if ws-team-member-ok not = "y"
            exit paragraph
        end-if
    end-if

    move current-user to u
    perform read-user-row-keyed
    if ws-user-found not = "y"
        move "Unable to locate your account record." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move "deactivated" to f-status
    perform update-user-row

    perform withdraw-my-pending-connections
    perform close-my-open-postings
    perform withdraw-my-open-applications
    move current-user to ws-eeo-target
    perform remove-eeo-selfid-row

    move current-user to ws-audit-actor
    move "self-deactivate" to ws-audit-event
    move current-user to ws-audit-target
    move spaces to ws-audit-detail
    perform write-audit-event

    move "Your account has been deactivated. Goodbye." to WS-DISPLAY
    perform say
    move spaces to current-user
    move "y" to ws-deactivated
    .

*>>    An employer still owning open postings or offers names the
*>>    teammate who takes them over before the account goes; with
*>>    no usable target the deactivation is refused
*>>    (ws-team-member-ok "n"). A sole company admin's role passes
*>>    to the same teammate.
hand-off-before-deactivation.
    move "y" to ws-team-member-ok
    move current-user to ws-handoff-from
    perform count-open-team-items
    if ws-handoff-open-items = 0
        exit paragraph
    end-if

    move spaces to WS-DISPLAY
    string "You still own " ws-handoff-postings " open posting(s) and "
           ws-handoff-offers " open offer(s)."
           delimited by size into WS-DISPLAY
    perform say
    move "Enter the teammate (admin or recruiter) who takes them over:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF
               move "n" to ws-team-member-ok
               exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-handoff-to
    perform check-handoff-target
    if ws-team-member-ok not = "y"
        move "Deactivation cancelled - hand your open postings and offers to an active admin or recruiter at your company, or close them first." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform handoff-team-work

    move current-user to ws-team-member
    perform lookup-team-role
    if ws-team-member-role = "admin" and ws-team-admin-count < 2
        move ws-handoff-to to ws-team-member
        perform find-team-row
        move "admin" to ws-team-new-role
        perform set-team-role
        if ws-swap-ok not = "y"
            move "Deactivation cancelled - your open items were handed over, but the new company admin could not be recorded." to WS-DISPLAY
            perform say
            move "n" to ws-team-member-ok
            exit paragraph
        end-if
        move spaces to WS-DISPLAY
        string function trim(ws-handoff-to)
               " is now your company's admin."
               delimited by size into WS-DISPLAY
        perform say
    end-if
    move "y" to ws-team-member-ok
    .

*>>    Deletes every still-pending connection row in either direction
*>>    for current-user (a withdrawal, matching what remove-processed-
*>>    requests does for rejected rows).
withdraw-my-pending-connections.
    open i-o connection-file
    if FILESTAT-CONN = "00"
        perform until 1 = 2
            read connection-file next record
                at end exit perform
            end-read
            if function trim(fd-conn-status) = "pending"
               and ( function trim(fd-conn-from-user) = current-user
                     or function trim(fd-conn-to-user) = current-user )
                move "delete" to ws-journal-action
                perform journal-connection-row
                delete connection-file record
                    invalid key continue
                end-delete
            end-if
        end-perform
        close connection-file
    end-if
    .

*>>    Closes every still-open posting of current-user's the same way
*>>    close-job-posting would, one table rewrite for all of them.
close-my-open-postings.
    move 0 to ws-job-count
    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
            read job-file into job-line
                at end exit perform
            end-read
            add 1 to ws-job-count
            move job-line to JOB-TABLE-ENTRY(ws-job-count)
        end-perform
        close job-file
    end-if

    move "n" to ws-found
    perform varying ws-i from 1 by 1 until ws-i > ws-job-count
        move JOB-TABLE-ENTRY(ws-i) to job-line
        perform parse-job-line
        if function trim(job-poster-username) = current-user
           and function trim(job-status) = "Open"
            move "Closed" to job-status
            perform serialize-job-line
            move job-line to JOB-TABLE-ENTRY(ws-i)
            move "y" to ws-found
        end-if
    end-perform
    if ws-found = "y"
        perform rewrite-jobs-table
    end-if
    .

*>>    Withdraws every application of current-user's that is still in
*>>    flight (not already Withdrawn, Hired, or Rejected).
withdraw-my-open-applications.
    perform load-my-applications

    move "n" to ws-found
    perform varying ws-i from 1 by 1 until ws-i > APPLICATIONS-COUNT
        move APPLICATION-TABLE-ENTRY(ws-i) to application-line
        perform parse-application-line
        if function trim(app-username) = current-user
           and function trim(app-status) not = "Withdrawn"
           and function trim(app-status) not = "Hired"
           and function trim(app-status) not = "Rejected"
            move "Withdrawn" to app-status
            move spaces to application-line
            string
                function trim(app-username) "|"
                into application-line
            end-string
            move application-line to APPLICATION-TABLE-ENTRY(ws-i)
            perform rewrite-application-record
            perform delete-withdrawn-cover-letter
            move "y" to ws-found
        end-if
    end-perform
    .

*>>    Drops the cover letter filed under app-job-id + app-username.
delete-withdrawn-cover-letter.
    if function trim(app-job-id) = spaces
        exit paragraph
    end-if
    open i-o cover-letter-file
    if FILESTAT-COVER = "00"
        move app-job-id to fd-cover-job-id
        move app-username to fd-cover-username
        delete cover-letter-file record
            invalid key continue
        end-delete
        close cover-letter-file
    end-if
    .

*>>    Slot rows for the interview invite being read: finds the
*>>    interview-slots.dat row keyed to this applicant/job/employer.
*>>    If a time is already chosen it is shown; otherwise the student
*>>    picks one, the row is updated in place, and both sides get a
*>>    notifications.dat confirmation.
offer-interview-slot-choice.
    move 0 to SLOTS-COUNT
    move 0 to ws-slot-row-idx
    move "n" to ws-table-overflow
    open input interview-slot-file
    if FILESTAT-SLOT = "00"
        perform until 1 = 2
            read interview-slot-file into interview-slot-line
                at end exit perform
            end-read
            if SLOTS-COUNT >= 500
                move "y" to ws-table-overflow
            end-if
            if SLOTS-COUNT < 500
                add 1 to SLOTS-COUNT
                move interview-slot-line to SLOT-TABLE-ENTRY(SLOTS-COUNT)
                perform parse-interview-slot-line
                if function trim(is-applicant) = current-user
                   and function trim(is-job-title) = function trim(msg-job-title)
                   and function trim(is-employer) = function trim(msg-job-employer)
                    move SLOTS-COUNT to ws-slot-row-idx
                end-if
            end-if
        end-perform
        close interview-slot-file
    end-if

    if ws-slot-row-idx = 0
        exit paragraph
    end-if

    *> Choosing a slot rewrites the whole file, which from a partial
    *> load would drop the tail - refuse instead.
    if ws-table-overflow = "y"
        move "interview-slots.dat is over 500 rows - slot selection is disabled until it is archived." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move SLOT-TABLE-ENTRY(ws-slot-row-idx) to interview-slot-line
    perform parse-interview-slot-line

    if function trim(is-chosen) not = spaces
        move spaces to WS-DISPLAY
        string "Confirmed interview time: " function trim(is-chosen)
            delimited by size into WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Proposed interview times:" to WS-DISPLAY
    perform say
    perform varying ws-slot-sel from 1 by 1 until ws-slot-sel > 3
        if function trim(is-slots(ws-slot-sel)) not = spaces
            move spaces to WS-DISPLAY
            string ws-slot-sel ". " function trim(is-slots(ws-slot-sel))
                delimited by size into WS-DISPLAY
            perform say
        end-if
    end-perform
    move "Choose a time slot number, or 0 to decide later:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-slot-sel

    if ws-slot-sel = 0
        exit paragraph
    end-if
    if ws-slot-sel > 3 or function trim(is-slots(ws-slot-sel)) = spaces
        move "Invalid slot number." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> Double-booking warning before the slot is committed.
    move is-slots(ws-slot-sel) to ws-sched-raw
    perform normalize-schedule-date
    move ws-sched-norm to ws-sched-check-date
    perform check-schedule-conflict
    if ws-sched-conflict = "y"
        move spaces to WS-DISPLAY
        string "That time collides with "
               function trim(ws-sched-conflict-text)
               ". Book it anyway? (Y/N):"
               delimited by size into WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        if function upper-case(function trim(temp-input)) not = "Y"
            move "Slot not booked." to WS-DISPLAY
            perform say
            exit paragraph
        end-if
    end-if

    move is-slots(ws-slot-sel) to is-chosen
    perform serialize-interview-slot-line
    move interview-slot-line to SLOT-TABLE-ENTRY(ws-slot-row-idx)

    open output interview-slot-file
    if FILESTAT-SLOT = "00"
        perform varying ws-i from 1 by 1 until ws-i > SLOTS-COUNT
            move SLOT-TABLE-ENTRY(ws-i) to interview-slot-line
            write interview-slot-line
        end-perform
        close interview-slot-file
    end-if

    *> Confirm both sides through the notification queue: the inviter
    *> (this message's sender) and the applicant themselves.
    move function trim(msg-sender) to notif-recipient
    move "interview" to notif-event
    move spaces to notif-detail
    string function trim(current-user) " accepted "
           function trim(is-chosen) " for the "
           function trim(msg-job-title) " interview."
           delimited by size into notif-detail
    perform write-notification

    move current-user to notif-recipient
    move "interview" to notif-event
    move spaces to notif-detail
    string "Interview confirmed for " function trim(msg-job-title)
           " at " function trim(is-chosen) "."
           delimited by size into notif-detail
    perform write-notification

    move spaces to WS-DISPLAY
    string "Interview time confirmed: " function trim(is-chosen)
        delimited by size into WS-DISPLAY
    perform say
    .

parse-interview-slot-line.
    perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 8
        move spaces to PARSE-FIELD(ws-parse-idx)
    end-perform
    unstring interview-slot-line delimited by "|" into
        PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
        PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
        PARSE-FIELD(7) PARSE-FIELD(8)
    end-unstring
    move function trim(PARSE-FIELD(1)) to is-applicant
    move function trim(PARSE-FIELD(2)) to is-job-title
    move function trim(PARSE-FIELD(3)) to is-employer
    move function trim(PARSE-FIELD(4)) to is-slots(1)
    move function trim(PARSE-FIELD(5)) to is-slots(2)
    move function trim(PARSE-FIELD(6)) to is-slots(3)
    move function trim(PARSE-FIELD(7)) to is-chosen
    move function trim(PARSE-FIELD(8)) to is-job-id
    .

serialize-interview-slot-line.
    move spaces to interview-slot-line
    string function trim(is-applicant) "|"
           function trim(is-job-title) "|"
           function trim(is-employer) "|"
           function trim(is-slots(1)) "|"
           function trim(is-slots(2)) "|"
           function trim(is-slots(3)) "|"
           function trim(is-chosen) "|"
           function trim(is-job-id)
           delimited by size into interview-slot-line
    end-string
    .

*>>    Student-group directory: browse and join existing groups or
*>>    register a new one. Group broadcast lives under the messages
*>>    menu (send-group-message) since it delivers through the same
*>>    save-message path as everything else.
student-groups-menu.
    move 0 to ws-group-choice
    perform until ws-group-choice = 5 or WS-EOF = "Y"
        move "--- Student Groups ---" to WS-DISPLAY
        move "gr-header" to ws-msg-id
        perform say-msg
        move "1. Browse/Join Groups" to WS-DISPLAY
        move "gr-browse" to ws-msg-id
        perform say-msg
        move "2. Create a Group" to WS-DISPLAY
        move "gr-create" to ws-msg-id
        perform say-msg
        move "3. Manage My Group" to WS-DISPLAY
        move "gr-manage" to ws-msg-id
        perform say-msg
        move "4. Group Discussion Board" to WS-DISPLAY
        move "gr-board" to ws-msg-id
        perform say-msg
        move "5. Go Back" to WS-DISPLAY
        move "gr-back" to ws-msg-id
        perform say-msg
        move "Enter your choice:" to WS-DISPLAY
        move "prompt-choice" to ws-msg-id
        perform say-msg

            at end move "Y" to WS-EOF
            not at end
                move function numval(function trim(InpRecord))
                    to ws-group-choice
        end-read
        add 1 to ws-line-count
        perform check-deck-menu-entry

        if WS-EOF = "N"
            evaluate ws-group-choice
                when 1
                    perform browse-join-groups
                when 2
                    perform create-student-group
                when 3
                    perform manage-my-group
                when 4
                    perform group-discussion-board
                when 5
                    continue
                when other
                    move "Invalid choice. Please enter 1, 2, 3, 4, or 5." to WS-DISPLAY
                    perform say
            end-evaluate
        end-if
    end-perform
    .

*>>    The persistent group board: pick one of my groups, read its
*>>    posts newest-first (same pagination-pause behavior as every
*>>    long listing), post to it, or report a post into the shared
*>>    moderation queue. Posts persist for whoever is a member at
*>>    read time - a student who joins next week still sees them.
group-discussion-board.
    move "--- Group Discussion Board ---" to WS-DISPLAY
    perform say

    perform load-groups-table

    move 0 to ws-my-group-count
    perform varying ws-i from 1 by 1 until ws-i > GROUPS-COUNT
        move GROUP-TABLE-ENTRY(ws-i) to group-line
        perform parse-group-line
        perform count-group-members
        if ws-already-member = "y" and ws-membership-pending = "n"
            add 1 to ws-my-group-count
            move ws-i to GROUP-MATCH-INDEX(ws-my-group-count)
            move spaces to WS-DISPLAY
            string ws-my-group-count ". " function trim(gr-name)
                   delimited by size into WS-DISPLAY
            perform say
        end-if
    end-perform

    if ws-my-group-count = 0
        move "You are not a member of any group yet." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter group number, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-group-selection

    if ws-group-selection = 0
        exit paragraph
    end-if
    if ws-group-selection < 1 or ws-group-selection > ws-my-group-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move GROUP-MATCH-INDEX(ws-group-selection) to ws-j
    move GROUP-TABLE-ENTRY(ws-j) to group-line
    perform parse-group-line

    perform list-group-posts

    move "1. Post to the Board" to WS-DISPLAY
    perform say
    move "2. Report a Post" to WS-DISPLAY
    perform say
    move "3. Back" to WS-DISPLAY
    perform say
    move "Enter your choice:" to WS-DISPLAY
    move "prompt-choice" to ws-msg-id
    perform say-msg
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-board-choice

    evaluate ws-board-choice
        when 1
            perform post-to-group-board
        when 2
            perform report-group-post
        when other
            continue
    end-evaluate
    .

*>>    Posts for the group in gr-id, newest first (rows append
*>>    chronologically, so the table is walked backwards). A post
*>>    current-user has a pending report on stays hidden from them,
*>>    same as reported messages.
list-group-posts.
    move 0 to GPOST-COUNT
    open input group-post-file
    if FILESTAT-GPOST = "00"
        perform until 1 = 2
            read group-post-file into group-post-line
                at end exit perform
            end-read
            unstring group-post-line delimited by "|" into
                PARSE-FIELD(45) PARSE-FIELD(46)
            end-unstring
            if function trim(PARSE-FIELD(45)) = function trim(gr-id)
               and GPOST-COUNT < 200
                add 1 to GPOST-COUNT
                move group-post-line to GPOST-ENTRY(GPOST-COUNT)
            end-if
        end-perform
        close group-post-file
    end-if

    if GPOST-COUNT = 0
        move "No posts on this board yet." to WS-DISPLAY
        perform say
        move 0 to ws-my-post-count
        exit paragraph
    end-if

    move 0 to ws-my-post-count
    move 0 to ws-page-count
    move "n" to ws-pagination-stop
    perform varying ws-i from GPOST-COUNT by -1
            until ws-i < 1 or ws-pagination-stop = "y"
        move GPOST-ENTRY(ws-i) to group-post-line
        perform varying ws-parse-idx from 45 by 1
                until ws-parse-idx > 48
            move spaces to PARSE-FIELD(ws-parse-idx)
        end-perform
        unstring group-post-line delimited by "|" into
            PARSE-FIELD(45) PARSE-FIELD(46) PARSE-FIELD(47)
            PARSE-FIELD(48)
        end-unstring
        move spaces to ws-modq-ref
        string function trim(PARSE-FIELD(46)) "@"
               function trim(PARSE-FIELD(47))
            delimited by size into ws-modq-ref
        move "gpost" to ws-modq-kind
        perform check-reported-by-me
        if ws-reported-by-me = "n"
            add 1 to ws-my-post-count
            move ws-i to GPOST-MATCH-INDEX(ws-my-post-count)
            move spaces to WS-DISPLAY
            string ws-my-post-count ". "
                   function trim(PARSE-FIELD(46))
                   " (" PARSE-FIELD(47)(1:8) "): "
                   function trim(PARSE-FIELD(48))
                   delimited by size into WS-DISPLAY
            perform say
            perform pagination-pause
        end-if
    end-perform
    .

post-to-group-board.
    move 0 to ws-input-overage
    perform until 1 = 2
        move "Enter your post (max 200 chars):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        if function length(function trim(temp-input)) > 200
            compute ws-input-overage = function length(function trim(temp-input)) - 200
            move spaces to WS-DISPLAY
                delimited by size into WS-DISPLAY
            perform say
        else
            exit perform
        end-if
    end-perform

    if function trim(temp-input) = spaces
        move "Nothing to post." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    open extend group-post-file
    if FILESTAT-GPOST not = "00"
        open output group-post-file
        close group-post-file
        open extend group-post-file
    end-if
    move spaces to group-post-line
    string function trim(gr-id) "|"
           function trim(current-user) "|"
           function current-date "|"
           function trim(temp-input)
           delimited by size into group-post-line
    end-string
    write group-post-line
    close group-post-file

    move "Posted to the board." to WS-DISPLAY
    perform say
    .

report-group-post.
    if ws-my-post-count = 0
        move "Nothing to report." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter the number of the post to report:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-post-selection

    if ws-post-selection < 1 or ws-post-selection > ws-my-post-count
        move "Invalid post number." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move GPOST-MATCH-INDEX(ws-post-selection) to ws-j
    move GPOST-ENTRY(ws-j) to group-post-line
    unstring group-post-line delimited by "|" into
        PARSE-FIELD(45) PARSE-FIELD(46) PARSE-FIELD(47)
    end-unstring

    move "Reason for reporting this post:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-modq-reason

    move spaces to ws-modq-ref
    string function trim(PARSE-FIELD(46)) "@"
           function trim(PARSE-FIELD(47))
        delimited by size into ws-modq-ref
    move "gpost" to ws-modq-kind
    perform append-moderation-report

    move "Thank you. An operator will review this post." to WS-DISPLAY
    perform say
    .

*>>    Officer tools: approve or deny pending join requests, promote
*>>    a member to officer, and flip the group's join-approval
*>>    setting - all restricted to the group's owner and officers.
manage-my-group.
    move "--- Manage My Group ---" to WS-DISPLAY
    perform say

    perform load-groups-table

    move 0 to ws-my-group-count
    perform varying ws-i from 1 by 1 until ws-i > GROUPS-COUNT
        move GROUP-TABLE-ENTRY(ws-i) to group-line
        perform parse-group-line
        perform check-group-role
        if function trim(ws-my-group-role) = "owner"
           or function trim(ws-my-group-role) = "officer"
            add 1 to ws-my-group-count
            move ws-i to GROUP-MATCH-INDEX(ws-my-group-count)
            move spaces to WS-DISPLAY
            string ws-my-group-count ". " function trim(gr-name)
                   " [" function trim(ws-my-group-role) "]"
                   delimited by size into WS-DISPLAY
            perform say
        end-if
    end-perform

    if ws-my-group-count = 0
        move "You are not an officer of any group." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter group number, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-group-selection

    if ws-group-selection = 0
        exit paragraph
    end-if
    if ws-group-selection < 1 or ws-group-selection > ws-my-group-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move GROUP-MATCH-INDEX(ws-group-selection) to ws-j
    move GROUP-TABLE-ENTRY(ws-j) to group-line
    perform parse-group-line

    move "1. Review Pending Join Requests" to WS-DISPLAY
    perform say
    move "2. Promote a Member to Officer" to WS-DISPLAY
    perform say
    move "3. Toggle Join-Approval Requirement" to WS-DISPLAY
    perform say
    move "4. Create a Group Event" to WS-DISPLAY
    perform say
    move "5. Run Event Check-In" to WS-DISPLAY
    perform say
    move "6. Back" to WS-DISPLAY
    perform say
    move "Enter your choice:" to WS-DISPLAY
    move "prompt-choice" to ws-msg-id
    perform say-msg
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input))
        to ws-manage-group-choice

    evaluate ws-manage-group-choice
        when 1
            perform review-pending-joins
        when 2
            perform promote-group-member
        when 3
            perform toggle-group-approval
        when 4
            move gr-id to ws-event-host-id
            perform create-campus-event
        when 5
            move gr-id to ws-event-host-id
            perform event-checkin
        when other
            continue
    end-evaluate
    .

*>>    Host name for a group-hosted event: job-company-id holds the
*>>    group-id; the name comes back in ws-company-name-lookup with
*>>    a "group" tag so students can tell it from an employer.
find-group-name-by-id.
    move spaces to ws-company-name-lookup
    open input group-file
    if FILESTAT-GROUP = "00"
        perform until 1 = 2
            read group-file into group-line
                at end exit perform
            end-read
            perform parse-group-line
            if function trim(gr-id) = function trim(job-company-id)
                string function trim(gr-name) " (student group)"
                    delimited by size into ws-company-name-lookup
                exit perform
            end-if
        end-perform
        close group-file
    end-if
    .

load-gmem-table.
    move 0 to GMEM-COUNT
    open input group-member-file
    if FILESTAT-GMEM = "00"
        perform until 1 = 2
            read group-member-file into group-member-line
                at end exit perform
            end-read
            if GMEM-COUNT < 500
                add 1 to GMEM-COUNT
                move group-member-line to GMEM-ENTRY(GMEM-COUNT)
            end-if
        end-perform
        close group-member-file
    end-if
    .

*>>    Full rewrite of group-members.dat via write-verify-swap.
rewrite-gmem-table.
    move "group-members.dat.new" to WS-TEMP-REWRITE-NAME
    move "group-members.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "rewrite-gmem-table temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        exit paragraph
    end-if
    perform varying ws-i from 1 by 1 until ws-i > GMEM-COUNT
        move GMEM-ENTRY(ws-i) to temp-rewrite-line
        write temp-rewrite-line
        add 1 to ws-swap-written
    end-perform
    close temp-rewrite-file
    perform verify-and-swap-rewrite
    .

review-pending-joins.
    perform load-gmem-table
    move 0 to ws-gmem-match-count
    perform varying ws-i from 1 by 1 until ws-i > GMEM-COUNT
        move GMEM-ENTRY(ws-i) to group-member-line
        perform parse-group-member-fields
        if function trim(PARSE-FIELD(7)) = function trim(gr-id)
           and function trim(PARSE-FIELD(11)) = "pending"
            add 1 to ws-gmem-match-count
            move ws-i to GMEM-MATCH-INDEX(ws-gmem-match-count)
            move spaces to WS-DISPLAY
            string ws-gmem-match-count ". "
                   function trim(PARSE-FIELD(8))
                   " (asked " function trim(PARSE-FIELD(9)) ")"
                   delimited by size into WS-DISPLAY
            perform say
        end-if
    end-perform

    if ws-gmem-match-count = 0
        move "No pending join requests." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter request number, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-gmem-selection

    if ws-gmem-selection = 0
        exit paragraph
    end-if
    if ws-gmem-selection < 1
       or ws-gmem-selection > ws-gmem-match-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move GMEM-MATCH-INDEX(ws-gmem-selection) to ws-j
    move GMEM-ENTRY(ws-j) to group-member-line
    perform parse-group-member-fields

    move "1. Approve  2. Deny:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count

    evaluate function numval(function trim(temp-input))
        when 1
            move spaces to GMEM-ENTRY(ws-j)
            string function trim(PARSE-FIELD(7)) "|"
                   function trim(PARSE-FIELD(8)) "|"
                   function trim(PARSE-FIELD(9)) "|"
                   function trim(PARSE-FIELD(10)) "|active"
                   delimited by size into GMEM-ENTRY(ws-j)
            end-string
            move function trim(PARSE-FIELD(8)) to notif-recipient
            move "group" to notif-event
            move spaces to notif-detail
            string "Your request to join " function trim(gr-name)
                   " was approved."
                   delimited by size into notif-detail
            perform write-notification
            perform rewrite-gmem-table
            move "Member approved." to WS-DISPLAY
            perform say
        when 2
            perform varying ws-i from ws-j by 1 until ws-i >= GMEM-COUNT
                move GMEM-ENTRY(ws-i + 1) to GMEM-ENTRY(ws-i)
            end-perform
            subtract 1 from GMEM-COUNT
            move function trim(PARSE-FIELD(8)) to notif-recipient
            move "group" to notif-event
            move spaces to notif-detail
            string "Your request to join " function trim(gr-name)
                   " was declined."
                   delimited by size into notif-detail
            perform write-notification
            perform rewrite-gmem-table
            move "Request denied." to WS-DISPLAY
            perform say
        when other
            continue
    end-evaluate
    .

promote-group-member.
    perform load-gmem-table
    move 0 to ws-gmem-match-count
    perform varying ws-i from 1 by 1 until ws-i > GMEM-COUNT
        move GMEM-ENTRY(ws-i) to group-member-line
        perform parse-group-member-fields
        if function trim(PARSE-FIELD(7)) = function trim(gr-id)
           and function trim(PARSE-FIELD(11)) = "active"
           and function trim(PARSE-FIELD(10)) = "member"
            add 1 to ws-gmem-match-count
            move ws-i to GMEM-MATCH-INDEX(ws-gmem-match-count)
            move spaces to WS-DISPLAY
            string ws-gmem-match-count ". "
                   function trim(PARSE-FIELD(8))
                   delimited by size into WS-DISPLAY
            perform say
        end-if
    end-perform

    if ws-gmem-match-count = 0
        move "No plain members to promote." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter member number to promote to officer, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-gmem-selection

    if ws-gmem-selection = 0
        exit paragraph
    end-if
    if ws-gmem-selection < 1
       or ws-gmem-selection > ws-gmem-match-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move GMEM-MATCH-INDEX(ws-gmem-selection) to ws-j
    move GMEM-ENTRY(ws-j) to group-member-line
    perform parse-group-member-fields
    move spaces to GMEM-ENTRY(ws-j)
    string function trim(PARSE-FIELD(7)) "|"
           function trim(PARSE-FIELD(8)) "|"
           function trim(PARSE-FIELD(9)) "|officer|active"
           delimited by size into GMEM-ENTRY(ws-j)
    end-string
    perform rewrite-gmem-table

    move function trim(PARSE-FIELD(8)) to notif-recipient
    move "group" to notif-event
    move spaces to notif-detail
    string "You are now an officer of " function trim(gr-name) "."
           delimited by size into notif-detail
    perform write-notification

    move "Member promoted to officer." to WS-DISPLAY
    perform say
    .

toggle-group-approval.
    if gr-approval = "Y"
        move " " to gr-approval
        move "New members now join instantly." to WS-DISPLAY
    else
        move "Y" to gr-approval
        move "New members now wait for officer approval." to WS-DISPLAY
    end-if
    perform serialize-group-line
    move group-line to GROUP-TABLE-ENTRY(ws-j)

    move "groups.dat.new" to WS-TEMP-REWRITE-NAME
    move "groups.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "toggle-group-approval temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        exit paragraph
    end-if
    perform varying ws-i from 1 by 1 until ws-i > GROUPS-COUNT
        move GROUP-TABLE-ENTRY(ws-i) to temp-rewrite-line
        write temp-rewrite-line
        add 1 to ws-swap-written
    end-perform
    close temp-rewrite-file
    perform verify-and-swap-rewrite
    perform say
    .

*>>    Loads groups.dat into GROUPS-TABLE and tracks the highest
*>>    numeric id suffix seen so create-student-group can hand out
*>>    the next one (same scheme as the company/event ids).
load-groups-table.
    move 0 to GROUPS-COUNT
    move 0 to ws-next-group-id
    open input group-file
    if FILESTAT-GROUP = "00"
        perform until 1 = 2
            read group-file into group-line
                at end exit perform
            end-read
            add 1 to GROUPS-COUNT
            move group-line to GROUP-TABLE-ENTRY(GROUPS-COUNT)
            perform parse-group-line
            move function numval(function trim(gr-id(2:)))
                to ws-scan-group-num
            if ws-scan-group-num > ws-next-group-id
                move ws-scan-group-num to ws-next-group-id
            end-if
        end-perform
        close group-file
    end-if
    .

*>>    Format: group-id|name|description|owner|approval-flag|
*>>    campus.
parse-group-line.
    perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 6
        move spaces to PARSE-FIELD(ws-parse-idx)
    end-perform
    unstring group-line delimited by "|" into
        PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3) PARSE-FIELD(4)
        PARSE-FIELD(5) PARSE-FIELD(6)
    end-unstring
    move function trim(PARSE-FIELD(1)) to gr-id
    move function trim(PARSE-FIELD(2)) to gr-name
    move function trim(PARSE-FIELD(3)) to gr-description
    move function trim(PARSE-FIELD(4)) to gr-owner
    move function trim(PARSE-FIELD(5)) to gr-approval
    move function upper-case(function trim(PARSE-FIELD(6))) to gr-campus
    .

serialize-group-line.
    move spaces to group-line
    string function trim(gr-id) "|"
           function trim(gr-name) "|"
           function trim(gr-description) "|"
           function trim(gr-owner) "|"
           function trim(gr-approval) "|"
           function trim(gr-campus)
           delimited by size into group-line
    end-string
    .

*>>    Sets ws-group-member-count (active members only) for the group
*>>    currently in gr-id, ws-already-member when current-user is on
*>>    its roster at all, and ws-membership-pending when their join
*>>    is still awaiting officer approval.
count-group-members.
    move 0 to ws-group-member-count
    move "n" to ws-already-member
    move "n" to ws-membership-pending
    open input group-member-file
    if FILESTAT-GMEM = "00"
        perform until 1 = 2
            read group-member-file into group-member-line
                at end exit perform
            end-read
            perform parse-group-member-fields
            if function trim(PARSE-FIELD(7)) = function trim(gr-id)
                if function trim(PARSE-FIELD(11)) = "pending"
                    if function trim(PARSE-FIELD(8)) = current-user
                        move "y" to ws-already-member
                        move "y" to ws-membership-pending
                    end-if
                else
                    add 1 to ws-group-member-count
                    if function trim(PARSE-FIELD(8)) = current-user
                        move "y" to ws-already-member
                    end-if
                end-if
            end-if
        end-perform
        close group-member-file
    end-if
    .

*>>    group-members.dat row into PARSE-FIELD(7)-(11): group-id|
*>>    username|joined-date|role|status. Rows predating role/status
*>>    read as active members.
parse-group-member-fields.
    perform varying ws-parse-idx from 7 by 1 until ws-parse-idx > 11
        move spaces to PARSE-FIELD(ws-parse-idx)
    end-perform
    unstring group-member-line delimited by "|" into
        PARSE-FIELD(7) PARSE-FIELD(8) PARSE-FIELD(9)
        PARSE-FIELD(10) PARSE-FIELD(11)
    end-unstring
    if function trim(PARSE-FIELD(10)) = spaces
        move "member" to PARSE-FIELD(10)
    end-if
    if function trim(PARSE-FIELD(11)) = spaces
        move "active" to PARSE-FIELD(11)
    end-if
    .

*>>    Role of current-user in the group currently in group-data:
*>>    "owner" for the groups.dat owner, else the role on their
*>>    active roster row, else spaces for a non-member.
check-group-role.
    move spaces to ws-my-group-role
    if function trim(gr-owner) = current-user
        move "owner" to ws-my-group-role
        exit paragraph
    end-if
    open input group-member-file
    if FILESTAT-GMEM = "00"
        perform until 1 = 2
            read group-member-file into group-member-line
                at end exit perform
            end-read
            perform parse-group-member-fields
            if function trim(PARSE-FIELD(7)) = function trim(gr-id)
               and function trim(PARSE-FIELD(8)) = current-user
               and function trim(PARSE-FIELD(11)) = "active"
                move function trim(PARSE-FIELD(10)) to ws-my-group-role
                exit perform
            end-if
        end-perform
        close group-member-file
    end-if
    .

browse-join-groups.
    move "--- Group Directory ---" to WS-DISPLAY
    perform say

    perform load-groups-table

    if GROUPS-COUNT = 0
        move "No groups have been created yet." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move 0 to ws-page-count
    move "n" to ws-pagination-stop
    perform varying ws-i from 1 by 1
            until ws-i > GROUPS-COUNT or ws-pagination-stop = "y"
        move GROUP-TABLE-ENTRY(ws-i) to group-line
        perform parse-group-line
        if function trim(gr-campus) not = spaces
           and function trim(gr-campus) not =
               function trim(ws-current-campus)
            exit perform cycle
        end-if
        perform count-group-members
        move spaces to WS-DISPLAY
        string ws-i ". " function trim(gr-name)
               " - " function trim(gr-description)
               " (" ws-group-member-count " member(s))"
               delimited by size into WS-DISPLAY
        perform say
        perform pagination-pause
    end-perform

    move "Enter group number to join, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-group-selection

    if ws-group-selection = 0
        exit paragraph
    end-if

    if ws-group-selection < 1 or ws-group-selection > GROUPS-COUNT
        move "Invalid group number." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move GROUP-TABLE-ENTRY(ws-group-selection) to group-line
    perform parse-group-line
    perform count-group-members

    if ws-already-member = "y"
        if ws-membership-pending = "y"
            move "Your join request is still awaiting officer approval." to WS-DISPLAY
        else
            move "You are already a member of that group." to WS-DISPLAY
        end-if
        perform say
        exit paragraph
    end-if

    move "member" to ws-gmem-role
    if gr-approval = "Y"
        move "pending" to ws-gmem-status
    else
        move "active" to ws-gmem-status
    end-if
    perform add-group-membership

    if ws-gmem-status = "pending"
        move gr-owner to notif-recipient
        move "group" to notif-event
        move spaces to notif-detail
        string function trim(current-user) " asked to join "
               function trim(gr-name) " - approve from Manage My Group."
               delimited by size into notif-detail
        perform write-notification

        move spaces to WS-DISPLAY
        string "Join request sent - " function trim(gr-name)
               " vets new members, an officer must approve you."
               delimited by size into WS-DISPLAY
        perform say
    else
        move spaces to WS-DISPLAY
        string "You have joined " function trim(gr-name) "."
               delimited by size into WS-DISPLAY
        perform say
    end-if
    .

*>>    Appends a group-id|username|joined-date|role|status roster row
*>>    for current-user and the group in gr-id; the caller sets
*>>    ws-gmem-role/ws-gmem-status first.
add-group-membership.
    open extend group-member-file
    if FILESTAT-GMEM not = "00"
        open output group-member-file
        close group-member-file
        open extend group-member-file
    end-if
    move spaces to group-member-line
    string function trim(gr-id) "|"
           function trim(current-user) "|"
           function current-date(1:8) "|"
           function trim(ws-gmem-role) "|"
           function trim(ws-gmem-status)
           delimited by size into group-member-line
    end-string
    write group-member-line
    close group-member-file
    .

create-student-group.
    move "--- Create a Group ---" to WS-DISPLAY
    perform say

    perform load-groups-table

    move "Enter Group Name:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to gr-name

    if function length(function trim(gr-name)) = 0
        move "A group name is required." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "n" to ws-found
    perform varying ws-i from 1 by 1 until ws-i > GROUPS-COUNT
        move GROUP-TABLE-ENTRY(ws-i) to group-line
        perform parse-group-line
        if function upper-case(function trim(gr-name)) =
           function upper-case(function trim(PARSE-FIELD(2)))
            move "y" to ws-found
            exit perform
        end-if
    end-perform
    if ws-found = "y"
        move "A group with that name already exists." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter a short description:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to gr-description

    move "Require officer approval for new members? (Y/N):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) = "Y"
        move "Y" to gr-approval
    else
        move " " to gr-approval
    end-if

    add 1 to ws-next-group-id
    move spaces to gr-id
    string "G" ws-next-group-id delimited by size into gr-id
    move current-user to gr-owner
    move ws-current-campus to gr-campus

    open extend group-file
    if FILESTAT-GROUP not = "00"
        open output group-file
        close group-file
        open extend group-file
    end-if
    perform serialize-group-line
    write group-line
    close group-file

    move "owner" to ws-gmem-role
    move "active" to ws-gmem-status
    perform add-group-membership

    move spaces to WS-DISPLAY
    string "Group " function trim(gr-name) " created. You are its first member."
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    Group broadcast: picks one of current-user's own groups, then
*>>    fans one message out to every member through the same
*>>    save-message path send-broadcast-message uses, filling the
*>>    generic MUTUAL-SCAN-LIST scratch with the roster (skipping the
*>>    sender and, silently, anyone who has blocked them).
send-group-message.
    move "--- Message a Group ---" to WS-DISPLAY
    perform say

    perform load-groups-table

    move 0 to ws-my-group-count
    perform varying ws-i from 1 by 1 until ws-i > GROUPS-COUNT
        move GROUP-TABLE-ENTRY(ws-i) to group-line
        perform parse-group-line
        perform count-group-members
        if ws-already-member = "y"
            add 1 to ws-my-group-count
            move ws-i to GROUP-MATCH-INDEX(ws-my-group-count)
            move spaces to WS-DISPLAY
            string ws-my-group-count ". " function trim(gr-name)
                   " (" ws-group-member-count " member(s))"
                   delimited by size into WS-DISPLAY
            perform say
        end-if
    end-perform

    if ws-my-group-count = 0
        move "You are not a member of any group yet." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter the number of the group to message, or 0 to cancel:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-group-selection

    if ws-group-selection = 0
        exit paragraph
    end-if

    if ws-group-selection < 1 or ws-group-selection > ws-my-group-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move GROUP-MATCH-INDEX(ws-group-selection) to ws-j
    move GROUP-TABLE-ENTRY(ws-j) to group-line
    perform parse-group-line

    *> Blasting the whole group is an officer privilege - one
    *> all-member incident was enough.
    perform check-group-role
    if function trim(ws-my-group-role) not = "owner"
       and function trim(ws-my-group-role) not = "officer"
        move "Only the group's officers can message the whole group." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move 0 to MUTUAL-SCAN-COUNT
    open input group-member-file
    if FILESTAT-GMEM = "00"
        perform until 1 = 2
            read group-member-file into group-member-line
                at end exit perform
            end-read
            perform parse-group-member-fields
            if function trim(PARSE-FIELD(7)) = function trim(gr-id)
               and function trim(PARSE-FIELD(8)) not = current-user
               and function trim(PARSE-FIELD(11)) = "active"
                add 1 to MUTUAL-SCAN-COUNT
                move function trim(PARSE-FIELD(8))
                    to MUTUAL-SCAN-NAME(MUTUAL-SCAN-COUNT)
            end-if
        end-perform
        close group-member-file
    end-if

    if MUTUAL-SCAN-COUNT = 0
        move "You are the only member of that group so far." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move MUTUAL-SCAN-COUNT to ws-needed-sends
    perform check-message-allowance
    if ws-rate-ok not = "y"
        exit paragraph
    end-if

    move 0 to ws-input-overage
    perform until 1 = 2
        move "Enter your message (max 200 chars):" to WS-DISPLAY
        perform say

        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count

        if function length(function trim(temp-input)) > 200
            compute ws-input-overage = function length(function trim(temp-input)) - 200
            move spaces to WS-DISPLAY
            string "That was " ws-input-overage
                " character(s) too long (max 200). Please re-enter."
                delimited by size into WS-DISPLAY
            perform say
        else
            move function trim(temp-input) to msg-content
            exit perform
        end-if
    end-perform

    move "broadcast" to msg-type
    move spaces to msg-job-title
    move spaces to msg-job-employer
    move spaces to msg-thread-ref

    perform ask-send-later
    if WS-EOF = "Y"
        exit paragraph
    end-if
    if ws-later-wanted = "y"
        perform queue-later-fanout
        exit paragraph
    end-if

    perform varying ws-mutual-i from 1 by 1 until ws-mutual-i > MUTUAL-SCAN-COUNT
        move MUTUAL-SCAN-NAME(ws-mutual-i) to target-username
        move target-username to ws-block-target
        perform is-user-blocked
        if ws-is-blocked = "n"
            perform save-message
        end-if
    end-perform

    move spaces to WS-DISPLAY
    string "Message sent to " MUTUAL-SCAN-COUNT
           " member(s) of " function trim(gr-name) "."
           delimited by size into WS-DISPLAY
    perform say
    move "---------------------" to WS-DISPLAY
    perform say
    .

*>>    Loads events.dat into EVENTS-TABLE and tracks the highest
*>>    numeric id suffix seen so create-campus-event can hand out the
*>>    next one (same scheme as load-companies-table's company ids).
load-events-table.
    move 0 to EVENTS-COUNT
    move 0 to ws-next-event-id
    open input event-file
    if FILESTAT-EVENT = "00"
        perform until 1 = 2
            read event-file into event-line
                at end exit perform
            end-read
            add 1 to EVENTS-COUNT
            move event-line to EVENT-TABLE-ENTRY(EVENTS-COUNT)
            perform parse-event-line
            move function numval(function trim(ev-id(2:)))
                to ws-scan-event-num
            if ws-scan-event-num > ws-next-event-id
                move ws-scan-event-num to ws-next-event-id
            end-if
        end-perform
        close event-file
    end-if
    .

*>>    Format: event-id|title|company-id|date|location|capacity|
*>>    survey-question|campus. Rows predating the survey/campus
*>>    fields default to no survey, every campus.
parse-event-line.
    perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 8
        move spaces to PARSE-FIELD(ws-parse-idx)
    end-perform
    unstring event-line delimited by "|" into
        PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
        PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
        PARSE-FIELD(7) PARSE-FIELD(8)
    end-unstring
    move function trim(PARSE-FIELD(1)) to ev-id
    move function trim(PARSE-FIELD(2)) to ev-title
    move function trim(PARSE-FIELD(3)) to ev-company-id
    move function trim(PARSE-FIELD(4)) to ev-date
    move function trim(PARSE-FIELD(5)) to ev-location
    if function trim(PARSE-FIELD(6)) is numeric
        move function numval(function trim(PARSE-FIELD(6))) to ev-capacity
    else
        move 0 to ev-capacity
    end-if
    move function trim(PARSE-FIELD(7)) to ev-survey
    move function upper-case(function trim(PARSE-FIELD(8))) to ev-campus
    .

*>>    Sets ws-rsvp-count to the number of event-rsvps.dat rows for
*>>    the event currently in ev-id, and ws-already-rsvpd when one of
*>>    them is current-user's.
count-event-rsvps.
    move 0 to ws-rsvp-count
    move "n" to ws-already-rsvpd
    open input event-rsvp-file
    if FILESTAT-RSVP = "00"
        perform until 1 = 2
            read event-rsvp-file into event-rsvp-line
                at end exit perform
            end-read
            unstring event-rsvp-line delimited by "|" into
                PARSE-FIELD(7) PARSE-FIELD(8) PARSE-FIELD(9)
            end-unstring
            if function trim(PARSE-FIELD(7)) = function trim(ev-id)
                add 1 to ws-rsvp-count
                if function trim(PARSE-FIELD(8)) = current-user
                    move "y" to ws-already-rsvpd
                end-if
            end-if
        end-perform
        close event-rsvp-file
    end-if
    .

*>>    Career fairs and info sessions on the system instead of paper:
*>>    lists every scheduled event with its host company, date,
*>>    location, and attendance against capacity, then offers an RSVP
*>>    on the spot.
browse-campus-events.
    move "--- Campus Events ---" to WS-DISPLAY
    move "ev-header" to ws-msg-id
    perform say-msg

    perform load-events-table

    if EVENTS-COUNT = 0
        move "No campus events are scheduled right now." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move 0 to ws-page-count
    move "n" to ws-pagination-stop
    perform varying ws-i from 1 by 1
            until ws-i > EVENTS-COUNT or ws-pagination-stop = "y"
        move EVENT-TABLE-ENTRY(ws-i) to event-line
        perform parse-event-line
      *>    Another campus's events never show: their students see
      *>    ours otherwise, and vice versa.
        if function trim(ev-campus) not = spaces
           and function trim(ev-campus) not =
               function trim(ws-current-campus)
            exit perform cycle
        end-if
        perform count-event-rsvps
        move ev-company-id to job-company-id
        if ev-company-id(1:1) = "G"
            perform find-group-name-by-id
        else
            perform find-company-name-by-id
        end-if
        move spaces to WS-DISPLAY
        string ws-i ". " function trim(ev-title)
               " hosted by " function trim(ws-company-name-lookup)
               " on " function trim(ev-date)
               " at " function trim(ev-location)
               " (" ws-rsvp-count " attending, capacity " ev-capacity ")"
               delimited by size into WS-DISPLAY
        perform say
        perform pagination-pause
    end-perform

    move "Enter event number to RSVP, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-event-selection

    if ws-event-selection = 0
        exit paragraph
    end-if

    if ws-event-selection < 1 or ws-event-selection > EVENTS-COUNT
        move "Invalid event number." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move EVENT-TABLE-ENTRY(ws-event-selection) to event-line
    perform parse-event-line
    perform rsvp-to-event
    .

*>>    Records current-user's RSVP for the event in event-data,
*>>    refusing a duplicate RSVP and a full event (capacity 0 means
*>>    unlimited), then queues a notifications.dat reminder so the
*>>    student hears about it again even off-line.
rsvp-to-event.
    perform count-event-rsvps

    if ws-already-rsvpd = "y"
        move "You have already RSVP'd to this event." to WS-DISPLAY
        perform say
        move "Cancel your RSVP? (Y/N):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        if function upper-case(function trim(temp-input)) = "Y"
            perform cancel-event-rsvp
        end-if
        exit paragraph
    end-if

    if ev-capacity > 0 and ws-rsvp-count >= ev-capacity
        move "This event is at capacity." to WS-DISPLAY
        perform say
        perform offer-event-waitlist
        exit paragraph
    end-if

    *> Double-booking warning before the RSVP is committed.
    move ev-date to ws-sched-raw
    perform normalize-schedule-date
    move ws-sched-norm to ws-sched-check-date
    perform check-schedule-conflict
    if ws-sched-conflict = "y"
        move spaces to WS-DISPLAY
        string "This event collides with "
               function trim(ws-sched-conflict-text)
               ". RSVP anyway? (Y/N):"
               delimited by size into WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        if function upper-case(function trim(temp-input)) not = "Y"
            move "RSVP not made." to WS-DISPLAY
            perform say
            exit paragraph
        end-if
    end-if

    open extend event-rsvp-file
    if FILESTAT-RSVP not = "00"
        open output event-rsvp-file
        close event-rsvp-file
        open extend event-rsvp-file
    end-if
    move spaces to event-rsvp-line
    string function trim(ev-id) "|"
           function trim(current-user) "|"
           function current-date
           delimited by size into event-rsvp-line
    end-string
    write event-rsvp-line
    close event-rsvp-file

    move current-user to notif-recipient
    move "event-reminder" to notif-event
    move spaces to notif-detail
    string "You are attending " function trim(ev-title)
           " on " function trim(ev-date)
           " at " function trim(ev-location) "."
           delimited by size into notif-detail
    perform write-notification

    move spaces to WS-DISPLAY
    string "RSVP confirmed for " function trim(ev-title) "."
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    Full event: queue for a spot in arrival order instead of just
*>>    being refused. Sets ws-on-waitlist/ws-waitlist-position for
*>>    the event in ev-id while loading the whole file so a promote
*>>    can rewrite it.
count-event-waitlist.
    move 0 to WAITLIST-COUNT
    move 0 to ws-waitlist-position
    move "n" to ws-on-waitlist
    open input event-waitlist-file
    if FILESTAT-WAIT = "00"
        perform until 1 = 2
            read event-waitlist-file into event-waitlist-line
                at end exit perform
            end-read
            if WAITLIST-COUNT < 200
                add 1 to WAITLIST-COUNT
                move event-waitlist-line
                    to WAITLIST-ENTRY(WAITLIST-COUNT)
                unstring event-waitlist-line delimited by "|" into
                    PARSE-FIELD(45) PARSE-FIELD(46)
                end-unstring
                if function trim(PARSE-FIELD(45)) = function trim(ev-id)
                    add 1 to ws-waitlist-position
                    if function trim(PARSE-FIELD(46)) = current-user
                        move "y" to ws-on-waitlist
                    end-if
                end-if
            end-if
        end-perform
        close event-waitlist-file
    end-if
    .

*>>    Full rewrite of event-rsvps.dat from RSVP-ROWS-TABLE via
*>>    write-verify-swap (cancellation and day-of check-in share
*>>    it).
rewrite-event-rsvps-table.
    move "event-rsvps.dat.new" to WS-TEMP-REWRITE-NAME
    move "event-rsvps.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "rewrite-event-rsvps temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        exit paragraph
    end-if
    perform varying ws-i from 1 by 1 until ws-i > RSVP-ROWS-COUNT
        move RSVP-ROW-ENTRY(ws-i) to temp-rewrite-line
        write temp-rewrite-line
        add 1 to ws-swap-written
    end-perform
    close temp-rewrite-file
    perform verify-and-swap-rewrite
    .

offer-event-waitlist.
    perform count-event-waitlist
    if ws-on-waitlist = "y"
        move "You are already on the waitlist for this event." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Join the waitlist? You'll be promoted in order if a spot opens. (Y/N):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) not = "Y"
        exit paragraph
    end-if

    open extend event-waitlist-file
    if FILESTAT-WAIT not = "00"
        open output event-waitlist-file
        close event-waitlist-file
        open extend event-waitlist-file
    end-if
    move spaces to event-waitlist-line
    string function trim(ev-id) "|"
           function trim(current-user) "|"
           function current-date
           delimited by size into event-waitlist-line
    end-string
    write event-waitlist-line
    close event-waitlist-file

    add 1 to ws-waitlist-position
    move spaces to WS-DISPLAY
    string "You are number " ws-waitlist-position
           " on the waitlist for " function trim(ev-title) "."
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    Drops current-user's RSVP row for the event in ev-id and
*>>    promotes the first waitlisted student into the freed spot.
cancel-event-rsvp.
    move 0 to RSVP-ROWS-COUNT
    open input event-rsvp-file
    if FILESTAT-RSVP = "00"
        perform until 1 = 2
            read event-rsvp-file into event-rsvp-line
                at end exit perform
            end-read
            unstring event-rsvp-line delimited by "|" into
                PARSE-FIELD(45) PARSE-FIELD(46)
            end-unstring
            if function trim(PARSE-FIELD(45)) = function trim(ev-id)
               and function trim(PARSE-FIELD(46)) = current-user
                continue
            else
                if RSVP-ROWS-COUNT < 500
                    add 1 to RSVP-ROWS-COUNT
                    move event-rsvp-line
                        to RSVP-ROW-ENTRY(RSVP-ROWS-COUNT)
                end-if
            end-if
        end-perform
        close event-rsvp-file
    end-if

    perform rewrite-event-rsvps-table

    move "Your RSVP has been cancelled." to WS-DISPLAY
    perform say

    perform promote-from-waitlist
    .

*>>    First in line for the event in ev-id moves onto the RSVP list
*>>    and hears about it through the notification queue; their
*>>    waitlist row is dropped.
promote-from-waitlist.
    perform count-event-waitlist

    move spaces to ws-promote-user
    move 0 to ws-promote-idx
    perform varying ws-i from 1 by 1 until ws-i > WAITLIST-COUNT
        unstring WAITLIST-ENTRY(ws-i) delimited by "|" into
            PARSE-FIELD(45) PARSE-FIELD(46)
        end-unstring
        if function trim(PARSE-FIELD(45)) = function trim(ev-id)
            move function trim(PARSE-FIELD(46)) to ws-promote-user
            move ws-i to ws-promote-idx
            exit perform
        end-if
    end-perform

    if ws-promote-idx = 0
        exit paragraph
    end-if

    move "event-waitlist.dat.new" to WS-TEMP-REWRITE-NAME
    move "event-waitlist.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW = "00"
        perform varying ws-i from 1 by 1 until ws-i > WAITLIST-COUNT
            if ws-i not = ws-promote-idx
                move WAITLIST-ENTRY(ws-i) to temp-rewrite-line
                write temp-rewrite-line
                add 1 to ws-swap-written
            end-if
        end-perform
        close temp-rewrite-file
        perform verify-and-swap-rewrite
    end-if

    open extend event-rsvp-file
    if FILESTAT-RSVP not = "00"
        open output event-rsvp-file
        close event-rsvp-file
        open extend event-rsvp-file
    end-if
    move spaces to event-rsvp-line
    string function trim(ev-id) "|"
           function trim(ws-promote-user) "|"
           function current-date
           delimited by size into event-rsvp-line
    end-string
    write event-rsvp-line
    close event-rsvp-file

    move ws-promote-user to notif-recipient
    move "event-reminder" to notif-event
    move spaces to notif-detail
    string "A spot opened: you are now attending "
           function trim(ev-title)
           " on " function trim(ev-date)
           " at " function trim(ev-location) "."
           delimited by size into notif-detail
    perform write-notification

    move spaces to WS-DISPLAY
    string function trim(ws-promote-user)
           " was promoted from the waitlist."
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    Day-of check-in: the event host walks the RSVP list marking
*>>    who actually showed, stamping an attended flag (Y/N) as the
*>>    4th field of each event-rsvps.dat row. An RSVP is not a body
*>>    in the room - the attendance report now shows actual vs
*>>    promised, and chronic no-shows become visible.
event-checkin.
    move "--- Event Check-In ---" to WS-DISPLAY
    perform say

    perform load-events-table

    move 0 to ws-my-job-count
    perform varying ws-i from 1 by 1 until ws-i > EVENTS-COUNT
        move EVENT-TABLE-ENTRY(ws-i) to event-line
        perform parse-event-line
        if function trim(ev-company-id) =
           function trim(ws-event-host-id)
            add 1 to ws-my-job-count
            move spaces to WS-DISPLAY
            string ws-i ". " function trim(ev-title)
                   " on " function trim(ev-date)
                   delimited by size into WS-DISPLAY
            perform say
        end-if
    end-perform

    if ws-my-job-count = 0
        if ws-event-host-id(1:1) = "G"
            move "Your group is not hosting any events." to WS-DISPLAY
        else
            move "Your company is not hosting any events." to WS-DISPLAY
        end-if
        perform say
        exit paragraph
    end-if

    move "Enter event number to run check-in for, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-event-selection

    if ws-event-selection = 0
        exit paragraph
    end-if
    if ws-event-selection < 1 or ws-event-selection > EVENTS-COUNT
        move "Invalid event number." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move EVENT-TABLE-ENTRY(ws-event-selection) to event-line
    perform parse-event-line
    if function trim(ev-company-id) not =
       function trim(ws-event-host-id)
        if ws-event-host-id(1:1) = "G"
            move "That event is not hosted by your group." to WS-DISPLAY
        else
            move "That event is not hosted by your company." to WS-DISPLAY
        end-if
        perform say
        exit paragraph
    end-if

    move 0 to RSVP-ROWS-COUNT
    open input event-rsvp-file
    if FILESTAT-RSVP = "00"
        perform until 1 = 2
            read event-rsvp-file into event-rsvp-line
                at end exit perform
            end-read
            if RSVP-ROWS-COUNT < 500
                add 1 to RSVP-ROWS-COUNT
                move event-rsvp-line
                    to RSVP-ROW-ENTRY(RSVP-ROWS-COUNT)
            end-if
        end-perform
        close event-rsvp-file
    end-if

    move "n" to ws-found
    perform varying ws-i from 1 by 1 until ws-i > RSVP-ROWS-COUNT
        perform checkin-one-rsvp
    end-perform

    if ws-found = "n"
        move "No one has RSVP'd to this event." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform rewrite-event-rsvps-table

    move "Check-in recorded." to WS-DISPLAY
    perform say
    .

*>>    One RSVP row of the selected event: ask arrived Y/N and stamp
*>>    the attended flag, preserving the original timestamp.
checkin-one-rsvp.
    move spaces to PARSE-FIELD(45)
    move spaces to PARSE-FIELD(46)
    move spaces to PARSE-FIELD(47)
    move spaces to PARSE-FIELD(48)
    unstring RSVP-ROW-ENTRY(ws-i) delimited by "|" into
        PARSE-FIELD(45) PARSE-FIELD(46) PARSE-FIELD(47)
        PARSE-FIELD(48)
    end-unstring
    if function trim(PARSE-FIELD(45)) not = function trim(ev-id)
        exit paragraph
    end-if
    move "y" to ws-found

    move PARSE-FIELD(46) to ws-accom-check-student
    move "event" to ws-accom-check-kind
    move ev-id to ws-accom-check-ref
    move ev-company-id to ws-accom-check-host
    perform check-accommodation-arranged
    if ws-accom-arranged = "y"
        move spaces to WS-DISPLAY
        string function trim(PARSE-FIELD(46))
               ": accommodation arranged by the career office."
            delimited by size into WS-DISPLAY
        perform say
    end-if

    move spaces to WS-DISPLAY
    string "Did " function trim(PARSE-FIELD(46)) " arrive? (Y/N):"
        delimited by size into WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count

    move spaces to RSVP-ROW-ENTRY(ws-i)
    if function upper-case(function trim(temp-input)) = "Y"
        string function trim(PARSE-FIELD(45)) "|"
               function trim(PARSE-FIELD(46)) "|"
               function trim(PARSE-FIELD(47)) "|Y"
               delimited by size into RSVP-ROW-ENTRY(ws-i)
        end-string
    else
        string function trim(PARSE-FIELD(45)) "|"
               function trim(PARSE-FIELD(46)) "|"
               function trim(PARSE-FIELD(47)) "|N"
               delimited by size into RSVP-ROW-ENTRY(ws-i)
        end-string
    end-if
    .

*>>    Employer-menu action: creates an event hosted by the
*>>    recruiter's own companies.dat company, handing out the next
*>>    sequential event-id. Group officers reach it from Manage My
*>>    Group with ws-event-host-id holding the group-id; the event
*>>    is then announced on the group's board and to its members.
create-campus-event.
    move "--- Create a Campus Event ---" to WS-DISPLAY
    perform say

    perform load-events-table

    move "Enter Event Title:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ev-title

    if function length(function trim(ev-title)) = 0
        move "An event title is required." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter Event Date (YYYYMMDD):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ev-date

    move "Enter Location:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ev-location

    move "Enter Capacity (numeric, 0 for unlimited):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ev-capacity

    move "Feedback survey question for attendees (blank for none):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ev-survey

    add 1 to ws-next-event-id
    move spaces to ev-id
    string "E" ws-next-event-id delimited by size into ev-id
    move ws-event-host-id to ev-company-id
    move ws-current-campus to ev-campus

    open extend event-file
    if FILESTAT-EVENT not = "00"
        open output event-file
        close event-file
        open extend event-file
    end-if
    move spaces to event-line
    string function trim(ev-id) "|"
           function trim(ev-title) "|"
           function trim(ev-company-id) "|"
           function trim(ev-date) "|"
           function trim(ev-location) "|"
           ev-capacity "|"
           function trim(ev-survey) "|"
           function trim(ev-campus)
           delimited by size into event-line
    end-string
    write event-line
    close event-file

    move spaces to WS-DISPLAY
    string "Event " function trim(ev-id) " created: "
           function trim(ev-title) " on " function trim(ev-date) "."
           delimited by size into WS-DISPLAY
    perform say

    if ev-company-id(1:1) = "G"
        perform announce-group-event
    end-if
    .

*>>    A new group-hosted event (event-data, group in group-data):
*>>    one post on the group's board and a "group" notification to
*>>    every other active member.
announce-group-event.
    open extend group-post-file
    if FILESTAT-GPOST not = "00"
        open output group-post-file
        close group-post-file
        open extend group-post-file
    end-if
    move spaces to group-post-line
    string function trim(gr-id) "|"
           function trim(current-user) "|"
           function current-date "|"
           "New group event: " function trim(ev-title)
           " on " function trim(ev-date)
           " at " function trim(ev-location)
           " - RSVP under Campus Events."
           delimited by size into group-post-line
    end-string
    write group-post-line
    close group-post-file

    move 0 to MUTUAL-SCAN-COUNT
    open input group-member-file
    if FILESTAT-GMEM = "00"
        perform until 1 = 2
            read group-member-file into group-member-line
                at end exit perform
            end-read
            perform parse-group-member-fields
            if function trim(PARSE-FIELD(7)) = function trim(gr-id)
               and function trim(PARSE-FIELD(8)) not = current-user
               and function trim(PARSE-FIELD(11)) = "active"
               and MUTUAL-SCAN-COUNT < 1000
                add 1 to MUTUAL-SCAN-COUNT
                move function trim(PARSE-FIELD(8))
                    to MUTUAL-SCAN-NAME(MUTUAL-SCAN-COUNT)
            end-if
        end-perform
        close group-member-file
    end-if

    perform varying ws-k from 1 by 1 until ws-k > MUTUAL-SCAN-COUNT
        move MUTUAL-SCAN-NAME(ws-k) to notif-recipient
        move "group" to notif-event
        move spaces to notif-detail
        string function trim(gr-name) " is hosting "
               function trim(ev-title) " on " function trim(ev-date)
               " at " function trim(ev-location) "."
               delimited by size into notif-detail
        perform write-notification
    end-perform

    move spaces to WS-DISPLAY
    string "Announced on the group board and to "
           MUTUAL-SCAN-COUNT " member(s)."
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    Prints the interview scorecard already on file for the
*>>    applicant currently in application-data, if any - the first
*>>    thing the next recruiter should see.
show-interview-scorecard.
    move "n" to ws-scorecard-found
    open input interview-scorecard-file
    if FILESTAT-SCORE = "00"
        perform until 1 = 2
            read interview-scorecard-file into interview-scorecard-line
                at end exit perform
            end-read
            perform parse-scorecard-line
            if function trim(sc-applicant) = function trim(app-username)
               and function trim(sc-job-title) =
                   function trim(app-job-title)
               and function trim(sc-employer) =
                   function trim(app-employer)
                move "y" to ws-scorecard-found
                exit perform
            end-if
        end-perform
        close interview-scorecard-file
    end-if

    if ws-scorecard-found = "y"
        move spaces to WS-DISPLAY
        if function trim(sc-held) = "no-show"
            string "Interview " function trim(sc-date)
                   ": NO-SHOW"
                   delimited by size into WS-DISPLAY
        else
            string "Interview " function trim(sc-date)
                   ": held, rated " sc-rating "/5, recommend "
                   function trim(sc-recommendation)
                   delimited by size into WS-DISPLAY
        end-if
        perform say
        if function trim(sc-notes) not = spaces
            move spaces to WS-DISPLAY
            string "   " function trim(sc-notes)
                delimited by size into WS-DISPLAY
            perform say
        end-if
    end-if
    .

parse-scorecard-line.
    perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 8
        move spaces to PARSE-FIELD(ws-parse-idx)
    end-perform
    unstring interview-scorecard-line delimited by "|" into
        PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
        PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
        PARSE-FIELD(7) PARSE-FIELD(8)
    end-unstring
    move function trim(PARSE-FIELD(1)) to sc-applicant
    move function trim(PARSE-FIELD(2)) to sc-job-title
    move function trim(PARSE-FIELD(3)) to sc-employer
    move function trim(PARSE-FIELD(4)) to sc-held
    if function trim(PARSE-FIELD(5)) is numeric
        move function numval(function trim(PARSE-FIELD(5))) to sc-rating
    else
        move 0 to sc-rating
    end-if
    move function trim(PARSE-FIELD(6)) to sc-recommendation
    move function trim(PARSE-FIELD(7)) to sc-date
    move function trim(PARSE-FIELD(8)) to sc-notes
    .

*>>    Records the outcome and scorecard for the applicant's booked
*>>    interview, tied to the interview-slots.dat row: only an
*>>    application with a confirmed slot choice qualifies, and a
*>>    second scorecard for the same interview is refused.
record-interview-outcome.
    move "n" to ws-slot-confirmed
    open input interview-slot-file
    if FILESTAT-SLOT = "00"
        perform until 1 = 2
            read interview-slot-file into interview-slot-line
                at end exit perform
            end-read
            perform parse-interview-slot-line
            if function trim(is-applicant) = function trim(app-username)
               and function trim(is-job-title) =
                   function trim(app-job-title)
               and function trim(is-employer) =
                   function trim(app-employer)
               and function trim(is-chosen) not = spaces
                move "y" to ws-slot-confirmed
                exit perform
            end-if
        end-perform
        close interview-slot-file
    end-if

    if ws-slot-confirmed not = "y"
        move "No confirmed interview slot is on file for this application." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> The outcome is recorded after the slot time passes - a
    *> future slot would let a "no-show" be marked before the
    *> interview has even happened. A slot time too free-form to
    *> yield a date is let through rather than blocked forever.
    move is-chosen to ws-sched-raw
    perform normalize-schedule-date
    if ws-sched-norm not = spaces
       and ws-sched-norm > function current-date(1:8)
        move spaces to WS-DISPLAY
        string "That interview is booked for "
               function trim(is-chosen)
               " - record the outcome after it has taken place."
               delimited by size into WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform show-interview-scorecard
    if ws-scorecard-found = "y"
        move "A scorecard is already recorded for this interview." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Did the interview happen? 1. Held  2. No-show:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count

    move 0 to sc-rating
    move spaces to sc-recommendation
    move spaces to sc-notes
    evaluate function numval(function trim(temp-input))
        when 1
            move "held" to sc-held
        when 2
            move "no-show" to sc-held
        when other
            move "Invalid choice." to WS-DISPLAY
            perform say
            exit paragraph
    end-evaluate

    if function trim(sc-held) = "held"
        move "Overall rating 1-5:" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move function numval(function trim(temp-input)) to sc-rating
        if sc-rating < 1 or sc-rating > 5
            move "Rating must be 1 through 5." to WS-DISPLAY
            perform say
            exit paragraph
        end-if

        move "Recommendation - 1. Advance  2. Hold  3. Reject:" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        evaluate function numval(function trim(temp-input))
            when 1 move "advance" to sc-recommendation
            when 2 move "hold" to sc-recommendation
            when 3 move "reject" to sc-recommendation
            when other
                move "Invalid choice." to WS-DISPLAY
                perform say
                exit paragraph
        end-evaluate

        move "Notes (optional, max 150 chars):" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move function trim(temp-input) to sc-notes
    end-if

    move app-username to sc-applicant
    move app-job-title to sc-job-title
    move app-employer to sc-employer
    move function current-date(1:8) to sc-date

    open extend interview-scorecard-file
    if FILESTAT-SCORE not = "00"
        open output interview-scorecard-file
        close interview-scorecard-file
        open extend interview-scorecard-file
    end-if
    move spaces to interview-scorecard-line
    string function trim(sc-applicant) "|"
           function trim(sc-job-title) "|"
           function trim(sc-employer) "|"
           function trim(sc-held) "|"
           sc-rating "|"
           function trim(sc-recommendation) "|"
           function trim(sc-date) "|"
           function trim(sc-notes)
           delimited by size into interview-scorecard-line
    end-string
    write interview-scorecard-line
    close interview-scorecard-file

    move "Interview outcome recorded." to WS-DISPLAY
    perform say
    .

*>>    Shared evaluation notes on the applicant currently in
*>>    application-data: stored against the company-id so every
*>>    recruiter on the same companies.dat company sees them, not
*>>    just the author. A posting owner with no company record falls
*>>    back to the posting's own company-id.
add-applicant-note.
    if function trim(ws-current-company-id) = spaces
        move "Notes are shared by company - your account has no company record." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Rating 1-5 (0 for no rating):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-anote-rating
    if ws-anote-rating > 5
        move "Rating must be 0 through 5." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter your note (max 150 chars):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-anote-text

    if function trim(ws-anote-text) = spaces and ws-anote-rating = 0
        move "Nothing to save." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    open extend applicant-note-file
    if FILESTAT-ANOTE not = "00"
        open output applicant-note-file
        close applicant-note-file
        open extend applicant-note-file
    end-if
    move spaces to applicant-note-line
    string function trim(ws-current-company-id) "|"
           function trim(app-username) "|"
           function trim(app-job-title) "|"
           function trim(current-user) "|"
           function current-date(1:8) "|"
           ws-anote-rating "|"
           function trim(ws-anote-text)
           delimited by size into applicant-note-line
    end-string
    write applicant-note-line
    close applicant-note-file

    move "Note saved for everyone on your company." to WS-DISPLAY
    perform say
    .

view-applicant-notes.
    move "--- Notes and Ratings ---" to WS-DISPLAY
    perform say
    if function trim(ws-current-company-id) = spaces
        move "Notes are shared by company - your account has no company record." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move 0 to ws-anote-count
    open input applicant-note-file
    if FILESTAT-ANOTE = "00"
        perform until 1 = 2
            read applicant-note-file into applicant-note-line
                at end exit perform
            end-read
            perform varying ws-parse-idx from 1 by 1
                    until ws-parse-idx > 7
                move spaces to PARSE-FIELD(ws-parse-idx)
            end-perform
            unstring applicant-note-line delimited by "|" into
                PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
                PARSE-FIELD(7)
            end-unstring
            if function trim(PARSE-FIELD(1)) =
               function trim(ws-current-company-id)
               and function trim(PARSE-FIELD(2)) =
                   function trim(app-username)
                add 1 to ws-anote-count
                move spaces to WS-DISPLAY
                if function trim(PARSE-FIELD(6)) = "0"
                    string ws-anote-count ". "
                           function trim(PARSE-FIELD(4))
                           " (" function trim(PARSE-FIELD(5)) ") re "
                           function trim(PARSE-FIELD(3)) ":"
                           delimited by size into WS-DISPLAY
                else
                    string ws-anote-count ". "
                           function trim(PARSE-FIELD(4))
                           " (" function trim(PARSE-FIELD(5)) ") re "
                           function trim(PARSE-FIELD(3))
                           " - rated " function trim(PARSE-FIELD(6))
                           "/5:"
                           delimited by size into WS-DISPLAY
                end-if
                perform say
                move spaces to WS-DISPLAY
                string "   " function trim(PARSE-FIELD(7))
                       delimited by size into WS-DISPLAY
                perform say
            end-if
        end-perform
        close applicant-note-file
    end-if
    if ws-anote-count = 0
        move "No notes on this applicant from your company yet." to WS-DISPLAY
        perform say
    end-if
    .

*>>    The most-requested employer feature: find students instead of
*>>    waiting for applications. Filters on major, graduation year,
*>>    university, and coursework (blank/0 for any), contains-style
*>>    like search-by-name; honors each student's profile-visibility
*>>    preference through check-profile-visible and skips deactivated
*>>    accounts, so only opted-in students surface.
search-candidates.
    move "--- Candidate Search ---" to WS-DISPLAY
    perform say

    move "Filter by major (blank for any):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-cand-major-filter

    move "Filter by graduation year (0 for any):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-cand-year-filter

    move "Filter by university (blank for any):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-cand-univ-filter

    move "Filter by coursework keyword (blank for any):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-cand-course-filter

    move "Filter by current certification, e.g. CPR (blank for any):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-cand-cert-filter

    move 0 to ws-cand-count
    move 0 to ws-page-count
    move "n" to ws-pagination-stop
    open input profile-file
    if FILESTAT-PROFILE = "00"
        perform until ws-pagination-stop = "y"
            read profile-file next record
                at end exit perform
            end-read
            perform rejoin-profile-record-to-line
            perform parse-profile-line-complete
            perform check-candidate-matches
            if ws-cand-match = "y"
                add 1 to ws-cand-count
                perform display-candidate-card
                perform pagination-pause
            end-if
        end-perform
        close profile-file
    end-if

    if ws-cand-count = 0
        move "No opted-in candidates match those filters." to WS-DISPLAY
        perform say
    else
        move spaces to WS-DISPLAY
        string "Candidates found: " ws-cand-count
               delimited by size into WS-DISPLAY
        perform say
    end-if
    move "-----------------------------" to WS-DISPLAY
    perform say
    if ws-cand-count > 0
        perform offer-candidate-pool-add
    end-if
    .

*>>    Applies the candidate filters plus the visibility and
*>>    active-account gates to the profile currently parsed into
*>>    profile-data. Sets ws-cand-match.
check-candidate-matches.
    move "n" to ws-cand-match

    move profile-username to temp-profile-username
    perform check-user-is-active
    if ws-user-active not = "y"
        exit paragraph
    end-if
    perform check-profile-visible
    if ws-profile-visible not = "y"
        exit paragraph
    end-if

    if function trim(ws-cand-major-filter) not = spaces
        move 0 to ws-name-match-tally
        inspect function upper-case(function trim(profile-major))
            tallying ws-name-match-tally for all
            function trim(function upper-case(ws-cand-major-filter))
        if ws-name-match-tally = 0
            exit paragraph
        end-if
    end-if

    if ws-cand-year-filter > 0
       and profile-gradyear not = ws-cand-year-filter
        exit paragraph
    end-if

    if function trim(ws-cand-univ-filter) not = spaces
        move 0 to ws-name-match-tally
        inspect function upper-case(function trim(profile-university))
            tallying ws-name-match-tally for all
            function trim(function upper-case(ws-cand-univ-filter))
        if ws-name-match-tally = 0
            exit paragraph
        end-if
    end-if

    if function trim(ws-cand-course-filter) not = spaces
        move 0 to ws-name-match-tally
        perform varying ws-k from 1 by 1
                until ws-k > profile-course-count
            inspect function upper-case(function trim(course-name(ws-k)))
                tallying ws-name-match-tally for all
                function trim(function upper-case(ws-cand-course-filter))
        end-perform
        if ws-name-match-tally = 0
            exit paragraph
        end-if
    end-if

    if function trim(ws-cand-cert-filter) not = spaces
        move profile-username to ws-cert-owner
        move ws-cand-cert-filter to ws-cert-check-name
        perform check-certification-held
        if ws-cert-held not = "y"
            exit paragraph
        end-if
    end-if

    move "y" to ws-cand-match
    .

*>>    One candidate line with the endorsement tally recruiters use
*>>    as a peer-vouching signal.
display-candidate-card.
    move 0 to ws-cand-endorse-count
    open input endorsement-file
    if FILESTAT-ENDORSE = "00"
        perform until 1 = 2
            read endorsement-file into endorsement-line
                at end exit perform
            end-read
            unstring endorsement-line delimited by "|" into
                PARSE-FIELD(37) PARSE-FIELD(38)
            end-unstring
            if function trim(PARSE-FIELD(38)) =
               function trim(profile-username)
                add 1 to ws-cand-endorse-count
            end-if
        end-perform
        close endorsement-file
    end-if

    move spaces to WS-DISPLAY
    string ws-cand-count ". "
           function trim(profile-firstname) " "
           function trim(profile-lastname)
           " (" function trim(profile-username) ") - "
           function trim(profile-major) ", class of "
           profile-gradyear
           delimited by size into WS-DISPLAY
    perform say
    move spaces to WS-DISPLAY
    string "   " function trim(profile-university)
           ", " ws-cand-endorse-count " endorsement(s)"
           delimited by size into WS-DISPLAY
    perform say
    if ws-cand-count <= 200
        move profile-username to CAND-PICK-USER(ws-cand-count)
    end-if
    .

*>>    Candidate-search results are kept by number (first 200) so a
*>>    recruiter can drop any of them into a talent pool before the
*>>    list is gone.
offer-candidate-pool-add.
    if function trim(ws-current-company-id) = spaces
        exit paragraph
    end-if
    move "n" to ws-tpool-done
    perform until ws-tpool-done = "y" or WS-EOF = "Y"
        move "Enter a candidate number to add to a talent pool, or 0 to finish:" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move 0 to ws-tpool-selection
        if function trim(temp-input) is numeric
            move function numval(function trim(temp-input))
                to ws-tpool-selection
        end-if
        if ws-tpool-selection = 0
            move "y" to ws-tpool-done
        else
            if ws-tpool-selection > ws-cand-count
               or ws-tpool-selection > 200
                move "Invalid selection." to WS-DISPLAY
                perform say
            else
                move CAND-PICK-USER(ws-tpool-selection)
                    to ws-tpool-student
                perform add-to-talent-pool
            end-if
        end-if
    end-perform
    .

*>>    talent-pools.dat: company-id|pool-name|student|added-by|date|
*>>    note.
parse-talent-pool-line.
    move spaces to talent-pool-data
    unstring talent-pool-line delimited by "|" into
        tp-company tp-pool tp-student tp-added-by tp-date tp-note
    end-unstring
    .

serialize-talent-pool-line.
    move spaces to talent-pool-line
    string function trim(tp-company) "|"
           function trim(tp-pool) "|"
           function trim(tp-student) "|"
           function trim(tp-added-by) "|"
           function trim(tp-date) "|"
           function trim(tp-note)
           delimited by size into talent-pool-line
    end-string
    .

*>>    The pool names on file for ws-current-company-id, each with
*>>    its member count, into TPOOL-NAME-TABLE.
load-company-pools.
    move 0 to ws-tpool-name-count
    open input talent-pool-file
    if FILESTAT-TPOOL = "00"
        perform until 1 = 2
            read talent-pool-file into talent-pool-line
                at end exit perform
            end-read
            perform parse-talent-pool-line
            if function trim(tp-company) =
               function trim(ws-current-company-id)
                perform varying ws-k from 1 by 1
                        until ws-k > ws-tpool-name-count
                    if function trim(TPOOL-NAME(ws-k)) =
                       function trim(tp-pool)
                        exit perform
                    end-if
                end-perform
                if ws-k > ws-tpool-name-count
                    if ws-tpool-name-count < 50
                        add 1 to ws-tpool-name-count
                        move tp-pool to TPOOL-NAME(ws-tpool-name-count)
                        move 1 to TPOOL-SIZE(ws-tpool-name-count)
                    end-if
                else
                    add 1 to TPOOL-SIZE(ws-k)
                end-if
            end-if
        end-perform
        close talent-pool-file
    end-if
    .

*>>    Lists the company's pools and sets ws-tpool-name from the
*>>    number chosen. With ws-tpool-mode "a" (adding a member) a new
*>>    name may be typed instead, which starts a new pool.
choose-talent-pool.
    move "n" to ws-tpool-chosen
    move spaces to ws-tpool-name
    perform load-company-pools
    if ws-tpool-name-count = 0 and ws-tpool-mode not = "a"
        move "Your company has no talent pools yet. Add candidates from Search Candidates or View Applicants." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    perform varying ws-k from 1 by 1 until ws-k > ws-tpool-name-count
        move spaces to WS-DISPLAY
        string ws-k ". " function trim(TPOOL-NAME(ws-k))
               " (" TPOOL-SIZE(ws-k) " member(s))"
               delimited by size into WS-DISPLAY
        perform say
    end-perform
    if ws-tpool-mode = "a"
        move "Enter a pool number, or type a new pool name (blank to cancel):" to WS-DISPLAY
    else
        move "Enter a pool number, or 0 to go back:" to WS-DISPLAY
    end-if
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function trim(temp-input) = spaces
       or function trim(temp-input) = "0"
        exit paragraph
    end-if
    if function trim(temp-input) is numeric
        move function numval(function trim(temp-input))
            to ws-tpool-selection
        if ws-tpool-selection < 1
           or ws-tpool-selection > ws-tpool-name-count
            move "Invalid selection." to WS-DISPLAY
            perform say
            exit paragraph
        end-if
        move TPOOL-NAME(ws-tpool-selection) to ws-tpool-name
        move "y" to ws-tpool-chosen
        exit paragraph
    end-if
    if ws-tpool-mode not = "a"
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    if ws-tpool-name-count >= 50
        move "Your company already has 50 pools - add to an existing one." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move function trim(temp-input) to ws-tpool-name
    inspect ws-tpool-name replacing all "|" by "/"
    move "y" to ws-tpool-chosen
    .

*>>    Adds ws-tpool-student to one of the company's pools. Pools
*>>    hold only students who let everyone find them in search -
*>>    the same opt-in candidate search relies on.
add-to-talent-pool.
    if function trim(ws-current-company-id) = spaces
        move "Talent pools are shared by company - your account has no company record." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move function trim(ws-tpool-student) to ws-pref-owner
    move "visibility" to ws-pref-setting
    perform get-user-preference
    if function trim(ws-pref-found-value) = "hidden"
       or function trim(ws-pref-found-value) = "connections"
        move spaces to WS-DISPLAY
        string function trim(ws-tpool-student)
               " has not opted in to candidate search and cannot be pooled."
               delimited by size into WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "a" to ws-tpool-mode
    perform choose-talent-pool
    if ws-tpool-chosen not = "y"
        exit paragraph
    end-if

    move "n" to ws-found
    open input talent-pool-file
    if FILESTAT-TPOOL = "00"
        perform until 1 = 2
            read talent-pool-file into talent-pool-line
                at end exit perform
            end-read
            perform parse-talent-pool-line
            if function trim(tp-company) =
               function trim(ws-current-company-id)
               and function trim(tp-pool) = function trim(ws-tpool-name)
               and function trim(tp-student) =
                   function trim(ws-tpool-student)
                move "y" to ws-found
                exit perform
            end-if
        end-perform
        close talent-pool-file
    end-if
    if ws-found = "y"
        move spaces to WS-DISPLAY
        string function trim(ws-tpool-student) " is already in "
               function trim(ws-tpool-name) "."
               delimited by size into WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Note (optional, max 100 chars):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count

    move spaces to talent-pool-data
    move ws-current-company-id to tp-company
    move ws-tpool-name to tp-pool
    move ws-tpool-student to tp-student
    move current-user to tp-added-by
    move function current-date(1:8) to tp-date
    move function trim(temp-input) to tp-note
    inspect tp-note replacing all "|" by "/"
    perform serialize-talent-pool-line

    open extend talent-pool-file
    if FILESTAT-TPOOL not = "00"
        open output talent-pool-file
        close talent-pool-file
        open extend talent-pool-file
    end-if
    write talent-pool-line
    close talent-pool-file

    move spaces to WS-DISPLAY
    string function trim(ws-tpool-student) " added to "
           function trim(ws-tpool-name) "."
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    Employer-menu action: one of the company's pools, its
*>>    members, and what to do with them.
manage-talent-pools.
    move "--- Talent Pools ---" to WS-DISPLAY
    perform say
    if function trim(ws-current-company-id) = spaces
        move "Talent pools are shared by company - your account has no company record." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move "m" to ws-tpool-mode
    perform choose-talent-pool
    if ws-tpool-chosen not = "y"
        exit paragraph
    end-if

    perform load-pool-members
    move spaces to WS-DISPLAY
    string "--- " function trim(ws-tpool-name) " ---"
           delimited by size into WS-DISPLAY
    perform say
    perform varying ws-k from 1 by 1 until ws-k > ws-tpool-member-count
        move TPOOL-MEMBER-ROW(ws-k) to talent-pool-line
        perform parse-talent-pool-line
        move spaces to WS-DISPLAY
        if function trim(tp-note) = spaces
            string ws-k ". " function trim(tp-student)
                   " (added " tp-date " by "
                   function trim(tp-added-by) ")"
                   delimited by size into WS-DISPLAY
        else
            string ws-k ". " function trim(tp-student)
                   " (added " tp-date " by "
                   function trim(tp-added-by) ") - "
                   function trim(tp-note)
                   delimited by size into WS-DISPLAY
        end-if
        perform say
    end-perform

    move "1. Invite to Apply" to WS-DISPLAY
    perform say
    move "2. Remove a Member" to WS-DISPLAY
    perform say
    move "3. Back" to WS-DISPLAY
    perform say
    move "Enter your choice:" to WS-DISPLAY
    move "prompt-choice" to ws-msg-id
    perform say-msg
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    evaluate function trim(temp-input)
        when "1"
            perform invite-pool-to-apply
        when "2"
            perform remove-pool-member
        when other
            continue
    end-evaluate
    .

*>>    The rows of ws-tpool-name for the company, in file order.
load-pool-members.
    move 0 to ws-tpool-member-count
    open input talent-pool-file
    if FILESTAT-TPOOL = "00"
        perform until 1 = 2
            read talent-pool-file into talent-pool-line
                at end exit perform
            end-read
            perform parse-talent-pool-line
            if function trim(tp-company) =
               function trim(ws-current-company-id)
               and function trim(tp-pool) = function trim(ws-tpool-name)
               and ws-tpool-member-count < 500
                add 1 to ws-tpool-member-count
                move talent-pool-line
                    to TPOOL-MEMBER-ROW(ws-tpool-member-count)
            end-if
        end-perform
        close talent-pool-file
    end-if
    .

*>>    Messages every member of the pool about one of the company's
*>>    open postings. The message is a "poolinvite", which the
*>>    message view treats like a shared posting - the student can
*>>    apply straight from it. Members who have blocked current-user
*>>    are skipped, as a template send skips them.
invite-pool-to-apply.
    if ws-tpool-member-count = 0
        move "This pool has no members." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move 0 to ws-tpool-job-count
    open input job-file
    if FILESTAT-JOB = "00"
        perform until 1 = 2
            read job-file into job-line
                at end exit perform
            end-read
            perform parse-job-line
            perform check-posting-is-mine
            if ws-found = "y"
               and function trim(job-status) = "Open"
               and ws-tpool-job-count < 50
                add 1 to ws-tpool-job-count
                move job-title to TPOOL-JOB-TITLE(ws-tpool-job-count)
                move job-employer
                    to TPOOL-JOB-EMPLOYER(ws-tpool-job-count)
                move spaces to WS-DISPLAY
                string ws-tpool-job-count ". " function trim(job-title)
                       " at " function trim(job-employer)
                       delimited by size into WS-DISPLAY
                perform say
            end-if
        end-perform
        close job-file
    end-if
    if ws-tpool-job-count = 0
        move "Your company has no open postings to invite to." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter the posting number, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move 0 to ws-tpool-selection
    if function trim(temp-input) is numeric
        move function numval(function trim(temp-input))
            to ws-tpool-selection
    end-if
    if ws-tpool-selection = 0
        exit paragraph
    end-if
    if ws-tpool-selection > ws-tpool-job-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move ws-tpool-member-count to ws-needed-sends
    perform check-message-allowance
    if ws-rate-ok not = "y"
        exit paragraph
    end-if

    move 0 to ws-tpool-sent-count
    perform varying ws-k from 1 by 1 until ws-k > ws-tpool-member-count
        move TPOOL-MEMBER-ROW(ws-k) to talent-pool-line
        perform parse-talent-pool-line
        move tp-student to target-username
        move target-username to ws-block-target
        perform is-user-blocked
        if ws-is-blocked = "n"
            move "poolinvite" to msg-type
            move TPOOL-JOB-TITLE(ws-tpool-selection) to msg-job-title
            move TPOOL-JOB-EMPLOYER(ws-tpool-selection)
                to msg-job-employer
            move spaces to msg-thread-ref
            move spaces to msg-content
            string function trim(msg-job-employer)
                   " invites you to apply for "
                   function trim(msg-job-title) "."
                   delimited by size into msg-content
            end-string
            perform save-message
            add 1 to ws-tpool-sent-count
        end-if
    end-perform

    move spaces to WS-DISPLAY
    string "Invitation sent to " ws-tpool-sent-count
           " pool member(s)."
           delimited by size into WS-DISPLAY
    perform say
    .

remove-pool-member.
    move "Enter the member number to remove, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move 0 to ws-tpool-selection
    if function trim(temp-input) is numeric
        move function numval(function trim(temp-input))
            to ws-tpool-selection
    end-if
    if ws-tpool-selection = 0
        exit paragraph
    end-if
    if ws-tpool-selection > ws-tpool-member-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move TPOOL-MEMBER-ROW(ws-tpool-selection) to talent-pool-line
    perform parse-talent-pool-line
    move tp-student to ws-tpool-student
    move "p" to ws-tpool-drop-scope
    perform drop-talent-pool-rows
    if ws-swap-ok = "y"
        move spaces to WS-DISPLAY
        string function trim(ws-tpool-student) " removed from "
               function trim(ws-tpool-name) "."
               delimited by size into WS-DISPLAY
        perform say
    end-if
    .

*>>    Rewrites talent-pools.dat without ws-tpool-student's rows:
*>>    scope "p" drops them from ws-tpool-name in the current
*>>    company only, scope "a" from every pool of every company (the
*>>    student withdrew the candidate-search opt-in). Sets
*>>    ws-tpool-dropped to the rows removed; nothing is rewritten
*>>    when there are none.
drop-talent-pool-rows.
    move "n" to ws-swap-ok
    move 0 to ws-tpool-dropped
    move 0 to TPOOL-ROWS-COUNT
    move "n" to ws-tpool-overflow
    open input talent-pool-file
    if FILESTAT-TPOOL not = "00"
        exit paragraph
    end-if
    perform until 1 = 2
        read talent-pool-file into talent-pool-line
            at end exit perform
        end-read
        perform parse-talent-pool-line
        if function trim(tp-student) = function trim(ws-tpool-student)
           and (ws-tpool-drop-scope = "a"
                or (function trim(tp-company) =
                    function trim(ws-current-company-id)
                    and function trim(tp-pool) =
                        function trim(ws-tpool-name)))
            add 1 to ws-tpool-dropped
        else
            if TPOOL-ROWS-COUNT >= 2000
                move "y" to ws-tpool-overflow
                exit perform
            end-if
            add 1 to TPOOL-ROWS-COUNT
            move talent-pool-line to TPOOL-ROW-ENTRY(TPOOL-ROWS-COUNT)
        end-if
    end-perform
    close talent-pool-file

    if ws-tpool-overflow = "y"
        move "drop-talent-pool-rows table full" to ws-error-context
        move FILESTAT-TPOOL to ws-error-status
        perform log-error
        move "talent-pools.dat is too large to rewrite - nothing removed." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    if ws-tpool-dropped = 0
        exit paragraph
    end-if

    move "talent-pools.dat.new" to WS-TEMP-REWRITE-NAME
    move "talent-pools.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "drop-talent-pool-rows temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        exit paragraph
    end-if
    perform varying ws-i from 1 by 1 until ws-i > TPOOL-ROWS-COUNT
        move TPOOL-ROW-ENTRY(ws-i) to temp-rewrite-line
        write temp-rewrite-line
        add 1 to ws-swap-written
    end-perform
    close temp-rewrite-file
    perform verify-and-swap-rewrite
    .

*>>    Format: student|employer|week-ending|hours|supervisor|
*>>    confirmed|confirmed-by.
parse-hours-line.
    perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 7
        move spaces to PARSE-FIELD(ws-parse-idx)
    end-perform
    unstring placement-hours-line delimited by "|" into
        PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
        PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
        PARSE-FIELD(7)
    end-unstring
    move function trim(PARSE-FIELD(1)) to ph-student
    move function trim(PARSE-FIELD(2)) to ph-employer
    move function trim(PARSE-FIELD(3)) to ph-week
    if function trim(PARSE-FIELD(4)) is numeric
        move function numval(function trim(PARSE-FIELD(4))) to ph-hours
    else
        move 0 to ph-hours
    end-if
    move function trim(PARSE-FIELD(5)) to ph-supervisor
    move function trim(PARSE-FIELD(6)) to ph-confirmed
    move function trim(PARSE-FIELD(7)) to ph-confirmed-by
    .

serialize-hours-line.
    move spaces to placement-hours-line
    string function trim(ph-student) "|"
           function trim(ph-employer) "|"
           function trim(ph-week) "|"
           ph-hours "|"
           function trim(ph-supervisor) "|"
           function trim(ph-confirmed) "|"
           function trim(ph-confirmed-by)
           delimited by size into placement-hours-line
    end-string
    .

*>>    Weekly co-op hours against one of current-user's own
*>>    placements.dat placements: week-ending date, hours, and the
*>>    site supervisor, one row per week, awaiting the employer
*>>    account's confirmation.
log-coop-hours.
    move "--- Log Co-op Hours ---" to WS-DISPLAY
    perform say

    move 0 to ws-my-placement-count
    open input placement-file
    if FILESTAT-PLACE = "00"
        perform until 1 = 2
            read placement-file into placement-line
                at end exit perform
            end-read
            unstring placement-line delimited by "|" into
                PARSE-FIELD(11) PARSE-FIELD(12) PARSE-FIELD(13)
            end-unstring
            if function trim(PARSE-FIELD(11)) = current-user
               and ws-my-placement-count < 50
                add 1 to ws-my-placement-count
                move placement-line
                    to PLACEMENT-PICK-ENTRY(ws-my-placement-count)
                move spaces to WS-DISPLAY
                string ws-my-placement-count ". "
                       function trim(PARSE-FIELD(12)) " at "
                       function trim(PARSE-FIELD(13))
                       delimited by size into WS-DISPLAY
                perform say
            end-if
        end-perform
        close placement-file
    end-if

    if ws-my-placement-count = 0
        move "You have no recorded placement to log hours against." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter placement number, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-hours-selection

    if ws-hours-selection = 0
        exit paragraph
    end-if
    if ws-hours-selection < 1
       or ws-hours-selection > ws-my-placement-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move PLACEMENT-PICK-ENTRY(ws-hours-selection) to placement-line
    unstring placement-line delimited by "|" into
        PARSE-FIELD(11) PARSE-FIELD(12) PARSE-FIELD(13)
    end-unstring
    move function trim(PARSE-FIELD(13)) to ph-employer
    move current-user to ph-student

    *> Hours are still logged without an approved learning
    *> agreement, but the registrar will not credit them.
    perform load-lagree-table
    move current-user to ws-lagree-student
    move PARSE-FIELD(12) to ws-lagree-title
    move PARSE-FIELD(13) to ws-lagree-employer
    perform find-lagree-for-placement
    if ws-lagree-idx = 0
       or function trim(la-status) not = "approved"
        perform describe-lagree-state
        move spaces to WS-DISPLAY
        string "Warning: no approved learning agreement for this placement ("
               function trim(ws-lagree-state) ")."
               delimited by size into WS-DISPLAY
        perform say
        move "Hours you log will not count toward academic credit until one is approved." to WS-DISPLAY
        perform say
    end-if

    move "Enter week-ending date (YYYYMMDD):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ph-week
    if ph-week is not numeric
        move "The week-ending date must be YYYYMMDD." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> One row per placement per week; a correction goes through the
    *> employer, not a silent second row.
    move "n" to ws-found
    open input placement-hours-file
    if FILESTAT-HOURS = "00"
        perform until 1 = 2
            read placement-hours-file into placement-hours-line
                at end exit perform
            end-read
            unstring placement-hours-line delimited by "|" into
                PARSE-FIELD(11) PARSE-FIELD(12) PARSE-FIELD(13)
            end-unstring
            if function trim(PARSE-FIELD(11)) = current-user
               and function trim(PARSE-FIELD(12)) = function trim(ph-employer)
               and function trim(PARSE-FIELD(13)) = function trim(ph-week)
                move "y" to ws-found
                exit perform
            end-if
        end-perform
        close placement-hours-file
    end-if
    if ws-found = "y"
        move "Hours for that week are already logged." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter hours worked that week (numeric):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ph-hours
    if ph-hours = 0 or ph-hours > 120
        move "Please enter between 1 and 120 hours." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter your site supervisor's name:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ph-supervisor

    move spaces to ph-confirmed
    move spaces to ph-confirmed-by

    open extend placement-hours-file
    if FILESTAT-HOURS not = "00"
        open output placement-hours-file
        close placement-hours-file
        open extend placement-hours-file
    end-if
    perform serialize-hours-line
    write placement-hours-line
    close placement-hours-file

    move spaces to WS-DISPLAY
    string ph-hours " hour(s) logged for week ending "
           function trim(ph-week)
           " - awaiting employer confirmation."
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    A placed student rates the employer: standing comes from a
*>>    placements.dat row, one review per company per student, and
*>>    the text waits in the moderation queue before going public -
*>>    the same "Report this" review pipeline, run in reverse.
rate-an-employer.
    move "--- Rate an Employer ---" to WS-DISPLAY
    perform say

    move 0 to ws-my-placement-count
    open input placement-file
    if FILESTAT-PLACE = "00"
        perform until 1 = 2
            read placement-file into placement-line
                at end exit perform
            end-read
            unstring placement-line delimited by "|" into
                PARSE-FIELD(11) PARSE-FIELD(12) PARSE-FIELD(13)
                PARSE-FIELD(14)
            end-unstring
            if function trim(PARSE-FIELD(11)) = current-user
               and ws-my-placement-count < 50
                add 1 to ws-my-placement-count
                move placement-line
                    to PLACEMENT-PICK-ENTRY(ws-my-placement-count)
                move spaces to WS-DISPLAY
                string ws-my-placement-count ". "
                       function trim(PARSE-FIELD(13))
                       delimited by size into WS-DISPLAY
                perform say
            end-if
        end-perform
        close placement-file
    end-if

    if ws-my-placement-count = 0
        move "Only placed students can review an employer - no placement is on file for you." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter the employer number to review, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-hours-selection

    if ws-hours-selection = 0
        exit paragraph
    end-if
    if ws-hours-selection < 1
       or ws-hours-selection > ws-my-placement-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move PLACEMENT-PICK-ENTRY(ws-hours-selection) to placement-line
    unstring placement-line delimited by "|" into
        PARSE-FIELD(11) PARSE-FIELD(12) PARSE-FIELD(13)
        PARSE-FIELD(14)
    end-unstring

    if function trim(PARSE-FIELD(14)) = spaces
        move "That placement has no company record to review." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> One review per student per company.
    move "n" to ws-found
    open input company-review-file
    if FILESTAT-CREVIEW = "00"
        perform until 1 = 2
            read company-review-file into company-review-line
                at end exit perform
            end-read
            unstring company-review-line delimited by "|" into
                PARSE-FIELD(51) PARSE-FIELD(52)
            end-unstring
            if function trim(PARSE-FIELD(51)) =
               function trim(PARSE-FIELD(14))
               and function trim(PARSE-FIELD(52)) = current-user
                move "y" to ws-found
                exit perform
            end-if
        end-perform
        close company-review-file
    end-if
    if ws-found = "y"
        move "You have already reviewed this employer." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Your rating 1-5:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-review-rating
    if ws-review-rating < 1 or ws-review-rating > 5
        move "Rating must be 1 through 5." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "A short review (max 150 chars):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-review-text

    open extend company-review-file
    if FILESTAT-CREVIEW not = "00"
        open output company-review-file
        close company-review-file
        open extend company-review-file
    end-if
    move spaces to company-review-line
    string function trim(PARSE-FIELD(14)) "|"
           function trim(current-user) "|"
           ws-review-rating "|"
           function trim(ws-review-text) "|"
           function current-date(1:8) "|"
           "pending"
           delimited by size into company-review-line
    end-string
    write company-review-line
    close company-review-file

    *> The text goes public only after an operator clears it in the
    *> moderation queue.
    move spaces to ws-modq-ref
    string function trim(PARSE-FIELD(14)) "@"
           function trim(current-user)
        delimited by size into ws-modq-ref
    move "review" to ws-modq-kind
    move "employer review awaiting approval" to ws-modq-reason
    perform append-moderation-report

    move "Thanks - your review will appear once an operator approves it." to WS-DISPLAY
    perform say
    .

*>>    Employer-menu action: lists this company's unconfirmed weekly
*>>    hours rows and confirms one, which is what the registrar's
*>>    term report counts as credit-worthy.
confirm-coop-hours.
    move "--- Confirm Co-op Hours ---" to WS-DISPLAY
    perform say

    move ws-current-company-id to job-company-id
    perform find-company-name-by-id
    if function trim(ws-company-name-lookup) = spaces
        move "Your account has no company record." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move 0 to HOURS-COUNT
    move 0 to ws-my-hours-count
    open input placement-hours-file
    if FILESTAT-HOURS = "00"
        perform until 1 = 2
            read placement-hours-file into placement-hours-line
                at end exit perform
            end-read
            if HOURS-COUNT < 500
                add 1 to HOURS-COUNT
                move placement-hours-line to HOURS-TABLE-ENTRY(HOURS-COUNT)
                perform parse-hours-line
                if function trim(ph-employer) =
                   function trim(ws-company-name-lookup)
                   and ph-confirmed not = "Y"
                    add 1 to ws-my-hours-count
                    move HOURS-COUNT
                        to HOURS-MATCH-INDEX(ws-my-hours-count)
                    move spaces to WS-DISPLAY
                    string ws-my-hours-count ". "
                           function trim(ph-student)
                           " week ending " function trim(ph-week)
                           ": " ph-hours " hour(s), supervisor "
                           function trim(ph-supervisor)
                           delimited by size into WS-DISPLAY
                    perform say
                end-if
            end-if
        end-perform
        close placement-hours-file
    end-if

    if ws-my-hours-count = 0
        move "No unconfirmed hours for your company." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter the number of the row to confirm, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-hours-selection

    if ws-hours-selection = 0
        exit paragraph
    end-if
    if ws-hours-selection < 1 or ws-hours-selection > ws-my-hours-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move HOURS-MATCH-INDEX(ws-hours-selection) to ws-j
    move HOURS-TABLE-ENTRY(ws-j) to placement-hours-line
    perform parse-hours-line
    move "Y" to ph-confirmed
    move current-user to ph-confirmed-by
    perform serialize-hours-line
    move placement-hours-line to HOURS-TABLE-ENTRY(ws-j)

    move "placement-hours.dat.new" to WS-TEMP-REWRITE-NAME
    move "placement-hours.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "confirm-coop-hours temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        exit paragraph
    end-if
    perform varying ws-i from 1 by 1 until ws-i > HOURS-COUNT
        move HOURS-TABLE-ENTRY(ws-i) to temp-rewrite-line
        write temp-rewrite-line
        add 1 to ws-swap-written
    end-perform
    close temp-rewrite-file
    perform verify-and-swap-rewrite

    move ph-student to notif-recipient
    move "coop-hours" to notif-event
    move spaces to notif-detail
    string "Your " ph-hours " hour(s) for week ending "
           function trim(ph-week) " were confirmed."
           delimited by size into notif-detail
    perform write-notification

    move "Hours confirmed." to WS-DISPLAY
    perform say
    .

*>>    Format: student|sponsor|employer|job-title|company-id|
*>>    credit-hours|supervisor|status|student-signed|
*>>    supervisor-signed|supervisor-signed-by|sponsor-signed|
*>>    approved|objectives.
parse-lagree-line.
    perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 14
        move spaces to PARSE-FIELD(ws-parse-idx)
    end-perform
    unstring learning-agreement-line delimited by "|" into
        PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
        PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
        PARSE-FIELD(7) PARSE-FIELD(8) PARSE-FIELD(9)
        PARSE-FIELD(10) PARSE-FIELD(11) PARSE-FIELD(12)
        PARSE-FIELD(13) PARSE-FIELD(14)
    end-unstring
    move function trim(PARSE-FIELD(1)) to la-student
    move function trim(PARSE-FIELD(2)) to la-sponsor
    move function trim(PARSE-FIELD(3)) to la-employer
    move function trim(PARSE-FIELD(4)) to la-job-title
    move function trim(PARSE-FIELD(5)) to la-company-id
    if function trim(PARSE-FIELD(6)) is numeric
        move function numval(function trim(PARSE-FIELD(6)))
            to la-credit-hours
    else
        move 0 to la-credit-hours
    end-if
    move function trim(PARSE-FIELD(7)) to la-supervisor
    move function trim(PARSE-FIELD(8)) to la-status
    move function trim(PARSE-FIELD(9)) to la-student-signed
    move function trim(PARSE-FIELD(10)) to la-supervisor-signed
    move function trim(PARSE-FIELD(11)) to la-supervisor-by
    move function trim(PARSE-FIELD(12)) to la-sponsor-signed
    move function trim(PARSE-FIELD(13)) to la-approved
    move function trim(PARSE-FIELD(14)) to la-objectives
    .

serialize-lagree-line.
    move spaces to learning-agreement-line
    string function trim(la-student) "|"
           function trim(la-sponsor) "|"
           function trim(la-employer) "|"
           function trim(la-job-title) "|"
           function trim(la-company-id) "|"
           la-credit-hours "|"
           function trim(la-supervisor) "|"
           function trim(la-status) "|"
           function trim(la-student-signed) "|"
           function trim(la-supervisor-signed) "|"
           function trim(la-supervisor-by) "|"
           function trim(la-sponsor-signed) "|"
           function trim(la-approved) "|"
           function trim(la-objectives)
           delimited by size into learning-agreement-line
    end-string
    .

load-lagree-table.
    move 0 to LAGREE-COUNT
    open input learning-agreement-file
    if FILESTAT-LAGREE = "00"
        perform until 1 = 2
            read learning-agreement-file into learning-agreement-line
                at end exit perform
            end-read
            if LAGREE-COUNT < 500
                add 1 to LAGREE-COUNT
                move learning-agreement-line
                    to LAGREE-TABLE-ENTRY(LAGREE-COUNT)
            end-if
        end-perform
        close learning-agreement-file
    end-if
    .

*>>    The loaded table's row for ws-lagree-student's placement with
*>>    ws-lagree-employer as ws-lagree-title: ws-lagree-idx is its
*>>    slot (0 when none) and learning-agreement-data holds it.
find-lagree-for-placement.
    move 0 to ws-lagree-idx
    move spaces to learning-agreement-data
    move 0 to la-credit-hours
    perform varying ws-i from 1 by 1 until ws-i > LAGREE-COUNT
        move LAGREE-TABLE-ENTRY(ws-i) to learning-agreement-line
        perform parse-lagree-line
        if function trim(la-student) = function trim(ws-lagree-student)
           and function trim(la-employer) =
               function trim(ws-lagree-employer)
           and function trim(la-job-title) =
               function trim(ws-lagree-title)
            move ws-i to ws-lagree-idx
            exit perform
        end-if
    end-perform
    if ws-lagree-idx = 0
        move spaces to learning-agreement-data
        move 0 to la-credit-hours
    end-if
    .

*>>    One-line state of learning-agreement-data into
*>>    ws-lagree-state, naming whichever sign-offs are still out.
describe-lagree-state.
    move spaces to ws-lagree-state
    evaluate true
        when ws-lagree-idx = 0
            move "no agreement" to ws-lagree-state
        when function trim(la-status) = "approved"
            string "approved " la-approved
                delimited by size into ws-lagree-state
        when function trim(la-status) = "returned"
            move "returned for changes" to ws-lagree-state
        when la-supervisor-signed = spaces
             and la-sponsor-signed = spaces
            move "awaiting supervisor and sponsor" to ws-lagree-state
        when la-supervisor-signed = spaces
            move "awaiting supervisor" to ws-lagree-state
        when other
            move "awaiting sponsor" to ws-lagree-state
    end-evaluate
    .

show-lagree-detail.
    move spaces to WS-DISPLAY
    string "Placement: " function trim(la-job-title) " at "
           function trim(la-employer) " (student "
           function trim(la-student) ")"
           delimited by size into WS-DISPLAY
    perform say
    move spaces to WS-DISPLAY
    string "Credit hours sought: " la-credit-hours
           "  Site supervisor: " function trim(la-supervisor)
           "  Faculty sponsor: " function trim(la-sponsor)
           delimited by size into WS-DISPLAY
    perform say
    move spaces to WS-DISPLAY
    string "Objectives: " function trim(la-objectives)
           delimited by size into WS-DISPLAY
    perform say
    perform describe-lagree-state
    move spaces to WS-DISPLAY
    string "Status: " function trim(ws-lagree-state)
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    Writes LAGREE-TABLE back over learning-agreements.dat through
*>>    the verified temp-file swap.
rewrite-lagree-file.
    move "learning-agreements.dat.new" to WS-TEMP-REWRITE-NAME
    move "learning-agreements.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "learning agreement temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        move "n" to ws-swap-ok
        exit paragraph
    end-if
    perform varying ws-i from 1 by 1 until ws-i > LAGREE-COUNT
        move LAGREE-TABLE-ENTRY(ws-i) to temp-rewrite-line
        write temp-rewrite-line
        add 1 to ws-swap-written
    end-perform
    perform verify-and-swap-rewrite
    .

*>>    Student side of the learning agreement: pick one of
*>>    current-user's placements, then draft (or revise) the
*>>    objectives, credit hours sought, site supervisor and faculty
*>>    sponsor. Submitting is the student's sign-off; any revision
*>>    clears the other two signatures, since they agreed to the
*>>    old terms. An approved agreement is locked.
student-learning-agreements.
    move "--- Learning Agreements ---" to WS-DISPLAY
    perform say

    perform load-lagree-table
    move current-user to ws-lagree-student
    move 0 to ws-my-placement-count
    open input placement-file
    if FILESTAT-PLACE = "00"
        perform until 1 = 2
            read placement-file into placement-line
                at end exit perform
            end-read
            unstring placement-line delimited by "|" into
                PARSE-FIELD(21) PARSE-FIELD(22) PARSE-FIELD(23)
            end-unstring
            if function trim(PARSE-FIELD(21)) = current-user
               and ws-my-placement-count < 50
                add 1 to ws-my-placement-count
                move placement-line
                    to PLACEMENT-PICK-ENTRY(ws-my-placement-count)
                move PARSE-FIELD(22) to ws-lagree-title
                move PARSE-FIELD(23) to ws-lagree-employer
                perform find-lagree-for-placement
                perform describe-lagree-state
                move spaces to WS-DISPLAY
                string ws-my-placement-count ". "
                       function trim(ws-lagree-title) " at "
                       function trim(ws-lagree-employer) " - "
                       function trim(ws-lagree-state)
                       delimited by size into WS-DISPLAY
                perform say
            end-if
        end-perform
        close placement-file
    end-if

    if ws-my-placement-count = 0
        move "You have no recorded placement to draft an agreement for." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter placement number, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-hours-selection

    if ws-hours-selection = 0
        exit paragraph
    end-if
    if ws-hours-selection < 1
       or ws-hours-selection > ws-my-placement-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move PLACEMENT-PICK-ENTRY(ws-hours-selection) to placement-line
    move spaces to PARSE-FIELD(21) PARSE-FIELD(22) PARSE-FIELD(23)
    move spaces to PARSE-FIELD(24)
    unstring placement-line delimited by "|" into
        PARSE-FIELD(21) PARSE-FIELD(22) PARSE-FIELD(23)
        PARSE-FIELD(24)
    end-unstring
    move PARSE-FIELD(22) to ws-lagree-title
    move PARSE-FIELD(23) to ws-lagree-employer
    perform find-lagree-for-placement

    if ws-lagree-idx > 0
        perform show-lagree-detail
        if function trim(la-status) = "approved"
            move "This agreement is approved and can no longer be changed." to WS-DISPLAY
            perform say
            exit paragraph
        end-if
        move "1. Revise and re-submit (clears the other sign-offs)  0. Back" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        if function trim(temp-input) not = "1"
            exit paragraph
        end-if
    end-if

    move "Learning objectives (max 200 chars):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function trim(temp-input) = spaces
        move "Learning objectives are required." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move function trim(temp-input) to la-objectives

    move "Academic credit hours sought (1-12):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move 0 to ws-lagree-choice
    if function trim(temp-input) is numeric
        move function numval(function trim(temp-input))
            to ws-lagree-choice
    end-if
    if ws-lagree-choice < 1 or ws-lagree-choice > 12
        move "Please enter between 1 and 12 credit hours." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move ws-lagree-choice to la-credit-hours

    move "Your employer site supervisor's name:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to la-supervisor

    *> The faculty sponsor must be an approved advisor account - the
    *> countersignature means nothing from anyone else.
    move "Faculty sponsor's username (an advisor account):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to u
    perform read-user-row-keyed
    move current-user to u
    if ws-user-found not = "y"
       or function trim(f-role) not = "advisor"
       or function trim(f-status) = "pending"
        move "That username is not an approved advisor account." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move f-user to la-sponsor

    move current-user to la-student
    move ws-lagree-employer to la-employer
    move ws-lagree-title to la-job-title
    move function trim(PARSE-FIELD(24)) to la-company-id
    move "pending" to la-status
    move function current-date(1:8) to la-student-signed
    move spaces to la-supervisor-signed
    move spaces to la-supervisor-by
    move spaces to la-sponsor-signed
    move spaces to la-approved
    perform serialize-lagree-line

    if ws-lagree-idx = 0
        if LAGREE-COUNT >= 500
            move "The learning agreement file is full - please contact support." to WS-DISPLAY
            perform say
            exit paragraph
        end-if
        add 1 to LAGREE-COUNT
        move LAGREE-COUNT to ws-lagree-idx
    end-if
    move learning-agreement-line to LAGREE-TABLE-ENTRY(ws-lagree-idx)
    perform rewrite-lagree-file
    if ws-swap-ok not = "y"
        exit paragraph
    end-if

    move la-sponsor to notif-recipient
    move "learning-agreement" to notif-event
    move spaces to notif-detail
    string function trim(current-user)
           " asks you to sponsor a learning agreement for "
           function trim(la-job-title) " at "
           function trim(la-employer)
           delimited by size into notif-detail
    perform write-notification

    move "Agreement signed and submitted - awaiting your supervisor and faculty sponsor." to WS-DISPLAY
    perform say
    .

*>>    Employer and advisor side: the agreements waiting on this
*>>    account's countersignature - for "supervisor" those of the
*>>    employer's company, for "sponsor" those naming current-user.
*>>    Signing the last missing sign-off approves the agreement;
*>>    returning it clears every signature and sends it back to the
*>>    student with a reason.
countersign-learning-agreements.
    move "--- Learning Agreements Awaiting Your Sign-Off ---" to WS-DISPLAY
    perform say

    if ws-lagree-role = "supervisor"
       and function trim(ws-current-company-id) = spaces
        move "Your account has no company record." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform load-lagree-table
    move 0 to ws-lagree-matches
    perform varying ws-j from 1 by 1 until ws-j > LAGREE-COUNT
        move LAGREE-TABLE-ENTRY(ws-j) to learning-agreement-line
        perform parse-lagree-line
        move "n" to ws-found
        if function trim(la-status) = "pending"
            if ws-lagree-role = "supervisor"
                if function trim(la-company-id) =
                   function trim(ws-current-company-id)
                   and la-supervisor-signed = spaces
                    move "y" to ws-found
                end-if
            else
                if function trim(la-sponsor) = current-user
                   and la-sponsor-signed = spaces
                    move "y" to ws-found
                end-if
            end-if
        end-if
        if ws-found = "y"
            add 1 to ws-lagree-matches
            move ws-j to LAGREE-MATCH-INDEX(ws-lagree-matches)
            move spaces to WS-DISPLAY
            string ws-lagree-matches ". "
                   function trim(la-student) " - "
                   function trim(la-job-title) " at "
                   function trim(la-employer) ", "
                   la-credit-hours " credit hour(s)"
                   delimited by size into WS-DISPLAY
            perform say
        end-if
    end-perform

    if ws-lagree-matches = 0
        move "No learning agreements are waiting for your sign-off." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter the number of the agreement to review, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-hours-selection

    if ws-hours-selection = 0
        exit paragraph
    end-if
    if ws-hours-selection < 1 or ws-hours-selection > ws-lagree-matches
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move LAGREE-MATCH-INDEX(ws-hours-selection) to ws-lagree-idx
    move LAGREE-TABLE-ENTRY(ws-lagree-idx) to learning-agreement-line
    perform parse-lagree-line
    perform show-lagree-detail

    move "1. Sign  2. Return to the student for changes  0. Back" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move 0 to ws-lagree-choice
    if function trim(temp-input) is numeric
        move function numval(function trim(temp-input))
            to ws-lagree-choice
    end-if

    move la-student to notif-recipient
    move "learning-agreement" to notif-event
    move spaces to notif-detail
    evaluate ws-lagree-choice
        when 1
            if ws-lagree-role = "supervisor"
                move function current-date(1:8) to la-supervisor-signed
                move current-user to la-supervisor-by
            else
                move function current-date(1:8) to la-sponsor-signed
            end-if
            if la-supervisor-signed not = spaces
               and la-sponsor-signed not = spaces
                move "approved" to la-status
                move function current-date(1:8) to la-approved
                string "Your learning agreement for "
                       function trim(la-job-title) " at "
                       function trim(la-employer)
                       " is approved - your hours now count toward credit."
                       delimited by size into notif-detail
            else
                string "Your learning agreement for "
                       function trim(la-job-title) " at "
                       function trim(la-employer) " was signed by your "
                       function trim(ws-lagree-role)
                       delimited by size into notif-detail
            end-if
        when 2
            move "Reason for returning it (max 100 chars):" to WS-DISPLAY
            perform say
            read InpFile into temp-input
                at end move "Y" to WS-EOF exit paragraph
            end-read
            add 1 to ws-line-count
            move "returned" to la-status
            move spaces to la-student-signed
            move spaces to la-supervisor-signed
            move spaces to la-supervisor-by
            move spaces to la-sponsor-signed
            string "Your learning agreement for "
                   function trim(la-job-title) " was returned by your "
                   function trim(ws-lagree-role) ": "
                   function trim(temp-input)
                   delimited by size into notif-detail
        when other
            exit paragraph
    end-evaluate

    perform serialize-lagree-line
    move learning-agreement-line to LAGREE-TABLE-ENTRY(ws-lagree-idx)
    perform rewrite-lagree-file
    if ws-swap-ok not = "y"
        exit paragraph
    end-if
    perform write-notification

    evaluate true
        when function trim(la-status) = "approved"
            move "Signed - all three sign-offs are in and the agreement is approved." to WS-DISPLAY
        when function trim(la-status) = "returned"
            move "Agreement returned to the student." to WS-DISPLAY
        when other
            move "Signed - the agreement still awaits the other countersignature." to WS-DISPLAY
    end-evaluate
    perform say
    .

*>>    Format: student|job-title|employer|company-id|evaluator|
*>>    eval-date|overall|rehire|ratings|comments.
parse-evaluation-line.
    perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 10
        move spaces to PARSE-FIELD(ws-parse-idx)
    end-perform
    unstring placement-evaluation-line delimited by "|" into
        PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
        PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
        PARSE-FIELD(7) PARSE-FIELD(8) PARSE-FIELD(9)
        PARSE-FIELD(10)
    end-unstring
    move function trim(PARSE-FIELD(1)) to pe-student
    move function trim(PARSE-FIELD(2)) to pe-job-title
    move function trim(PARSE-FIELD(3)) to pe-employer
    move function trim(PARSE-FIELD(4)) to pe-company-id
    move function trim(PARSE-FIELD(5)) to pe-evaluator
    move function trim(PARSE-FIELD(6)) to pe-date
    if function trim(PARSE-FIELD(7)) is numeric
        move function numval(function trim(PARSE-FIELD(7))) to pe-overall
    else
        move 0 to pe-overall
    end-if
    move function trim(PARSE-FIELD(8)) to pe-rehire
    move function trim(PARSE-FIELD(9)) to pe-ratings
    move function trim(PARSE-FIELD(10)) to pe-comments
    .

*>>    COMPETENCY-TABLE from evaluation-competencies.dat, first ten
*>>    non-blank lines.
load-evaluation-competencies.
    move 0 to COMPETENCY-COUNT
    open input competency-file
    if FILESTAT-COMPET = "00"
        perform until 1 = 2
            read competency-file into competency-line
                at end exit perform
            end-read
            if function trim(competency-line) not = spaces
               and COMPETENCY-COUNT < 10
                add 1 to COMPETENCY-COUNT
                move function trim(competency-line)
                    to cmp-name(COMPETENCY-COUNT)
            end-if
        end-perform
        close competency-file
    end-if
    if COMPETENCY-COUNT = 0
        move "Communication" to cmp-name(1)
        move "Teamwork" to cmp-name(2)
        move "Problem Solving" to cmp-name(3)
        move "Professionalism" to cmp-name(4)
        move "Technical Skills" to cmp-name(5)
        move 5 to COMPETENCY-COUNT
    end-if
    .

*>>    ws-pe-evaluated "y" when placement-evaluations.dat already
*>>    holds the evaluation of ws-pe-student's ws-pe-title placement
*>>    at ws-pe-employer (left in placement-evaluation-data).
check-placement-evaluated.
    move "n" to ws-pe-evaluated
    open input placement-evaluation-file
    if FILESTAT-PEVAL = "00"
        perform until 1 = 2
            read placement-evaluation-file into placement-evaluation-line
                at end exit perform
            end-read
            perform parse-evaluation-line
            if function trim(pe-student) = function trim(ws-pe-student)
               and function trim(pe-job-title) = function trim(ws-pe-title)
               and function trim(pe-employer) =
                   function trim(ws-pe-employer)
                move "y" to ws-pe-evaluated
                exit perform
            end-if
        end-perform
        close placement-evaluation-file
    end-if
    .

*>>    Splits placement-line (student|job-title|employer|company-id|
*>>    date|salary|end-date) into PARSE-FIELD(21)-(27) and the
*>>    ws-pe-* keys, then classes it in ws-pe-state: evaluated,
*>>    due (end date passed), in progress, or no end date.
classify-placement-evaluation.
    perform varying ws-parse-idx from 21 by 1 until ws-parse-idx > 27
        move spaces to PARSE-FIELD(ws-parse-idx)
    end-perform
    unstring placement-line delimited by "|" into
        PARSE-FIELD(21) PARSE-FIELD(22) PARSE-FIELD(23)
        PARSE-FIELD(24) PARSE-FIELD(25) PARSE-FIELD(26)
        PARSE-FIELD(27)
    end-unstring
    move PARSE-FIELD(21) to ws-pe-student
    move PARSE-FIELD(22) to ws-pe-title
    move PARSE-FIELD(23) to ws-pe-employer
    move function trim(PARSE-FIELD(27)) to ws-pe-end-date
    perform check-placement-evaluated
    move spaces to ws-pe-state
    evaluate true
        when ws-pe-evaluated = "y"
            move "evaluated" to ws-pe-state
        when ws-pe-end-date is not numeric
            move "no end date recorded" to ws-pe-state
        when ws-pe-end-date < function current-date(1:8)
            string "EVALUATION DUE (ended " ws-pe-end-date ")"
                delimited by size into ws-pe-state
        when other
            string "ends " ws-pe-end-date
                delimited by size into ws-pe-state
    end-evaluate
    .

announce-due-evaluations.
    if function trim(ws-current-company-id) = spaces
        exit paragraph
    end-if
    move 0 to ws-pe-due-count
    open input placement-file
    if FILESTAT-PLACE = "00"
        perform until 1 = 2
            read placement-file into placement-line
                at end exit perform
            end-read
            perform classify-placement-evaluation
            if function trim(PARSE-FIELD(24)) =
               function trim(ws-current-company-id)
               and ws-pe-state(1:3) = "EVA"
                add 1 to ws-pe-due-count
            end-if
        end-perform
        close placement-file
    end-if
    if ws-pe-due-count > 0
        move spaces to WS-DISPLAY
        string "*** " ws-pe-due-count
               " placement evaluation(s) are due - please complete them"
               " under Placement Evaluations. ***"
               delimited by size into WS-DISPLAY
        perform say
    end-if
    .

*>>    Employer side: the company's placements not yet evaluated.
*>>    Once a placement's end date has passed the supervisor
*>>    completes the evaluation here; before then (or with no end
*>>    date on file) the end date can be recorded.
employer-placement-evaluations.
    move "--- Placement Evaluations ---" to WS-DISPLAY
    perform say

    if function trim(ws-current-company-id) = spaces
        move "Your account has no company record." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move 0 to ws-my-placement-count
    open input placement-file
    if FILESTAT-PLACE = "00"
        perform until 1 = 2
            read placement-file into placement-line
                at end exit perform
            end-read
            perform classify-placement-evaluation
            if function trim(PARSE-FIELD(24)) =
               function trim(ws-current-company-id)
               and ws-pe-evaluated = "n"
               and ws-my-placement-count < 50
                add 1 to ws-my-placement-count
                move placement-line
                    to PLACEMENT-PICK-ENTRY(ws-my-placement-count)
                move spaces to WS-DISPLAY
                string ws-my-placement-count ". "
                       function trim(ws-pe-student) " - "
                       function trim(ws-pe-title) " ["
                       function trim(ws-pe-state) "]"
                       delimited by size into WS-DISPLAY
                perform say
            end-if
        end-perform
        close placement-file
    end-if

    if ws-my-placement-count = 0
        move "No placements at your company are awaiting evaluation." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter placement number, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-hours-selection

    if ws-hours-selection = 0
        exit paragraph
    end-if
    if ws-hours-selection < 1
       or ws-hours-selection > ws-my-placement-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move PLACEMENT-PICK-ENTRY(ws-hours-selection) to placement-line
    perform classify-placement-evaluation

    if ws-pe-state(1:3) = "EVA"
        move "1. Complete the evaluation  2. Change the end date  0. Back" to WS-DISPLAY
    else
        move "The evaluation opens once the end date has passed." to WS-DISPLAY
        perform say
        move "2. Record the end date  0. Back" to WS-DISPLAY
    end-if
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move 0 to ws-pe-choice
    if function trim(temp-input) is numeric
        move function numval(function trim(temp-input)) to ws-pe-choice
    end-if

    evaluate true
        when ws-pe-choice = 1 and ws-pe-state(1:3) = "EVA"
            perform complete-placement-evaluation
        when ws-pe-choice = 2
            perform record-placement-end-date
        when other
            continue
    end-evaluate
    .

*>>    Rewrites placements.dat with the picked row's end date (its
*>>    seventh field) replaced; every other row is copied as-is.
record-placement-end-date.
    move "Placement end date (YYYYMMDD):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-pe-end-date
    if ws-pe-end-date is not numeric
       or ws-pe-end-date < PARSE-FIELD(25)(1:8)
        move "The end date must be YYYYMMDD and not before the placement date." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "placements.dat.new" to WS-TEMP-REWRITE-NAME
    move "placements.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "placement end date temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        exit paragraph
    end-if
    open input placement-file
    if FILESTAT-PLACE = "00"
        perform until 1 = 2
            read placement-file into placement-line
                at end exit perform
            end-read
            if placement-line = PLACEMENT-PICK-ENTRY(ws-hours-selection)
                move spaces to temp-rewrite-line
                string function trim(PARSE-FIELD(21)) "|"
                       function trim(PARSE-FIELD(22)) "|"
                       function trim(PARSE-FIELD(23)) "|"
                       function trim(PARSE-FIELD(24)) "|"
                       function trim(PARSE-FIELD(25)) "|"
                       function trim(PARSE-FIELD(26)) "|"
                       ws-pe-end-date
                       delimited by size into temp-rewrite-line
                end-string
            else
                move placement-line to temp-rewrite-line
            end-if
            write temp-rewrite-line
            add 1 to ws-swap-written
        end-perform
        close placement-file
    end-if
    close temp-rewrite-file
    perform verify-and-swap-rewrite

    if ws-swap-ok = "y"
        move spaces to WS-DISPLAY
        string "End date " ws-pe-end-date " recorded for "
               function trim(PARSE-FIELD(21)) "."
               delimited by size into WS-DISPLAY
        perform say
    end-if
    .

*>>    The structured evaluation: a 1-5 score per competency area,
*>>    overall performance, would-rehire and comments. Any score
*>>    out of range abandons the form without writing anything.
complete-placement-evaluation.
    perform load-evaluation-competencies
    move spaces to placement-evaluation-data
    move 1 to ws-pe-ptr
    perform varying ws-pe-idx from 1 by 1
            until ws-pe-idx > COMPETENCY-COUNT
        move spaces to WS-DISPLAY
        string "Rate " function trim(cmp-name(ws-pe-idx)) " 1-5:"
            delimited by size into WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move 0 to ws-pe-rating
        if function trim(temp-input) is numeric
           and function length(function trim(temp-input)) = 1
            move function numval(function trim(temp-input))
                to ws-pe-rating
        end-if
        if ws-pe-rating < 1 or ws-pe-rating > 5
            move "Ratings must be 1 through 5 - evaluation not saved." to WS-DISPLAY
            perform say
            exit paragraph
        end-if
        if ws-pe-idx > 1
            string ";" delimited by size
                into pe-ratings with pointer ws-pe-ptr
        end-if
        string function trim(cmp-name(ws-pe-idx)) "=" ws-pe-rating
            delimited by size into pe-ratings with pointer ws-pe-ptr
    end-perform

    move "Overall performance 1-5:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move 0 to ws-pe-rating
    if function trim(temp-input) is numeric
       and function length(function trim(temp-input)) = 1
        move function numval(function trim(temp-input)) to ws-pe-rating
    end-if
    if ws-pe-rating < 1 or ws-pe-rating > 5
        move "Ratings must be 1 through 5 - evaluation not saved." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move ws-pe-rating to pe-overall

    move "Would you rehire this student? (Y/N):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function upper-case(function trim(temp-input)) to pe-rehire
    if pe-rehire not = "Y" and pe-rehire not = "N"
        move "Please answer Y or N - evaluation not saved." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Comments (max 200 chars):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to pe-comments
    inspect pe-comments replacing all "|" by "/"

    move ws-pe-student to pe-student
    move ws-pe-title to pe-job-title
    move ws-pe-employer to pe-employer
    move ws-current-company-id to pe-company-id
    move current-user to pe-evaluator
    move function current-date(1:8) to pe-date

    open extend placement-evaluation-file
    if FILESTAT-PEVAL not = "00"
        open output placement-evaluation-file
        close placement-evaluation-file
        open extend placement-evaluation-file
    end-if
    move spaces to placement-evaluation-line
    string function trim(pe-student) "|"
           function trim(pe-job-title) "|"
           function trim(pe-employer) "|"
           function trim(pe-company-id) "|"
           function trim(pe-evaluator) "|"
           pe-date "|"
           pe-overall "|"
           pe-rehire "|"
           function trim(pe-ratings) "|"
           function trim(pe-comments)
           delimited by size into placement-evaluation-line
    end-string
    write placement-evaluation-line
    close placement-evaluation-file

    move pe-student to notif-recipient
    move "placement-evaluation" to notif-event
    move spaces to notif-detail
    string "Your supervisor's evaluation of your "
           function trim(pe-job-title) " placement at "
           function trim(pe-employer) " is on file."
           delimited by size into notif-detail
    perform write-notification

    move "Evaluation saved. Thank you." to WS-DISPLAY
    perform say
    .

show-evaluation-detail.
    move spaces to WS-DISPLAY
    string function trim(pe-job-title) " at "
           function trim(pe-employer) " - evaluated "
           pe-date " by " function trim(pe-evaluator)
           delimited by size into WS-DISPLAY
    perform say
    move spaces to PE-RATING-TABLE
    unstring pe-ratings delimited by ";" into
        pe-rating-item(1) pe-rating-item(2) pe-rating-item(3)
        pe-rating-item(4) pe-rating-item(5) pe-rating-item(6)
        pe-rating-item(7) pe-rating-item(8) pe-rating-item(9)
        pe-rating-item(10)
    end-unstring
    perform varying ws-pe-idx from 1 by 1 until ws-pe-idx > 10
        if pe-rating-item(ws-pe-idx) not = spaces
            move spaces to ws-pe-area
            move spaces to ws-pe-score
            unstring pe-rating-item(ws-pe-idx) delimited by "="
                into ws-pe-area ws-pe-score
            end-unstring
            move spaces to WS-DISPLAY
            string "   " function trim(ws-pe-area) ": "
                   function trim(ws-pe-score) " / 5"
                   delimited by size into WS-DISPLAY
            perform say
        end-if
    end-perform
    move spaces to WS-DISPLAY
    string "   Overall: " pe-overall " / 5   Would rehire: " pe-rehire
        delimited by size into WS-DISPLAY
    perform say
    move spaces to WS-DISPLAY
    string "   Comments: " function trim(pe-comments)
        delimited by size into WS-DISPLAY
    perform say
    .

*>>    Every evaluation on file for ws-pe-student.
list-student-evaluations.
    move 0 to ws-pe-count
    open input placement-evaluation-file
    if FILESTAT-PEVAL = "00"
        perform until 1 = 2
            read placement-evaluation-file into placement-evaluation-line
                at end exit perform
            end-read
            perform parse-evaluation-line
            if function trim(pe-student) = function trim(ws-pe-student)
                add 1 to ws-pe-count
                perform show-evaluation-detail
            end-if
        end-perform
        close placement-evaluation-file
    end-if
    if ws-pe-count = 0
        move "No placement evaluations are on file." to WS-DISPLAY
        perform say
    end-if
    .

view-my-placement-evaluations.
    move "--- My Placement Evaluations ---" to WS-DISPLAY
    perform say
    move current-user to ws-pe-student
    perform list-student-evaluations
    .

*>>    An advisor sees a student's evaluations only when the
*>>    student is on their caseloads.dat caseload or they sponsor
*>>    one of the student's learning agreements.
advisor-placement-evaluations.
    move "--- Placement Evaluations ---" to WS-DISPLAY
    perform say
    move "Enter the student's username:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-pe-student

    move "n" to ws-pe-allowed
    open input caseload-file
    if FILESTAT-CASELOAD = "00"
        perform until 1 = 2
            read caseload-file into caseload-line
                at end exit perform
            end-read
            move spaces to PARSE-FIELD(45)
            move spaces to PARSE-FIELD(46)
            unstring caseload-line delimited by "|" into
                PARSE-FIELD(45) PARSE-FIELD(46)
            end-unstring
            if function trim(PARSE-FIELD(45)) = current-user
               and function trim(PARSE-FIELD(46)) =
                   function trim(ws-pe-student)
                move "y" to ws-pe-allowed
                exit perform
            end-if
        end-perform
        close caseload-file
    end-if
    if ws-pe-allowed = "n"
        perform load-lagree-table
        perform varying ws-j from 1 by 1 until ws-j > LAGREE-COUNT
            move LAGREE-TABLE-ENTRY(ws-j) to learning-agreement-line
            perform parse-lagree-line
            if function trim(la-student) = function trim(ws-pe-student)
               and function trim(la-sponsor) = current-user
                move "y" to ws-pe-allowed
                exit perform
            end-if
        end-perform
    end-if
    if ws-pe-allowed = "n"
        move "That student is not on your caseload and has no learning agreement you sponsor." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform list-student-evaluations
    .

*>>    Advisor side of the readiness checkpoints: lists what the
*>>    student's latest readiness-blocks.dat row says is missing,
*>>    less anything already waived since, and waives the one
*>>    picked - with a reason, a security-audit.dat row and a
*>>    notification to the student. A waiver holds for the rest of
*>>    the term it is granted in.
waive-readiness-checkpoint.
    move "--- Waive a Readiness Checkpoint ---" to WS-DISPLAY
    perform say
    move "Enter the student's username:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-rd-student
    if function trim(ws-rd-student) = spaces
        move "A username is required." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move spaces to ws-rd-list
    move spaces to ws-rd-block-date
    open input readiness-block-file
    if FILESTAT-RDBLOCK = "00"
        perform until 1 = 2
            read readiness-block-file into readiness-block-line
                at end exit perform
            end-read
            move spaces to PARSE-FIELD(45)
            move spaces to PARSE-FIELD(46)
            unstring readiness-block-line delimited by "|" into
                PARSE-FIELD(45) PARSE-FIELD(46)
            end-unstring
            if function trim(PARSE-FIELD(45)) = function trim(ws-rd-student)
                move PARSE-FIELD(46)(1:8) to ws-rd-block-date
                move spaces to ws-rd-list
                unstring readiness-block-line delimited by "|" into
                    PARSE-FIELD(45) PARSE-FIELD(46) PARSE-FIELD(47)
                    PARSE-FIELD(48) ws-rd-list
                end-unstring
            end-if
        end-perform
        close readiness-block-file
    end-if

    move 0 to RD-MISSING-COUNT
    move ws-rd-block-date to ws-rd-since
    move 1 to ws-rd-ptr
    perform until ws-rd-ptr > 300 or RD-MISSING-COUNT >= 20
        move spaces to ws-rd-key
        unstring ws-rd-list delimited by "," into ws-rd-key
            with pointer ws-rd-ptr
        end-unstring
        if ws-rd-key not = spaces
            perform check-readiness-waiver
            if ws-rd-waived = "n"
                add 1 to RD-MISSING-COUNT
                move ws-rd-key to rd-miss-key(RD-MISSING-COUNT)
            end-if
        end-if
    end-perform
    if RD-MISSING-COUNT = 0
        move "That student has no outstanding readiness checkpoints on file." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move spaces to WS-DISPLAY
    string "Checkpoints holding " function trim(ws-rd-student)
           " back (last checked " ws-rd-block-date "):"
           delimited by size into WS-DISPLAY
    perform say
    perform varying ws-rd-idx from 1 by 1 until ws-rd-idx > RD-MISSING-COUNT
        move spaces to WS-DISPLAY
        string ws-rd-idx ". " function trim(rd-miss-key(ws-rd-idx))
               delimited by size into WS-DISPLAY
        perform say
    end-perform
    move "Enter the number of the checkpoint to waive (anything else to go back):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-rd-pick
    if ws-rd-pick < 1 or ws-rd-pick > RD-MISSING-COUNT
        exit paragraph
    end-if

    move "Reason for the waiver (max 100 chars):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to ws-rd-reason
    inspect ws-rd-reason replacing all "|" by "/"
    if ws-rd-reason = spaces
        move "A waiver needs a reason on record." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    open extend readiness-waiver-file
    if FILESTAT-RDWAIVE not = "00"
        open output readiness-waiver-file
        close readiness-waiver-file
        open extend readiness-waiver-file
    end-if
    move spaces to readiness-waiver-line
    string function trim(ws-rd-student) "|"
           function trim(rd-miss-key(ws-rd-pick)) "|"
           function trim(current-user) "|"
           function current-date(1:8) "|"
           function trim(ws-rd-reason)
           delimited by size into readiness-waiver-line
    end-string
    write readiness-waiver-line
    close readiness-waiver-file

    move function trim(current-user) to ws-audit-actor
    move "readiness-waiver" to ws-audit-event
    move function trim(ws-rd-student) to ws-audit-target
    move spaces to ws-audit-detail
    string function trim(rd-miss-key(ws-rd-pick)) ": "
           function trim(ws-rd-reason)
           delimited by size into ws-audit-detail
    perform write-audit-event

    move ws-rd-student to notif-recipient
    move "readiness" to notif-event
    move spaces to notif-detail
    string "Your advisor " function trim(current-user)
           " waived the " function trim(rd-miss-key(ws-rd-pick))
           " career-readiness checkpoint for this term."
           delimited by size into notif-detail
    perform write-notification

    move "Checkpoint waived." to WS-DISPLAY
    perform say
    .

*>>    Written recommendations: request one from a connection or an
*>>    accepted mentor, compose/approve requests addressed to me, and
*>>    read the approved letters written for me.
recommendations-menu.
    move 0 to ws-ref-choice
    perform until ws-ref-choice = 4 or WS-EOF = "Y"
        move "--- Recommendations ---" to WS-DISPLAY
        perform say
        move "1. Request a Recommendation" to WS-DISPLAY
        perform say
        move "2. Respond to Requests for Me" to WS-DISPLAY
        perform say
        move "3. View Recommendations Written for Me" to WS-DISPLAY
        perform say
        move "4. Go Back" to WS-DISPLAY
        perform say
        move "Enter your choice:" to WS-DISPLAY
        move "prompt-choice" to ws-msg-id
        perform say-msg

        read InpFile into InpRecord
            at end move "Y" to WS-EOF
            not at end
                move function numval(function trim(InpRecord))
                    to ws-ref-choice
        end-read
        add 1 to ws-line-count
        perform check-deck-menu-entry

        if WS-EOF = "N"
            evaluate ws-ref-choice
                when 1
                    perform request-recommendation
                when 2
                    perform respond-reference-requests
                when 3
                    perform view-my-references
                when 4
                    continue
                when other
                    move "Invalid choice. Please enter 1, 2, 3, or 4." to WS-DISPLAY
                    perform say
            end-evaluate
        end-if
    end-perform
    .

*>>    Format: requester|referee|status|request-date|decision-date|
*>>    text.
parse-reference-line.
    perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 6
        move spaces to PARSE-FIELD(ws-parse-idx)
    end-perform
    unstring reference-line delimited by "|" into
        PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
        PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
    end-unstring
    move function trim(PARSE-FIELD(1)) to rf-requester
    move function trim(PARSE-FIELD(2)) to rf-referee
    move function trim(PARSE-FIELD(3)) to rf-status
    move function trim(PARSE-FIELD(4)) to rf-request-date
    move function trim(PARSE-FIELD(5)) to rf-decision-date
    move function trim(PARSE-FIELD(6)) to rf-text
    .

serialize-reference-line.
    move spaces to reference-line
    string function trim(rf-requester) "|"
           function trim(rf-referee) "|"
           function trim(rf-status) "|"
           function trim(rf-request-date) "|"
           function trim(rf-decision-date) "|"
           function trim(rf-text)
           delimited by size into reference-line
    end-string
    .

load-refs-table.
    move 0 to REFS-COUNT
    open input reference-file
    if FILESTAT-REF = "00"
        perform until 1 = 2
            read reference-file into reference-line
                at end exit perform
            end-read
            if REFS-COUNT < 200
                add 1 to REFS-COUNT
                move reference-line to REF-TABLE-ENTRY(REFS-COUNT)
            end-if
        end-perform
        close reference-file
    end-if
    .

*>>    Full rewrite of references.dat via write-verify-swap.
rewrite-refs-table.
    move "references.dat.new" to WS-TEMP-REWRITE-NAME
    move "references.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "rewrite-refs-table temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        exit paragraph
    end-if
    perform varying ws-i from 1 by 1 until ws-i > REFS-COUNT
        move REF-TABLE-ENTRY(ws-i) to temp-rewrite-line
        write temp-rewrite-line
        add 1 to ws-swap-written
    end-perform
    close temp-rewrite-file
    perform verify-and-swap-rewrite
    .

*>>    True in ws-ref-eligible when target-username is an
*>>    established connection of current-user, or the two form an
*>>    accepted mentorships.dat pair in either role - the only people
*>>    with standing to be asked for a letter.
check-reference-eligible.
    move "n" to ws-ref-eligible
    perform check-existing-connections
    if ws-connection-exists = "y"
        move "y" to ws-ref-eligible
        exit paragraph
    end-if
    open input mentorship-file
    if FILESTAT-MENTOR = "00"
        perform until 1 = 2
            read mentorship-file into mentorship-line
                at end exit perform
            end-read
            unstring mentorship-line delimited by "|" into
                PARSE-FIELD(31) PARSE-FIELD(32) PARSE-FIELD(33)
                PARSE-FIELD(34) PARSE-FIELD(35) PARSE-FIELD(36)
            end-unstring
            if function trim(PARSE-FIELD(36)) = "accepted"
               and ( ( function trim(PARSE-FIELD(31)) = current-user
                       and function trim(PARSE-FIELD(32)) =
                           function trim(target-username) )
                  or ( function trim(PARSE-FIELD(32)) = current-user
                       and function trim(PARSE-FIELD(31)) =
                           function trim(target-username) ) )
                move "y" to ws-ref-eligible
                exit perform
            end-if
        end-perform
        close mentorship-file
    end-if
    .

request-recommendation.
    move "--- Request a Recommendation ---" to WS-DISPLAY
    perform say
    move "Enter the username to ask (a connection or accepted mentor):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to target-username

    if function trim(target-username) = current-user
        move "You cannot recommend yourself." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform check-reference-eligible
    if ws-ref-eligible not = "y"
        move "Recommendations can only be requested from a connection or an accepted mentor." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> One live request per pair: a still-pending or already-approved
    *> ask is not repeated.
    perform load-refs-table
    move "n" to ws-found
    perform varying ws-i from 1 by 1 until ws-i > REFS-COUNT
        move REF-TABLE-ENTRY(ws-i) to reference-line
        perform parse-reference-line
        if function trim(rf-requester) = current-user
           and function trim(rf-referee) = function trim(target-username)
           and function trim(rf-status) not = "declined"
            move "y" to ws-found
            exit perform
        end-if
    end-perform
    if ws-found = "y"
        move "You already have a request or letter on file from that user." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move current-user to rf-requester
    move target-username to rf-referee
    move "requested" to rf-status
    move function current-date(1:8) to rf-request-date
    move spaces to rf-decision-date
    move spaces to rf-text

    open extend reference-file
    if FILESTAT-REF not = "00"
        open output reference-file
        close reference-file
        open extend reference-file
    end-if
    perform serialize-reference-line
    write reference-line
    close reference-file

    move target-username to notif-recipient
    move "reference" to notif-event
    move spaces to notif-detail
    string function trim(current-user)
           " asked you for a written recommendation."
           delimited by size into notif-detail
    perform write-notification

    move spaces to WS-DISPLAY
    string "Recommendation request sent to "
           function trim(target-username) "."
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    The referee side: list the requests addressed to me, compose
*>>    and approve one (the letter text is stored on the row), or
*>>    decline it.
respond-reference-requests.
    move "--- Recommendation Requests for Me ---" to WS-DISPLAY
    perform say

    perform load-refs-table
    move 0 to ws-my-ref-count
    perform varying ws-i from 1 by 1 until ws-i > REFS-COUNT
        move REF-TABLE-ENTRY(ws-i) to reference-line
        perform parse-reference-line
        if function trim(rf-referee) = current-user
           and function trim(rf-status) = "requested"
            add 1 to ws-my-ref-count
            move ws-i to REF-MATCH-INDEX(ws-my-ref-count)
            move spaces to WS-DISPLAY
            string ws-my-ref-count ". " function trim(rf-requester)
                   " (asked " function trim(rf-request-date) ")"
                   delimited by size into WS-DISPLAY
            perform say
        end-if
    end-perform

    if ws-my-ref-count = 0
        move "No one is waiting on a letter from you." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter request number to respond, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-ref-selection

    if ws-ref-selection = 0
        exit paragraph
    end-if
    if ws-ref-selection < 1 or ws-ref-selection > ws-my-ref-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move REF-MATCH-INDEX(ws-ref-selection) to ws-j
    move REF-TABLE-ENTRY(ws-j) to reference-line
    perform parse-reference-line

    move "1. Compose and approve the letter" to WS-DISPLAY
    perform say
    move "2. Decline the request" to WS-DISPLAY
    perform say
    move "Enter your choice:" to WS-DISPLAY
    move "prompt-choice" to ws-msg-id
    perform say-msg
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count

    evaluate function numval(function trim(temp-input))
        when 1
            move 0 to ws-input-overage
            perform until 1 = 2
                move "Enter the letter text (max 200 chars):" to WS-DISPLAY
                perform say
                read InpFile into temp-input
                    at end move "Y" to WS-EOF exit paragraph
                end-read
                add 1 to ws-line-count
                if function length(function trim(temp-input)) > 200
                    compute ws-input-overage = function length(function trim(temp-input)) - 200
                    move spaces to WS-DISPLAY
                    string "That was " ws-input-overage
                        " character(s) too long (max 200). Please re-enter."
                        delimited by size into WS-DISPLAY
                    perform say
                else
                    move function trim(temp-input) to rf-text
                    exit perform
                end-if
            end-perform
            if function trim(rf-text) = spaces
                move "An approved letter needs text. Not saved." to WS-DISPLAY
                perform say
                exit paragraph
            end-if
            move "approved" to rf-status
        when 2
            move "declined" to rf-status
        when other
            exit paragraph
    end-evaluate

    move function current-date(1:8) to rf-decision-date
    perform serialize-reference-line
    move reference-line to REF-TABLE-ENTRY(ws-j)
    perform rewrite-refs-table

    move rf-requester to notif-recipient
    move "reference" to notif-event
    move spaces to notif-detail
    if function trim(rf-status) = "approved"
        string function trim(current-user)
               " approved your recommendation letter."
               delimited by size into notif-detail
    else
        string function trim(current-user)
               " declined your recommendation request."
               delimited by size into notif-detail
    end-if
    perform write-notification

    move spaces to WS-DISPLAY
    string "Request " function trim(rf-status) "." delimited by size
        into WS-DISPLAY
    perform say
    .

view-my-references.
    move "--- Recommendations Written for Me ---" to WS-DISPLAY
    perform say
    move 0 to ws-my-ref-count
    open input reference-file
    if FILESTAT-REF = "00"
        perform until 1 = 2
            read reference-file into reference-line
                at end exit perform
            end-read
            perform parse-reference-line
            if function trim(rf-requester) = current-user
               and function trim(rf-status) = "approved"
                add 1 to ws-my-ref-count
                move spaces to WS-DISPLAY
                string ws-my-ref-count ". From "
                       function trim(rf-referee)
                       " (" function trim(rf-decision-date) "):"
                       delimited by size into WS-DISPLAY
                perform say
                move spaces to WS-DISPLAY
                string "   " function trim(rf-text)
                       delimited by size into WS-DISPLAY
                perform say
            end-if
        end-perform
        close reference-file
    end-if
    if ws-my-ref-count = 0
        move "No approved recommendations on file yet." to WS-DISPLAY
        perform say
    end-if
    .

*>>    Shows the approved references for the applicant currently in
*>>    application-data, next to the resume and screening answers the
*>>    recruiter already reviews here.
view-applicant-references.
    move "--- Approved References ---" to WS-DISPLAY
    perform say
    move 0 to ws-my-ref-count
    open input reference-file
    if FILESTAT-REF = "00"
        perform until 1 = 2
            read reference-file into reference-line
                at end exit perform
            end-read
            perform parse-reference-line
            if function trim(rf-requester) = function trim(app-username)
               and function trim(rf-status) = "approved"
                add 1 to ws-my-ref-count
                move spaces to WS-DISPLAY
                string ws-my-ref-count ". From "
                       function trim(rf-referee)
                       " (" function trim(rf-decision-date) "):"
                       delimited by size into WS-DISPLAY
                perform say
                move spaces to WS-DISPLAY
                string "   " function trim(rf-text)
                       delimited by size into WS-DISPLAY
                perform say
            end-if
        end-perform
        close reference-file
    end-if
    if ws-my-ref-count = 0
        move "This applicant has no approved references on file." to WS-DISPLAY
        perform say
    end-if
    .

*>>    True in ws-survey-answered when current-user already has an
*>>    event-survey-responses.dat row for the event in ev-id
*>>    (including a declined one), so the login prompt never nags
*>>    twice - same idea as check-announcement-acked.
check-survey-answered.
    move "n" to ws-survey-answered
    open input event-survey-file
    if FILESTAT-SURVEY = "00"
        perform until 1 = 2
            read event-survey-file into event-survey-line
                at end exit perform
            end-read
            unstring event-survey-line delimited by "|" into
                PARSE-FIELD(45) PARSE-FIELD(46)
            end-unstring
            if function trim(PARSE-FIELD(45)) = function trim(ev-id)
               and function trim(PARSE-FIELD(46)) = current-user
                move "y" to ws-survey-answered
                exit perform
            end-if
        end-perform
        close event-survey-file
    end-if
    .

*>>    Login-time survey intercept: for each past event current-user
*>>    RSVP'd to that carries a survey question and hasn't been
*>>    answered yet, ask for a 1-5 rating and an optional comment.
*>>    Declining writes a rating-0 row so the question is never
*>>    repeated.
offer-event-surveys.
    perform load-events-table
    perform varying ws-k from 1 by 1 until ws-k > EVENTS-COUNT
        move EVENT-TABLE-ENTRY(ws-k) to event-line
        perform parse-event-line
        if function trim(ev-survey) not = spaces
           and ev-date is numeric
           and ev-date < function current-date(1:8)
            perform count-event-rsvps
            if ws-already-rsvpd = "y"
                perform check-survey-answered
                if ws-survey-answered = "n"
                    perform ask-one-event-survey
                end-if
            end-if
        end-if
    end-perform
    .

ask-one-event-survey.
    move spaces to WS-DISPLAY
    string "*** EVENT SURVEY: " function trim(ev-title) " ***"
        delimited by size into WS-DISPLAY
    perform say
    move function trim(ev-survey) to WS-DISPLAY
    perform say
    move "Rate the event 1-5, or 0 to skip:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function numval(function trim(temp-input)) to ws-survey-rating
    if ws-survey-rating > 5
        move 0 to ws-survey-rating
    end-if

    move spaces to ws-survey-comment
    if ws-survey-rating > 0
        move "Any comment (blank to skip)?" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move function trim(temp-input) to ws-survey-comment
    end-if

    open extend event-survey-file
    if FILESTAT-SURVEY not = "00"
        open output event-survey-file
        close event-survey-file
        open extend event-survey-file
    end-if
    move spaces to event-survey-line
    string function trim(ev-id) "|"
           function trim(current-user) "|"
           ws-survey-rating "|"
           function trim(ws-survey-comment) "|"
           function current-date(1:8)
           delimited by size into event-survey-line
    end-string
    write event-survey-line
    close event-survey-file

    if ws-survey-rating > 0
        move "Thank you - your feedback reached the career office." to WS-DISPLAY
        perform say
    end-if
    .

*>>    A profile's graduating term: the "Spring <gradyear>" term on
*>>    academic-calendar.dat (commencement is in the spring), else
*>>    the last term on the calendar ending in the graduation year.
*>>    A year the calendar no longer carries is taken as ended once
*>>    the year itself is over. FirstDestinationReport applies the
*>>    identical rule so both sides agree on who has graduated.
resolve-graduating-term.
    move spaces to ws-dest-term
    move spaces to ws-dest-term-end
    move "n" to ws-dest-term-ended
    move profile-gradyear to ws-dest-year-text
    move spaces to PARSE-FIELD(63)
    string "Spring " ws-dest-year-text delimited by size
        into PARSE-FIELD(63)
    perform resolve-term-window
    if ws-term-found = "y"
        move PARSE-FIELD(63) to ws-dest-term
        move ws-term-end-out to ws-dest-term-end
    else
        perform varying ws-t from 1 by 1 until ws-t > TERMS-COUNT
            if tm-end(ws-t)(1:4) = ws-dest-year-text
               and tm-end(ws-t) > ws-dest-term-end
                move tm-name(ws-t) to ws-dest-term
                move tm-end(ws-t) to ws-dest-term-end
            end-if
        end-perform
    end-if
    if ws-dest-term = spaces
        move PARSE-FIELD(63) to ws-dest-term
        if profile-gradyear < function current-date(1:4)
            move "y" to ws-dest-term-ended
        end-if
    else
        if ws-dest-term-end < function current-date(1:8)
            move "y" to ws-dest-term-ended
        end-if
    end-if
    .

*>>    True in ws-dest-answered when current-user already has a
*>>    destination-survey.dat row (a declined one included).
check-destination-answered.
    move "n" to ws-dest-answered
    open input destination-survey-file
    if FILESTAT-DEST = "00"
        perform until 1 = 2
            read destination-survey-file into destination-survey-line
                at end exit perform
            end-read
            move spaces to PARSE-FIELD(45)
            unstring destination-survey-line delimited by "|" into
                PARSE-FIELD(45)
            end-unstring
            if function trim(PARSE-FIELD(45)) = current-user
                move "y" to ws-dest-answered
                exit perform
            end-if
        end-perform
        close destination-survey-file
    end-if
    .

*>>    Login-time first-destination survey: once the graduating
*>>    term from the profile's graduation year has ended, ask what
*>>    the student is doing now, with employer/school for the
*>>    outcomes that have one. 0 declines and is recorded as such,
*>>    so the question is never repeated.
offer-destination-survey.
    perform load-profile
    if ws-profile-exists not = "y" or profile-gradyear = 0
        exit paragraph
    end-if
    perform resolve-graduating-term
    if ws-dest-term-ended not = "y"
        exit paragraph
    end-if
    perform check-destination-answered
    if ws-dest-answered = "y"
        exit paragraph
    end-if

    move "*** FIRST-DESTINATION SURVEY ***" to WS-DISPLAY
    perform say
    move spaces to WS-DISPLAY
    string "Congratulations on finishing " function trim(ws-dest-term)
           "! What are you doing now?"
        delimited by size into WS-DISPLAY
    perform say
    move "1. Employed" to WS-DISPLAY
    perform say
    move "2. Continuing education" to WS-DISPLAY
    perform say
    move "3. Military service" to WS-DISPLAY
    perform say
    move "4. Volunteer or national service" to WS-DISPLAY
    perform say
    move "5. Still seeking employment" to WS-DISPLAY
    perform say
    move "6. Not seeking employment" to WS-DISPLAY
    perform say
    move "0. Prefer not to answer" to WS-DISPLAY
    perform say
    move "Enter your choice:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move 0 to ws-dest-choice
    if function trim(temp-input) is numeric
        move function numval(function trim(temp-input)) to ws-dest-choice
    end-if
    evaluate ws-dest-choice
        when 1 move "employed" to ws-dest-outcome
        when 2 move "continuing-education" to ws-dest-outcome
        when 3 move "military" to ws-dest-outcome
        when 4 move "service" to ws-dest-outcome
        when 5 move "seeking" to ws-dest-outcome
        when 6 move "not-seeking" to ws-dest-outcome
        when other move "declined" to ws-dest-outcome
    end-evaluate

    move spaces to ws-dest-org
    if ws-dest-choice >= 1 and ws-dest-choice <= 4
        if ws-dest-choice = 2
            move "School or program name (blank to skip):" to WS-DISPLAY
        else
            move "Employer or organization name (blank to skip):" to WS-DISPLAY
        end-if
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move function trim(temp-input) to ws-dest-org
        inspect ws-dest-org replacing all "|" by "/"
    end-if

    open extend destination-survey-file
    if FILESTAT-DEST not = "00"
        open output destination-survey-file
        close destination-survey-file
        open extend destination-survey-file
    end-if
    move spaces to destination-survey-line
    string function trim(current-user) "|"
           function trim(ws-dest-outcome) "|"
           function trim(ws-dest-org) "|"
           function trim(ws-dest-term) "|"
           function current-date(1:8)
           delimited by size into destination-survey-line
    end-string
    write destination-survey-line
    close destination-survey-file

    if ws-dest-outcome not = "declined"
        move "Thank you - your answer helps the next class plan ahead." to WS-DISPLAY
        perform say
    end-if
    .

parse-accommodation-line.
    move spaces to accommodation-data
    unstring accommodation-line delimited by "|" into
        acm-student acm-kind acm-ref acm-host acm-item
        acm-item-date acm-need acm-status acm-requested
        acm-advisor acm-decided
    end-unstring
    .

serialize-accommodation-line.
    move spaces to accommodation-line
    string function trim(acm-student) "|"
           function trim(acm-kind) "|"
           function trim(acm-ref) "|"
           function trim(acm-host) "|"
           function trim(acm-item) "|"
           function trim(acm-item-date) "|"
           function trim(acm-need) "|"
           function trim(acm-status) "|"
           function trim(acm-requested) "|"
           function trim(acm-advisor) "|"
           function trim(acm-decided)
           delimited by size into accommodation-line
    end-string
    .

*>>    ws-accom-arranged = "y" when accommodations.dat holds an
*>>    arranged row for ws-accom-check-student/kind/ref/host - all
*>>    a host is ever told.
check-accommodation-arranged.
    move "n" to ws-accom-arranged
    open input accommodation-file
    if FILESTAT-ACCOM = "00"
        perform until 1 = 2
            read accommodation-file into accommodation-line
                at end exit perform
            end-read
            perform parse-accommodation-line
            if function trim(acm-status) = "arranged"
               and function trim(acm-student) =
                   function trim(ws-accom-check-student)
               and function trim(acm-kind) =
                   function trim(ws-accom-check-kind)
               and function trim(acm-ref) =
                   function trim(ws-accom-check-ref)
               and function trim(acm-host) =
                   function trim(ws-accom-check-host)
                move "y" to ws-accom-arranged
                exit perform
            end-if
        end-perform
        close accommodation-file
    end-if
    .

*>>    collect-my-schedule in mode "a": keeps the interviews and
*>>    events that have not yet happened (or carry no usable date)
*>>    as candidates for an accommodation request.
add-accommodation-choice.
    if ws-ics-kind not = "interview" and ws-ics-kind not = "event"
        exit paragraph
    end-if
    if ws-feed-date(1:8) is numeric
       and ws-feed-date(1:8) < function current-date(1:8)
        exit paragraph
    end-if
    if ACCOM-CHOICE-COUNT >= 100
        exit paragraph
    end-if
    add 1 to ACCOM-CHOICE-COUNT
    move ws-ics-kind to ach-kind(ACCOM-CHOICE-COUNT)
    if ws-ics-kind = "interview"
        move is-job-title to ach-ref(ACCOM-CHOICE-COUNT)
        move is-employer to ach-host(ACCOM-CHOICE-COUNT)
    else
        move ev-id to ach-ref(ACCOM-CHOICE-COUNT)
        move ev-company-id to ach-host(ACCOM-CHOICE-COUNT)
    end-if
    move WS-DISPLAY to ach-item(ACCOM-CHOICE-COUNT)
    move spaces to ach-date(ACCOM-CHOICE-COUNT)
    if ws-feed-date(1:8) is numeric
        move ws-feed-date(1:8) to ach-date(ACCOM-CHOICE-COUNT)
    end-if
    .

*>>    From My Schedule: shows the status of current-user's own
*>>    requests, then offers a new one against an upcoming
*>>    interview or event. The need is stored for the advisors
*>>    alone.
offer-accommodation-request.
    move 0 to ACCOM-CHOICE-COUNT
    move "a" to ws-sched-mode
    perform collect-my-schedule
    move "v" to ws-sched-mode

    open input accommodation-file
    if FILESTAT-ACCOM = "00"
        perform until 1 = 2
            read accommodation-file into accommodation-line
                at end exit perform
            end-read
            perform parse-accommodation-line
            if function trim(acm-student) = current-user
                move spaces to WS-DISPLAY
                string "Accommodation request [" function trim(acm-status)
                       "]: " function trim(acm-item)
                    delimited by size into WS-DISPLAY
                perform say
            end-if
        end-perform
        close accommodation-file
    end-if

    if ACCOM-CHOICE-COUNT = 0
        exit paragraph
    end-if

    move "Request an accommodation (accessible room, extra time, interpreter) for an upcoming interview or event? (Y/N):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) not = "Y"
        exit paragraph
    end-if

    perform varying ws-k from 1 by 1 until ws-k > ACCOM-CHOICE-COUNT
        move spaces to WS-DISPLAY
        string ws-k ". " function trim(ach-item(ws-k))
            delimited by size into WS-DISPLAY
        perform say
    end-perform
    move "Enter the item number, or 0 to cancel:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move 0 to ws-accom-selection
    if function trim(temp-input) is numeric
        move function numval(function trim(temp-input))
            to ws-accom-selection
    end-if
    if ws-accom-selection = 0
        exit paragraph
    end-if
    if ws-accom-selection > ACCOM-CHOICE-COUNT
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Describe what you need (seen only by career-office advisors):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function trim(temp-input) = spaces
        move "No request recorded." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move spaces to accommodation-data
    move current-user to acm-student
    move ach-kind(ws-accom-selection) to acm-kind
    move ach-ref(ws-accom-selection) to acm-ref
    move ach-host(ws-accom-selection) to acm-host
    move ach-item(ws-accom-selection) to acm-item
    inspect acm-item replacing all "|" by "/"
    move ach-date(ws-accom-selection) to acm-item-date
    move function trim(temp-input) to acm-need
    inspect acm-need replacing all "|" by "/"
    move "requested" to acm-status
    move function current-date(1:8) to acm-requested
    perform serialize-accommodation-line

    open extend accommodation-file
    if FILESTAT-ACCOM not = "00"
        open output accommodation-file
        close accommodation-file
        open extend accommodation-file
    end-if
    write accommodation-line
    close accommodation-file

    move "Request sent to the career office. The host will only be told that an accommodation has been arranged." to WS-DISPLAY
    perform say
    .

*>>    Advisor-menu action: open requests, soonest item first as
*>>    listed, each marked arranged or declined. The whole file is
*>>    rewritten, so a partial load (over 500 rows) is refused.
review-accommodation-requests.
    move "--- Accommodation Requests ---" to WS-DISPLAY
    perform say

    move 0 to ACCOM-ROWS-COUNT
    move "n" to ws-accom-overflow
    open input accommodation-file
    if FILESTAT-ACCOM = "00"
        perform until 1 = 2
            read accommodation-file into accommodation-line
                at end exit perform
            end-read
            if ACCOM-ROWS-COUNT >= 500
                move "y" to ws-accom-overflow
                exit perform
            end-if
            add 1 to ACCOM-ROWS-COUNT
            move accommodation-line to ACCOM-ROW-ENTRY(ACCOM-ROWS-COUNT)
        end-perform
        close accommodation-file
    end-if

    if ws-accom-overflow = "y"
        move "accommodations.dat is over 500 rows - archive decided requests first." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move 0 to ws-accom-open-count
    perform varying ws-i from 1 by 1 until ws-i > ACCOM-ROWS-COUNT
        move ACCOM-ROW-ENTRY(ws-i) to accommodation-line
        perform parse-accommodation-line
        if function trim(acm-status) = "requested"
            add 1 to ws-accom-open-count
            move ws-i to ACCOM-MATCH-ENTRY(ws-accom-open-count)
            move spaces to WS-DISPLAY
            string ws-accom-open-count ". "
                   function trim(acm-student) " - "
                   function trim(acm-item)
                   " (requested " acm-requested ")"
                delimited by size into WS-DISPLAY
            perform say
            move spaces to WS-DISPLAY
            string "      Needs: " function trim(acm-need)
                delimited by size into WS-DISPLAY
            perform say
        end-if
    end-perform

    if ws-accom-open-count = 0
        move "No open accommodation requests." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter the request number to decide, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move 0 to ws-accom-selection
    if function trim(temp-input) is numeric
        move function numval(function trim(temp-input))
            to ws-accom-selection
    end-if
    if ws-accom-selection = 0
        exit paragraph
    end-if
    if ws-accom-selection > ws-accom-open-count
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move ACCOM-MATCH-ENTRY(ws-accom-selection) to ws-j
    move ACCOM-ROW-ENTRY(ws-j) to accommodation-line
    perform parse-accommodation-line

    move "1. Arranged  2. Declined  0. Leave open:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    evaluate function trim(temp-input)
        when "1"
            move "arranged" to acm-status
        when "2"
            move "declined" to acm-status
        when other
            exit paragraph
    end-evaluate
    move current-user to acm-advisor
    move function current-date(1:8) to acm-decided
    perform serialize-accommodation-line
    move accommodation-line to ACCOM-ROW-ENTRY(ws-j)

    move "accommodations.dat.new" to WS-TEMP-REWRITE-NAME
    move "accommodations.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    move "n" to ws-swap-ok
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "accommodation temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        exit paragraph
    end-if
    perform varying ws-i from 1 by 1 until ws-i > ACCOM-ROWS-COUNT
        move ACCOM-ROW-ENTRY(ws-i) to temp-rewrite-line
        write temp-rewrite-line
        add 1 to ws-swap-written
    end-perform
    close temp-rewrite-file
    perform verify-and-swap-rewrite
    if ws-swap-ok not = "y"
        exit paragraph
    end-if

    move acm-student to notif-recipient
    move "accommodation" to notif-event
    move spaces to notif-detail
    string "Your accommodation request for "
           function trim(acm-item) " was "
           function trim(acm-status) "."
           delimited by size into notif-detail
    perform write-notification

    move spaces to WS-DISPLAY
    string "Request marked " function trim(acm-status) "."
        delimited by size into WS-DISPLAY
    perform say
    .

*>>    scholarships.dat, scholarship-applications.dat and awards.dat
*>>    rows split and re-joined.
parse-scholarship-line.
    move spaces to scholarship-data
    unstring scholarship-line delimited by "|" into
        sc-id sc-company sc-title sc-desc sc-amount sc-deadline
        sc-min-gpa sc-majors sc-gymin sc-gymax sc-req-cert
        sc-status sc-posted-by sc-posted-date
    end-unstring
    .

serialize-scholarship-line.
    move spaces to scholarship-line
    string function trim(sc-id) "|"
           function trim(sc-company) "|"
           function trim(sc-title) "|"
           function trim(sc-desc) "|"
           function trim(sc-amount) "|"
           function trim(sc-deadline) "|"
           function trim(sc-min-gpa) "|"
           function trim(sc-majors) "|"
           function trim(sc-gymin) "|"
           function trim(sc-gymax) "|"
           function trim(sc-req-cert) "|"
           function trim(sc-status) "|"
           function trim(sc-posted-by) "|"
           function trim(sc-posted-date)
           delimited by size into scholarship-line
    end-string
    .

parse-scholarship-app-line.
    move spaces to scholarship-app-data
    unstring scholarship-app-line delimited by "|" into
        sa-schol-id sa-student sa-applied sa-status sa-essay
        sa-decided-by sa-decided
    end-unstring
    .

serialize-scholarship-app-line.
    move spaces to scholarship-app-line
    string function trim(sa-schol-id) "|"
           function trim(sa-student) "|"
           function trim(sa-applied) "|"
           function trim(sa-status) "|"
           function trim(sa-essay) "|"
           function trim(sa-decided-by) "|"
           function trim(sa-decided)
           delimited by size into scholarship-app-line
    end-string
    .

*>>    The whole of scholarships.dat into SCHOL-TABLE (first 200).
load-scholarships.
    move 0 to SCHOL-COUNT
    open input scholarship-file
    if FILESTAT-SCHOL = "00"
        perform until 1 = 2
            read scholarship-file into scholarship-line
                at end exit perform
            end-read
            if SCHOL-COUNT >= 200
                exit perform
            end-if
            add 1 to SCHOL-COUNT
            move scholarship-line to SCHOL-ENTRY(SCHOL-COUNT)
        end-perform
        close scholarship-file
    end-if
    .

*>>    The whole of scholarship-applications.dat into SAPP-ROWS-TABLE;
*>>    ws-sapp-overflow "y" past 500 rows, which the rewriting
*>>    callers refuse.
load-scholarship-apps.
    move 0 to SAPP-ROWS-COUNT
    move "n" to ws-sapp-overflow
    open input scholarship-app-file
    if FILESTAT-SAPP = "00"
        perform until 1 = 2
            read scholarship-app-file into scholarship-app-line
                at end exit perform
            end-read
            if SAPP-ROWS-COUNT >= 500
                move "y" to ws-sapp-overflow
                exit perform
            end-if
            add 1 to SAPP-ROWS-COUNT
            move scholarship-app-line to SAPP-ROW-ENTRY(SAPP-ROWS-COUNT)
        end-perform
        close scholarship-app-file
    end-if
    .

*>>    ws-schol-sponsor: the companies.dat name for sc-company.
find-scholarship-sponsor.
    move sc-company to job-company-id
    perform find-company-name-by-id
    move ws-company-name-lookup to ws-schol-sponsor
    if ws-schol-sponsor = spaces
        move sc-company to ws-schol-sponsor
    end-if
    .

*>>    ws-schol-applied "y" (status in ws-schol-app-status) when
*>>    current-user already has an application against sc-id.
find-my-scholarship-app.
    move "n" to ws-schol-applied
    move spaces to ws-schol-app-status
    perform varying ws-i from 1 by 1 until ws-i > SAPP-ROWS-COUNT
        move SAPP-ROW-ENTRY(ws-i) to scholarship-app-line
        perform parse-scholarship-app-line
        if function trim(sa-schol-id) = function trim(sc-id)
           and function trim(sa-student) = current-user
            move "y" to ws-schol-applied
            move sa-status to ws-schol-app-status
            exit perform
        end-if
    end-perform
    .

*>>    Student side: open scholarships still before their deadline,
*>>    applied for with an essay answer, and the status of each
*>>    application already made.
student-scholarships-menu.
    perform until WS-EOF = "Y"
        move "--- Scholarships ---" to WS-DISPLAY
        perform say
        move "1. Browse and Apply" to WS-DISPLAY
        perform say
        move "2. My Scholarship Applications" to WS-DISPLAY
        perform say
        move "3. Go Back" to WS-DISPLAY
        perform say
        move "Enter your choice:" to WS-DISPLAY
        move "prompt-choice" to ws-msg-id
        perform say-msg
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move 0 to ws-schol-choice
        if function trim(temp-input) is numeric
            move function numval(function trim(temp-input))
                to ws-schol-choice
        end-if
        evaluate ws-schol-choice
            when 1
                perform browse-scholarships
            when 2
                perform view-my-scholarship-apps
            when other
                exit perform
        end-evaluate
    end-perform
    .

browse-scholarships.
    perform load-scholarships
    perform load-scholarship-apps
    move 0 to ws-schol-shown
    perform varying ws-j from 1 by 1 until ws-j > SCHOL-COUNT
        move SCHOL-ENTRY(ws-j) to scholarship-line
        perform parse-scholarship-line
        if function trim(sc-status) = "open"
           and (sc-deadline = spaces
                or sc-deadline >= function current-date(1:8))
            add 1 to ws-schol-shown
            move ws-j to SCHOL-PICK-ENTRY(ws-schol-shown)
            perform find-scholarship-sponsor
            perform find-my-scholarship-app
            move spaces to WS-DISPLAY
            string ws-schol-shown ". " function trim(sc-title)
                   " - $" function trim(sc-amount)
                   " from " function trim(ws-schol-sponsor)
                   ", apply by " sc-deadline
                   delimited by size into WS-DISPLAY
            if ws-schol-applied = "y"
                string function trim(WS-DISPLAY) " [applied]"
                       delimited by size into WS-DISPLAY
            end-if
            perform say
        end-if
    end-perform
    if ws-schol-shown = 0
        move "No scholarships are open right now." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter a scholarship number for details, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move 0 to ws-schol-selection
    if function trim(temp-input) is numeric
        move function numval(function trim(temp-input))
            to ws-schol-selection
    end-if
    if ws-schol-selection = 0
        exit paragraph
    end-if
    if ws-schol-selection > ws-schol-shown
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move SCHOL-ENTRY(SCHOL-PICK-ENTRY(ws-schol-selection))
        to scholarship-line
    perform parse-scholarship-line
    perform find-scholarship-sponsor
    perform show-scholarship-details
    perform find-my-scholarship-app
    if ws-schol-applied = "y"
        move spaces to WS-DISPLAY
        string "You have applied. Status: "
               function trim(ws-schol-app-status)
               delimited by size into WS-DISPLAY
        perform say
        exit paragraph
    end-if
    perform apply-for-scholarship
    .

show-scholarship-details.
    move spaces to WS-DISPLAY
    string "--- " function trim(sc-title) " ---"
           delimited by size into WS-DISPLAY
    perform say
    move spaces to WS-DISPLAY
    string "Sponsor: " function trim(ws-schol-sponsor)
           "  Amount: $" function trim(sc-amount)
           "  Deadline: " sc-deadline
           delimited by size into WS-DISPLAY
    perform say
    if function trim(sc-desc) not = spaces
        move function trim(sc-desc) to WS-DISPLAY
        perform say
    end-if
    if function trim(sc-min-gpa) not = spaces
        move spaces to WS-DISPLAY
        string "Minimum GPA: " function trim(sc-min-gpa)
               delimited by size into WS-DISPLAY
        perform say
    end-if
    if function trim(sc-majors) not = spaces
        move spaces to WS-DISPLAY
        string "Open to majors: " function trim(sc-majors)
               delimited by size into WS-DISPLAY
        perform say
    end-if
    if (sc-gymin is numeric and sc-gymin not = "0000")
       or (sc-gymax is numeric and sc-gymax not = "0000")
        move spaces to WS-DISPLAY
        string "Graduation window: " sc-gymin
               " - " sc-gymax " (0 = unbounded)"
               delimited by size into WS-DISPLAY
        perform say
    end-if
    if function trim(sc-req-cert) not = spaces
        move spaces to WS-DISPLAY
        string "Required certification: " function trim(sc-req-cert)
               delimited by size into WS-DISPLAY
        perform say
    end-if
    .

*>>    The scholarship's criteria go through the same apply-time
*>>    check a job posting's do, via the job-data fields it reads.
apply-for-scholarship.
    move "Apply for this scholarship? (Y/N):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function upper-case(function trim(temp-input)) not = "Y"
        exit paragraph
    end-if

    initialize job-data
    move sc-min-gpa to job-min-gpa
    move sc-majors to job-majors
    if sc-gymin is numeric
        move sc-gymin to job-gradyear-min
    end-if
    if sc-gymax is numeric
        move sc-gymax to job-gradyear-max
    end-if
    move sc-req-cert to job-req-cert
    perform check-applicant-eligibility
    if ws-eligible not = "y"
        move spaces to WS-DISPLAY
        string "You are not eligible for this scholarship: "
               function trim(ws-elig-reason) "."
               delimited by size into WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Essay: why should you receive this scholarship? (one paragraph, max 500 chars):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function trim(temp-input) = spaces
        move "An essay answer is required - application not submitted." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move spaces to scholarship-app-data
    move sc-id to sa-schol-id
    move current-user to sa-student
    move function current-date(1:8) to sa-applied
    move "submitted" to sa-status
    move function trim(temp-input) to sa-essay
    inspect sa-essay replacing all "|" by "/"
    perform serialize-scholarship-app-line

    open extend scholarship-app-file
    if FILESTAT-SAPP not = "00"
        open output scholarship-app-file
        close scholarship-app-file
        open extend scholarship-app-file
    end-if
    write scholarship-app-line
    close scholarship-app-file

    move "Application submitted. You will be notified of the decision." to WS-DISPLAY
    perform say
    .

view-my-scholarship-apps.
    move "--- My Scholarship Applications ---" to WS-DISPLAY
    perform say
    perform load-scholarships
    move 0 to ws-schol-shown
    open input scholarship-app-file
    if FILESTAT-SAPP = "00"
        perform until 1 = 2
            read scholarship-app-file into scholarship-app-line
                at end exit perform
            end-read
            perform parse-scholarship-app-line
            if function trim(sa-student) = current-user
                add 1 to ws-schol-shown
                move spaces to sc-title
                perform varying ws-j from 1 by 1 until ws-j > SCHOL-COUNT
                    move SCHOL-ENTRY(ws-j) to scholarship-line
                    perform parse-scholarship-line
                    if function trim(sc-id) = function trim(sa-schol-id)
                        exit perform
                    end-if
                end-perform
                if function trim(sc-id) not = function trim(sa-schol-id)
                    move sa-schol-id to sc-title
                end-if
                move spaces to WS-DISPLAY
                string function trim(sc-title)
                       " - applied " sa-applied
                       " [" function trim(sa-status) "]"
                       delimited by size into WS-DISPLAY
                perform say
            end-if
        end-perform
        close scholarship-app-file
    end-if
    if ws-schol-shown = 0
        move "You have not applied for any scholarships." to WS-DISPLAY
        perform say
    end-if
    .

*>>    Sponsor side, from the Employer Menu: post a scholarship
*>>    funded by ws-current-company-id, or review its applicants.
sponsor-scholarships-menu.
    perform until WS-EOF = "Y"
        move "--- Scholarships ---" to WS-DISPLAY
        perform say
        move "1. Post a Scholarship" to WS-DISPLAY
        perform say
        move "2. Review Applications" to WS-DISPLAY
        perform say
        move "3. Go Back" to WS-DISPLAY
        perform say
        move "Enter your choice:" to WS-DISPLAY
        move "prompt-choice" to ws-msg-id
        perform say-msg
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move 0 to ws-schol-choice
        if function trim(temp-input) is numeric
            move function numval(function trim(temp-input))
                to ws-schol-choice
        end-if
        evaluate ws-schol-choice
            when 1
                perform post-scholarship
            when 2
                move ws-current-company-id to ws-schol-company
                perform review-scholarship-applications
            when other
                exit perform
        end-evaluate
    end-perform
    .

post-scholarship.
    if function trim(ws-current-company-id) = spaces
        move "Only an employer account tied to a company can sponsor a scholarship." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move "--- Post a Scholarship ---" to WS-DISPLAY
    perform say
    move spaces to scholarship-data

    move "Scholarship name:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to sc-title
    inspect sc-title replacing all "|" by "/"
    if sc-title = spaces
        move "A scholarship name is required." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Description (max 200 chars):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to sc-desc
    inspect sc-desc replacing all "|" by "/"

    move "Award amount in whole dollars:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function trim(temp-input) is not numeric
       or function trim(temp-input) = spaces
        move "The amount must be a whole number of dollars." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move function trim(temp-input) to sc-amount

    move "Application deadline (YYYYMMDD, after today):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to sc-deadline
    if sc-deadline is not numeric
       or sc-deadline <= function current-date(1:8)
       or sc-deadline(5:2) < "01" or sc-deadline(5:2) > "12"
       or sc-deadline(7:2) < "01" or sc-deadline(7:2) > "31"
        move "The deadline must be a YYYYMMDD date after today." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    *> The same optional criteria a job posting carries.
    initialize job-data
    perform capture-eligibility-criteria
    if WS-EOF = "Y"
        exit paragraph
    end-if
    move job-min-gpa to sc-min-gpa
    move job-majors to sc-majors
    move job-gradyear-min to sc-gymin
    move job-gradyear-max to sc-gymax
    move job-req-cert to sc-req-cert

    perform assign-next-scholarship-id
    move ws-current-company-id to sc-company
    move "open" to sc-status
    move current-user to sc-posted-by
    move function current-date(1:8) to sc-posted-date
    perform serialize-scholarship-line

    open extend scholarship-file
    if FILESTAT-SCHOL not = "00"
        open output scholarship-file
        close scholarship-file
        open extend scholarship-file
    end-if
    write scholarship-line
    close scholarship-file

    move spaces to WS-DISPLAY
    string "Scholarship " function trim(sc-id) " posted."
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    Next "S" id past the highest suffix on file.
assign-next-scholarship-id.
    move 0 to ws-schol-next-id
    perform load-scholarships
    perform varying ws-j from 1 by 1 until ws-j > SCHOL-COUNT
        if SCHOL-ENTRY(ws-j)(1:1) = "S"
            move spaces to ws-schol-app-status
            unstring SCHOL-ENTRY(ws-j)(2:) delimited by "|"
                into ws-schol-app-status
            end-unstring
            if function trim(ws-schol-app-status) is numeric
                if function numval(function trim(ws-schol-app-status))
                   > ws-schol-next-id
                    move function numval(function trim(ws-schol-app-status))
                        to ws-schol-next-id
                end-if
            end-if
        end-if
    end-perform
    add 1 to ws-schol-next-id
    move spaces to sc-id
    string "S" ws-schol-next-id delimited by size into sc-id
    .

*>>    Sponsor/advisor review: pick a scholarship (the sponsor's
*>>    own, or every one for an advisor), then shortlist, award or
*>>    decline its applicants one at a time. Each award is recorded
*>>    in awards.dat and every decision notifies the student.
review-scholarship-applications.
    move "--- Scholarship Review ---" to WS-DISPLAY
    perform say
    perform load-scholarships
    perform load-scholarship-apps
    if ws-sapp-overflow = "y"
        move "scholarship-applications.dat is over 500 rows - archive decided applications first." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move 0 to ws-schol-shown
    perform varying ws-j from 1 by 1 until ws-j > SCHOL-COUNT
        move SCHOL-ENTRY(ws-j) to scholarship-line
        perform parse-scholarship-line
        if ws-schol-company = spaces
           or function trim(sc-company) = function trim(ws-schol-company)
            add 1 to ws-schol-shown
            move ws-j to SCHOL-PICK-ENTRY(ws-schol-shown)
            perform count-scholarship-apps
            perform find-scholarship-sponsor
            move spaces to WS-DISPLAY
            string ws-schol-shown ". " function trim(sc-title)
                   " (" function trim(ws-schol-sponsor)
                   ", $" function trim(sc-amount)
                   ", deadline " sc-deadline ") - "
                   ws-schol-app-total " application(s), "
                   ws-schol-award-total " awarded"
                   delimited by size into WS-DISPLAY
            perform say
        end-if
    end-perform
    if ws-schol-shown = 0
        move "No scholarships to review." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "Enter a scholarship number, or 0 to go back:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move 0 to ws-schol-selection
    if function trim(temp-input) is numeric
        move function numval(function trim(temp-input))
            to ws-schol-selection
    end-if
    if ws-schol-selection = 0
        exit paragraph
    end-if
    if ws-schol-selection > ws-schol-shown
        move "Invalid selection." to WS-DISPLAY
        perform say
        exit paragraph
    end-if
    move SCHOL-ENTRY(SCHOL-PICK-ENTRY(ws-schol-selection))
        to scholarship-line
    perform parse-scholarship-line
    perform find-scholarship-sponsor

    perform until WS-EOF = "Y"
        perform list-scholarship-applicants
        if ws-sapp-match-count = 0
            move "No applications yet." to WS-DISPLAY
            perform say
            exit perform
        end-if
        move "Enter an applicant number to decide, or 0 to go back:" to WS-DISPLAY
        perform say
        read InpFile into temp-input
            at end move "Y" to WS-EOF exit paragraph
        end-read
        add 1 to ws-line-count
        move 0 to ws-sapp-selection
        if function trim(temp-input) is numeric
            move function numval(function trim(temp-input))
                to ws-sapp-selection
        end-if
        if ws-sapp-selection = 0
            exit perform
        end-if
        if ws-sapp-selection > ws-sapp-match-count
            move "Invalid selection." to WS-DISPLAY
            perform say
        else
            perform decide-scholarship-app
        end-if
    end-perform
    .

*>>    ws-schol-app-total / ws-schol-award-total for sc-id.
count-scholarship-apps.
    move 0 to ws-schol-app-total
    move 0 to ws-schol-award-total
    perform varying ws-i from 1 by 1 until ws-i > SAPP-ROWS-COUNT
        move SAPP-ROW-ENTRY(ws-i) to scholarship-app-line
        perform parse-scholarship-app-line
        if function trim(sa-schol-id) = function trim(sc-id)
            add 1 to ws-schol-app-total
            if function trim(sa-status) = "awarded"
                add 1 to ws-schol-award-total
            end-if
        end-if
    end-perform
    .

*>>    Applicants to sc-id with the profile facts a committee reads
*>>    first - name, major, class year, GPA - and the essay.
list-scholarship-applicants.
    move 0 to ws-sapp-match-count
    perform varying ws-i from 1 by 1 until ws-i > SAPP-ROWS-COUNT
        move SAPP-ROW-ENTRY(ws-i) to scholarship-app-line
        perform parse-scholarship-app-line
        if function trim(sa-schol-id) = function trim(sc-id)
            add 1 to ws-sapp-match-count
            move ws-i to SAPP-MATCH-ENTRY(ws-sapp-match-count)
            initialize profile-data
            open input profile-file
            if FILESTAT-PROFILE = "00"
                move function trim(sa-student) to fd-profile-username
                read profile-file
                    invalid key continue
                    not invalid key
                        perform rejoin-profile-record-to-line
                        perform parse-profile-line-complete
                end-read
                close profile-file
            end-if
            move spaces to WS-DISPLAY
            string ws-sapp-match-count ". "
                   function trim(sa-student) " - "
                   function trim(profile-firstname) " "
                   function trim(profile-lastname) ", "
                   function trim(profile-major) ", class of "
                   profile-gradyear ", GPA "
                   function trim(profile-gpa)
                   " [" function trim(sa-status) "]"
                   delimited by size into WS-DISPLAY
            perform say
            move spaces to WS-DISPLAY
            string "      Essay: " function trim(sa-essay)
                   delimited by size into WS-DISPLAY
            perform say
        end-if
    end-perform
    .

decide-scholarship-app.
    move SAPP-MATCH-ENTRY(ws-sapp-selection) to ws-j
    move SAPP-ROW-ENTRY(ws-j) to scholarship-app-line
    perform parse-scholarship-app-line
    if function trim(sa-status) = "awarded"
        move "This applicant has already been awarded the scholarship." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    move "1. Shortlist  2. Award  3. Decline  0. Leave as is:" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move spaces to notif-detail
    evaluate function trim(temp-input)
        when "1"
            move "shortlisted" to sa-status
            string "Your application for the "
                   function trim(sc-title)
                   " scholarship has been shortlisted."
                   delimited by size into notif-detail
        when "2"
            perform record-scholarship-award
            if aw-id = spaces
                exit paragraph
            end-if
            move "awarded" to sa-status
            string "Congratulations - you have been awarded the "
                   function trim(sc-title) " scholarship ($"
                   function trim(aw-amount) ") from "
                   function trim(ws-schol-sponsor) "."
                   delimited by size into notif-detail
        when "3"
            move "declined" to sa-status
            string "Your application for the "
                   function trim(sc-title)
                   " scholarship was not selected this time."
                   delimited by size into notif-detail
        when other
            exit paragraph
    end-evaluate
    move current-user to sa-decided-by
    move function current-date(1:8) to sa-decided
    perform serialize-scholarship-app-line
    move scholarship-app-line to SAPP-ROW-ENTRY(ws-j)

    move "scholarship-applications.dat.new" to WS-TEMP-REWRITE-NAME
    move "scholarship-applications.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    move "n" to ws-swap-ok
    open output temp-rewrite-file
    if FILESTAT-TMPRW = "00"
        perform varying ws-i from 1 by 1 until ws-i > SAPP-ROWS-COUNT
            move SAPP-ROW-ENTRY(ws-i) to temp-rewrite-line
            write temp-rewrite-line
            add 1 to ws-swap-written
        end-perform
        close temp-rewrite-file
        perform verify-and-swap-rewrite
    else
        move "scholarship decision temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
    end-if
    *> The award row is already on file by now; say so, so the
    *> career office can match the application to it by hand.
    if ws-swap-ok not = "y"
        if sa-status = "awarded"
            move spaces to WS-DISPLAY
            string "Award " function trim(aw-id)
                   " was recorded, but the application could not be marked - please tell the career office."
                   delimited by size into WS-DISPLAY
            perform say
        end-if
        exit paragraph
    end-if

    move sa-student to notif-recipient
    move "scholarship" to notif-event
    perform write-notification

    move spaces to WS-DISPLAY
    string "Application marked " function trim(sa-status) "."
           delimited by size into WS-DISPLAY
    perform say
    .

*>>    Appends the awards.dat row for sa-student on sc-id: the next
*>>    "A" id, the amount (the scholarship's unless a different one
*>>    is entered, e.g. a split award) and who made it. aw-id is
*>>    left blank if the amount is refused.
record-scholarship-award.
    move spaces to award-data
    move spaces to WS-DISPLAY
    string "Award amount in whole dollars (blank for $"
           function trim(sc-amount) "):"
           delimited by size into WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    if function trim(temp-input) = spaces
        move sc-amount to aw-amount
    else
        if function trim(temp-input) is not numeric
            move "The amount must be a whole number of dollars." to WS-DISPLAY
            perform say
            exit paragraph
        end-if
        move function trim(temp-input) to aw-amount
    end-if

    move 0 to ws-award-next-id
    open input award-file
    if FILESTAT-AWARD = "00"
        perform until 1 = 2
            read award-file into award-line
                at end exit perform
            end-read
            move spaces to ws-schol-app-status
            if award-line(1:1) = "A"
                unstring award-line(2:) delimited by "|"
                    into ws-schol-app-status
                end-unstring
                if function trim(ws-schol-app-status) is numeric
                    if function numval(function trim(ws-schol-app-status))
                       > ws-award-next-id
                        move function numval(function trim(ws-schol-app-status))
                            to ws-award-next-id
                    end-if
                end-if
            end-if
        end-perform
        close award-file
    end-if
    add 1 to ws-award-next-id

    string "A" ws-award-next-id delimited by size into aw-id
    move sc-id to aw-schol-id
    move sa-student to aw-student
    move sc-company to aw-company
    move function current-date(1:8) to aw-date
    move current-user to aw-awarded-by

    open extend award-file
    if FILESTAT-AWARD not = "00"
        open output award-file
        close award-file
        open extend award-file
    end-if
    move spaces to award-line
    string function trim(aw-id) "|"
           function trim(aw-schol-id) "|"
           function trim(aw-student) "|"
           function trim(aw-company) "|"
           function trim(aw-amount) "|"
           function trim(aw-date) "|"
           function trim(aw-awarded-by)
           delimited by size into award-line
    end-string
    write award-line
    close award-file
    .

*>>    Contact Support, on every role's menu: lists the caller's own
*>>    tickets and where each stands, then raises a new one in
*>>    support-tickets.dat and alerts the operators. Replies come
*>>    back from the AdminConsole ticket queue as ordinary messages.
contact-support.
    move "--- Contact Support ---" to WS-DISPLAY
    perform say
    move 0 to ws-ticket-mine
    open input support-ticket-file
    if FILESTAT-TICKET = "00"
        perform until 1 = 2
            read support-ticket-file
                at end exit perform
            end-read
            perform parse-support-ticket-line
            if function trim(tk-requester) = function trim(current-user)
                add 1 to ws-ticket-mine
                move spaces to WS-DISPLAY
                if tk-status = "assigned"
                    string function trim(tk-id) " [" function trim(tk-category)
                           "] assigned to " function trim(tk-operator)
                           " - " tk-text(1:60)
                           delimited by size into WS-DISPLAY
                else
                    string function trim(tk-id) " [" function trim(tk-category)
                           "] " function trim(tk-status)
                           " - " tk-text(1:60)
                           delimited by size into WS-DISPLAY
                end-if
                perform say
            end-if
        end-perform
        close support-ticket-file
    end-if
    if ws-ticket-mine = 0
        move "You have no support tickets." to WS-DISPLAY
        perform say
    end-if

    move "Open a new ticket - choose a category:" to WS-DISPLAY
    perform say
    move "1. Account  2. Applications  3. Job Postings  4. Messages  5. Other  0. Back" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move 0 to ws-ticket-choice
    if function trim(temp-input) is numeric
        move function numval(function trim(temp-input))
            to ws-ticket-choice
    end-if
    move spaces to support-ticket-data
    evaluate ws-ticket-choice
        when 0
            exit paragraph
        when 1
            move "account" to tk-category
        when 2
            move "applications" to tk-category
        when 3
            move "postings" to tk-category
        when 4
            move "messages" to tk-category
        when 5
            move "other" to tk-category
        when other
            move "Please enter 0 through 5." to WS-DISPLAY
            perform say
            exit paragraph
    end-evaluate

    move "Describe the problem (max 400 chars):" to WS-DISPLAY
    perform say
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move function trim(temp-input) to tk-text
    inspect tk-text replacing all "|" by "/"
    if tk-text = spaces
        move "A description is required." to WS-DISPLAY
        perform say
        exit paragraph
    end-if

    perform assign-next-ticket-id
    move current-user to tk-requester
    move function current-date(1:14) to tk-opened
    move "open" to tk-status

    open extend support-ticket-file
    if FILESTAT-TICKET not = "00"
        open output support-ticket-file
        close support-ticket-file
        open extend support-ticket-file
    end-if
    move spaces to support-ticket-line
    string function trim(tk-id) "|"
           function trim(tk-requester) "|"
           function trim(tk-category) "|"
           function trim(tk-text) "|"
           tk-opened "|"
           function trim(tk-status) "||"
           delimited by size into support-ticket-line
    end-string
    write support-ticket-line
    close support-ticket-file

    move "operator" to notif-recipient
    move "support-ticket" to notif-event
    move spaces to notif-detail
    string function trim(tk-id) " " function trim(tk-category)
           " ticket from " function trim(current-user)
           delimited by size into notif-detail
    perform write-notification

    move spaces to WS-DISPLAY
    string "Ticket " function trim(tk-id)
           " opened. Support will reply in your messages."
           delimited by size into WS-DISPLAY
    perform say
    .

parse-support-ticket-line.
    move spaces to support-ticket-data
    unstring support-ticket-line delimited by "|"
        into tk-id tk-requester tk-category tk-text
             tk-opened tk-status tk-operator tk-closed
    end-unstring
    .

*>>    Next "T" id past the highest suffix on file.
assign-next-ticket-id.
    move 0 to ws-ticket-next-id
    open input support-ticket-file
    if FILESTAT-TICKET = "00"
        perform until 1 = 2
            read support-ticket-file
                at end exit perform
            end-read
            move spaces to ws-ticket-suffix
            if support-ticket-line(1:1) = "T"
                unstring support-ticket-line(2:) delimited by "|"
                    into ws-ticket-suffix
                end-unstring
                if function trim(ws-ticket-suffix) is numeric
                    if function numval(function trim(ws-ticket-suffix))
                       > ws-ticket-next-id
                        move function numval(function trim(ws-ticket-suffix))
                            to ws-ticket-next-id
                    end-if
                end-if
            end-if
        end-perform
        close support-ticket-file
    end-if
    add 1 to ws-ticket-next-id
    move spaces to tk-id
    string "T" ws-ticket-next-id delimited by size into tk-id
    .

*>>    Voluntary Self-Identification: an optional equal-opportunity
*>>    form on which every question can be declined. Answers go only
*>>    to eeo-selfid.dat - never to the profile, search results, the
*>>    applicant lists, employer exports or resume books - and leave
*>>    it only as EEOApplicantPoolReport's suppressed counts.
eeo-self-identification.
    move "--- Voluntary Self-Identification ---" to WS-DISPLAY
    perform say
    move "This form is optional. Answering, declining or skipping it has no effect" to WS-DISPLAY
    perform say
    move "on your applications. Employers never see your answers; they are only" to WS-DISPLAY
    perform say
    move "counted in totals too large to identify anyone." to WS-DISPLAY
    perform say

    move current-user to ws-eeo-target
    perform load-eeo-selfid-row
    if ws-eeo-found = "y"
        move spaces to WS-DISPLAY
        string "Your answers (" eeo-updated "): gender "
               function trim(eeo-gender) ", ethnicity "
               function trim(eeo-ethnicity) ", veteran "
               function trim(eeo-veteran) ", disability "
               function trim(eeo-disability)
               delimited by size into WS-DISPLAY
        perform say
    else
        move "You have not answered this form." to WS-DISPLAY
        perform say
    end-if

    move "1. Answer or update  2. Remove my answers  0. Back" to WS-DISPLAY
    perform say
    perform read-eeo-choice
    if WS-EOF = "Y"
        exit paragraph
    end-if
    evaluate ws-eeo-choice
        when 1
            perform eeo-answer-questions
        when 2
            if ws-eeo-found = "y"
                perform remove-eeo-selfid-row
                move "Your answers have been removed." to WS-DISPLAY
            else
                move "There is nothing to remove." to WS-DISPLAY
            end-if
            perform say
        when other
            continue
    end-evaluate
    .

*>>    The four questions; a blank, zero or unrecognised entry is
*>>    recorded as "declined", never as a guess.
eeo-answer-questions.
    move spaces to eeo-selfid-data
    move current-user to eeo-user

    move "Gender: 1. Female  2. Male  3. Non-binary  4. Another identity  0. Decline to answer" to WS-DISPLAY
    perform say
    perform read-eeo-choice
    if WS-EOF = "Y"
        exit paragraph
    end-if
    evaluate ws-eeo-choice
        when 1
            move "female" to eeo-gender
        when 2
            move "male" to eeo-gender
        when 3
            move "nonbinary" to eeo-gender
        when 4
            move "another" to eeo-gender
        when other
            move "declined" to eeo-gender
    end-evaluate

    move "Ethnicity: 1. Hispanic or Latino  2. White  3. Black or African American  4. Asian" to WS-DISPLAY
    perform say
    move "  5. American Indian or Alaska Native  6. Native Hawaiian or Pacific Islander" to WS-DISPLAY
    perform say
    move "  7. Two or more  0. Decline to answer" to WS-DISPLAY
    perform say
    perform read-eeo-choice
    if WS-EOF = "Y"
        exit paragraph
    end-if
    evaluate ws-eeo-choice
        when 1
            move "hispanic" to eeo-ethnicity
        when 2
            move "white" to eeo-ethnicity
        when 3
            move "black" to eeo-ethnicity
        when 4
            move "asian" to eeo-ethnicity
        when 5
            move "native-american" to eeo-ethnicity
        when 6
            move "pacific-islander" to eeo-ethnicity
        when 7
            move "two-or-more" to eeo-ethnicity
        when other
            move "declined" to eeo-ethnicity
    end-evaluate

    move "Veteran status: 1. Protected veteran  2. Not a protected veteran  0. Decline to answer" to WS-DISPLAY
    perform say
    perform read-eeo-choice
    if WS-EOF = "Y"
        exit paragraph
    end-if
    evaluate ws-eeo-choice
        when 1
            move "protected" to eeo-veteran
        when 2
            move "not-veteran" to eeo-veteran
        when other
            move "declined" to eeo-veteran
    end-evaluate

    move "Disability: 1. Yes  2. No  0. Decline to answer" to WS-DISPLAY
    perform say
    perform read-eeo-choice
    if WS-EOF = "Y"
        exit paragraph
    end-if
    evaluate ws-eeo-choice
        when 1
            move "yes" to eeo-disability
        when 2
            move "no" to eeo-disability
        when other
            move "declined" to eeo-disability
    end-evaluate

    move function current-date(1:8) to eeo-updated
    move spaces to ws-eeo-new-row
    string function trim(eeo-user) "|"
           function trim(eeo-gender) "|"
           function trim(eeo-ethnicity) "|"
           function trim(eeo-veteran) "|"
           function trim(eeo-disability) "|"
           eeo-updated
           delimited by size into ws-eeo-new-row
    end-string
    move current-user to ws-eeo-target
    perform rewrite-eeo-selfid-file
    if ws-swap-ok = "y"
        move "Thank you - your answers have been saved." to WS-DISPLAY
        perform say
    end-if
    .

read-eeo-choice.
    read InpFile into temp-input
        at end move "Y" to WS-EOF exit paragraph
    end-read
    add 1 to ws-line-count
    move 0 to ws-eeo-choice
    if function trim(temp-input) is numeric
        move function numval(function trim(temp-input))
            to ws-eeo-choice
    end-if
    .

*>>    ws-eeo-target's row into eeo-selfid-data; ws-eeo-found says
*>>    whether there was one.
load-eeo-selfid-row.
    move "n" to ws-eeo-found
    move spaces to eeo-selfid-data
    open input eeo-selfid-file
    if FILESTAT-EEO = "00"
        perform until 1 = 2
            read eeo-selfid-file
                at end exit perform
            end-read
            move spaces to eeo-selfid-data
            unstring eeo-selfid-line delimited by "|"
                into eeo-user eeo-gender eeo-ethnicity eeo-veteran
                     eeo-disability eeo-updated
            end-unstring
            if function trim(eeo-user) = function trim(ws-eeo-target)
                move "y" to ws-eeo-found
                exit perform
            end-if
        end-perform
        close eeo-selfid-file
    end-if
    if ws-eeo-found not = "y"
        move spaces to eeo-selfid-data
    end-if
    .

*>>    Drops ws-eeo-target's answers. Deactivation calls this too, so
*>>    the answers leave with the account rather than waiting for the
*>>    anonymization run.
remove-eeo-selfid-row.
    perform load-eeo-selfid-row
    if ws-eeo-found = "y"
        move spaces to ws-eeo-new-row
        perform rewrite-eeo-selfid-file
    end-if
    .

*>>    Copies eeo-selfid.dat without ws-eeo-target's row, appends
*>>    ws-eeo-new-row when one is given, and swaps the copy in.
rewrite-eeo-selfid-file.
    move "n" to ws-swap-ok
    move "eeo-selfid.dat.new" to WS-TEMP-REWRITE-NAME
    move "eeo-selfid.dat" to WS-SWAP-TARGET-NAME
    move 0 to ws-swap-written
    open output temp-rewrite-file
    if FILESTAT-TMPRW not = "00"
        move "eeo-selfid temp open" to ws-error-context
        move FILESTAT-TMPRW to ws-error-status
        perform log-error
        exit paragraph
    end-if
    open input eeo-selfid-file
    if FILESTAT-EEO = "00"
        perform until 1 = 2
            read eeo-selfid-file
                at end exit perform
            end-read
            move spaces to eeo-user
            unstring eeo-selfid-line delimited by "|" into eeo-user
            end-unstring
            if function trim(eeo-user) not = function trim(ws-eeo-target)
                move eeo-selfid-line to temp-rewrite-line
                write temp-rewrite-line
                add 1 to ws-swap-written
            end-if
        end-perform
        close eeo-selfid-file
    end-if
    if ws-eeo-new-row not = spaces
        move ws-eeo-new-row to temp-rewrite-line
        write temp-rewrite-line
        add 1 to ws-swap-written
    end-if
    close temp-rewrite-file
    perform verify-and-swap-rewrite
    .

*>>    Loads career-fairs.dat into FAIRS-TABLE (operator-maintained
