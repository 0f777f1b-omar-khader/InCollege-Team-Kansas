      *>>    Masked copy of the live data files for the training
      *>>    environment: every shared .dat file the application
      *>>    reads is written again under training/, with each real
      *>>    person replaced by the same stand-in everywhere they
      *>>    appear. Accounts are numbered in users.dat key order and
      *>>    become "trn<nnnnn>" with a made-up first and last name
      *>>    and a trn<nnnnn>@example.edu address; that token follows
      *>>    the person into connections, messages, applications,
      *>>    cover letters, profile revisions and every delimited
      *>>    file that names a user (MASK-FILE-TABLE below says which
      *>>    fields). Free text a person wrote - message bodies,
      *>>    advising and recruiter notes, cover letters, application
      *>>    answers, reviews, tickets, posting questions and
      *>>    answers, evaluation comments, practice-interview
      *>>    feedback, agreement objectives, waiver reasons - becomes
      *>>    one line of filler, and every password
      *>>    (users.dat, password-history.dat, operators.dat) is the
      *>>    one training password below, so trainers can log in as
      *>>    anyone.
      *>>
      *>>    Users on legal-hold.dat are left out entirely: their
      *>>    account and profile, every row that names them, and the
      *>>    postings they own along with the applications, cover
      *>>    letters and job references made against those postings.
      *>>    Names that are not accounts (operators, "system")
      *>>    pass through unchanged. Reference and settings files
      *>>    (COPY-FILE-TABLE), layout-versions.dat included, are
      *>>    copied as they are, so the training copy carries the
      *>>    same layout stamps as the files it was cut from.
      *>>    Journals, logs, recycle bins, the search index,
      *>>    incremental mirrors and pending approvals are not
      *>>    carried over - the training programs rebuild or start
      *>>    them fresh. Nor is eeo-selfid.dat: self-identification
      *>>    answers are only ever reported in aggregate, and a
      *>>    masked username would still tie them to one person.
      *>>
      *>>    training/ is recreated empty on every run. What was
      *>>    written and dropped, file by file, is listed in
      *>>    Training-Extract-Report.txt.
       identification division.
       program-id. TrainingDataExtract.

       environment division.
       input-output section.
       file-control.
      *>>    Layout-version sidecar shared with InCollege.cob: this
      *>>    program refuses to run against a file stamped for a
      *>>    newer layout than it was built to parse - unattended
      *>>    batch is exactly where silent misparsing goes unnoticed.
           select layout-version-file assign to "layout-versions.dat"
               organization is line sequential
               file status is FILESTAT-LAYOUT.
           select user-file assign to "users.dat"
               organization is indexed
               access mode is sequential
               record key is fd-user-name
               file status is FILESTAT-USER.
           select profile-file assign to "profiles.dat"
               organization is indexed
               access mode is sequential
               record key is fd-profile-username
               file status is FILESTAT-PROFILE.
           select connection-file assign to "connections.dat"
               organization is indexed
               access mode is sequential
               record key is fd-conn-key
               alternate record key is fd-conn-to-user with duplicates
               file status is FILESTAT-CONN.
           select application-file assign to "applications.dat"
               organization is indexed
               access mode is sequential
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-APP.
           select cover-letter-file assign to "cover-letters.dat"
               organization is indexed
               access mode is sequential
               record key is fd-cover-key
               alternate record key is fd-cover-username with duplicates
               file status is FILESTAT-COVER.
           select message-file assign to "messages.dat"
               organization is indexed
               access mode is sequential
               record key is fd-msg-key
               alternate record key is fd-msg-sender with duplicates
               file status is FILESTAT-MSG.
           select trn-user-file assign to "training/users.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-trn-user-name
               file status is FILESTAT-TUSER.
           select trn-profile-file assign to "training/profiles.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-trn-profile-username
               file status is FILESTAT-TPROFILE.
           select trn-connection-file assign to "training/connections.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-trn-conn-key
               alternate record key is fd-trn-conn-to-user with duplicates
               file status is FILESTAT-TCONN.
           select trn-application-file
               assign to "training/applications.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-trn-app-key
               alternate record key is fd-trn-app-username with duplicates
               file status is FILESTAT-TAPP.
           select trn-cover-letter-file
               assign to "training/cover-letters.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-trn-cover-key
               alternate record key is fd-trn-cover-username
                   with duplicates
               file status is FILESTAT-TCOVER.
           select trn-message-file assign to "training/messages.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-trn-msg-key
               alternate record key is fd-trn-msg-sender with duplicates
               file status is FILESTAT-TMSG.
      *>>    Every line-sequential file, live side and training side.
           select source-file assign to WS-SOURCE-NAME
               organization is line sequential
               file status is FILESTAT-SRC.
           select target-file assign to WS-TARGET-NAME
               organization is line sequential
               file status is FILESTAT-TGT.
           select legal-hold-file assign to "legal-hold.dat"
               organization is line sequential
               file status is FILESTAT-HOLD.
      *>>    Cross-program writers' lock shared with every data-writing
      *>>    program - held so the extract is cut from one consistent
      *>>    set of files.
           select lock-file assign to "incollege-data.lock"
               organization is line sequential
               file status is FILESTAT-LOCK.
           select report-file assign to "Training-Extract-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.

       data division.
       file section.
       fd  user-file.
       01  user-record.
           05  fd-user-name          pic x(32).
           05  fd-user-data          pic x(200).

       fd  profile-file.
       01  profile-record.
           05  fd-profile-username   pic x(32).
           05  fd-profile-data       pic x(5968).

       fd  connection-file.
       01  connection-record.
           05  fd-conn-key.
               10  fd-conn-from-user     pic x(32).
               10  fd-conn-to-user       pic x(32).
           05  fd-conn-status            pic x(10).
           05  fd-conn-sent-date         pic x(20).
           05  fd-conn-decided-date      pic x(20).

       fd  application-file.
       01  application-record.
           05  fd-app-key.
               10  fd-app-job-id     pic x(10).
               10  fd-app-username   pic x(32).
           05  fd-app-data           pic x(1000).

       fd  cover-letter-file.
       01  cover-letter-record.
           05  fd-cover-key.
               10  fd-cover-job-id   pic x(10).
               10  fd-cover-username pic x(32).
           05  fd-cover-date         pic x(8).
           05  fd-cover-line-count   pic 9(02).
           05  fd-cover-lines        occurs 10 times pic x(100).

       fd  message-file.
       01  message-record.
           05  fd-msg-key.
               10  fd-msg-recipient  pic x(32).
               10  fd-msg-timestamp  pic x(20).
               10  fd-msg-sender     pic x(32).
           05  fd-msg-line           pic x(600).

       fd  trn-user-file.
       01  trn-user-record.
           05  fd-trn-user-name      pic x(32).
           05  fd-trn-user-data      pic x(200).

       fd  trn-profile-file.
       01  trn-profile-record.
           05  fd-trn-profile-username   pic x(32).
           05  fd-trn-profile-data       pic x(5968).

       fd  trn-connection-file.
       01  trn-connection-record.
           05  fd-trn-conn-key.
               10  fd-trn-conn-from-user     pic x(32).
               10  fd-trn-conn-to-user       pic x(32).
           05  fd-trn-conn-status            pic x(10).
           05  fd-trn-conn-sent-date         pic x(20).
           05  fd-trn-conn-decided-date      pic x(20).

       fd  trn-application-file.
       01  trn-application-record.
           05  fd-trn-app-key.
               10  fd-trn-app-job-id     pic x(10).
               10  fd-trn-app-username   pic x(32).
           05  fd-trn-app-data           pic x(1000).

       fd  trn-cover-letter-file.
       01  trn-cover-letter-record.
           05  fd-trn-cover-key.
               10  fd-trn-cover-job-id   pic x(10).
               10  fd-trn-cover-username pic x(32).
           05  fd-trn-cover-date         pic x(8).
           05  fd-trn-cover-line-count   pic 9(02).
           05  fd-trn-cover-lines        occurs 10 times pic x(100).

       fd  trn-message-file.
       01  trn-message-record.
           05  fd-trn-msg-key.
               10  fd-trn-msg-recipient  pic x(32).
               10  fd-trn-msg-timestamp  pic x(20).
               10  fd-trn-msg-sender     pic x(32).
           05  fd-trn-msg-line           pic x(600).

       fd  source-file.
       01  source-line               pic x(6200).

       fd  target-file.
       01  target-line               pic x(6200).

       fd  legal-hold-file.
       01  legal-hold-line           pic x(150).

       fd  lock-file.
       01  lock-line                 pic x(60).

       fd  report-file.
       01  report-line               pic x(200).

       fd  layout-version-file.
       01  layout-version-line       pic x(40).

       working-storage section.
      *>>    The row layouts this build parses, checked against
      *>>    layout-versions.dat before anything is read.
       01  FILESTAT-LAYOUT           pic xx.
       01  LAYOUT-REGISTRY.
           05  filler.
               10  filler            pic x(20) value "users.dat".
               10  filler            pic 9(02) value 03.
           05  filler.
               10  filler            pic x(20) value "profiles.dat".
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
           05  filler.
               10  filler            pic x(20) value "groups.dat".
               10  filler            pic 9(02) value 02.
           05  filler.
               10  filler            pic x(20) value "offers.dat".
               10  filler            pic 9(02) value 01.
       01  LAYOUT-TABLE redefines LAYOUT-REGISTRY.
           05  LAYOUT-ENTRY          occurs 8 times.
               10  ly-file           pic x(20).
               10  ly-version        pic 9(02).
       01  LY-PARSE-1                pic x(20).
       01  LY-PARSE-2                pic x(10).
       01  ws-layout-idx             pic 9(02) value 0.
       01  ws-layout-stamped         pic 9(02) value 0.
       01  ws-layout-ok              pic x value "y".

       01  FILESTAT-USER             pic xx.
       01  FILESTAT-PROFILE          pic xx.
       01  FILESTAT-CONN             pic xx.
       01  FILESTAT-APP              pic xx.
       01  FILESTAT-COVER            pic xx.
       01  FILESTAT-MSG              pic xx.
       01  FILESTAT-TUSER            pic xx.
       01  FILESTAT-TPROFILE         pic xx.
       01  FILESTAT-TCONN            pic xx.
       01  FILESTAT-TAPP             pic xx.
       01  FILESTAT-TCOVER           pic xx.
       01  FILESTAT-TMSG             pic xx.
       01  FILESTAT-SRC              pic xx.
       01  FILESTAT-TGT              pic xx.
       01  FILESTAT-HOLD             pic xx.
       01  FILESTAT-RPT              pic xx.
       01  WS-SOURCE-NAME            pic x(60).
       01  WS-TARGET-NAME            pic x(60).

       01  FILESTAT-LOCK             pic xx.
       01  WS-LOCK-OWNER             pic x(30) value "TrainingExtract".
       01  WS-LOCK-STALE-MINUTES     pic 9(04) value 30.
       01  ws-lock-acquired          pic x value "n".
       01  ws-lock-holder            pic x(30).
       01  ws-lock-stamp             pic x(14).
       01  ws-lock-age-minutes       pic s9(09) value 0.
       01  ws-lock-then-min          pic 9(09) value 0.
       01  ws-lock-now-min           pic 9(09) value 0.

       01  WS-DISPLAY                pic x(200).
       01  ws-dir-command            pic x(100).

      *>>    The one password every training login uses, and the
      *>>    filler every piece of personal free text becomes.
       01  WS-TRAINING-PASSWORD      pic x(20) value "Training#1".
       01  WS-FILLER-TEXT            pic x(40)
               value "Sample text for training use.".

      *>>    The same salt and folding as InCollege.cob's
      *>>    transform-password.
       01  WS-HASH-SALT              pic x(16) value "InCollege#Salt42".
       01  ws-candidate-pass         pic x(64).
       01  ws-hash-input             pic x(96).
       01  ws-hash-acc               pic 9(18) value 0.
       01  ws-hash-digits            pic 9(15) value 0.
       01  ws-hash-len               pic 9(03) value 0.
       01  ws-hash-i                 pic 9(03) value 0.
       01  ws-hashed-pass            pic x(17).

      *>>    Stand-in names, picked by token number so a person gets
      *>>    the same one in every file.
       01  FIRST-NAMES-TABLE.
           05  filler pic x(12) value "Avery".
           05  filler pic x(12) value "Blake".
           05  filler pic x(12) value "Casey".
           05  filler pic x(12) value "Dana".
           05  filler pic x(12) value "Elliot".
           05  filler pic x(12) value "Finley".
           05  filler pic x(12) value "Gray".
           05  filler pic x(12) value "Harper".
           05  filler pic x(12) value "Indigo".
           05  filler pic x(12) value "Jordan".
           05  filler pic x(12) value "Kendall".
           05  filler pic x(12) value "Logan".
           05  filler pic x(12) value "Morgan".
           05  filler pic x(12) value "Noel".
           05  filler pic x(12) value "Oakley".
           05  filler pic x(12) value "Parker".
           05  filler pic x(12) value "Quinn".
           05  filler pic x(12) value "Riley".
           05  filler pic x(12) value "Sawyer".
           05  filler pic x(12) value "Taylor".
       01  FIRST-NAMES-REDEF redefines FIRST-NAMES-TABLE.
           05  first-name-entry      occurs 20 times pic x(12).
       01  LAST-NAMES-TABLE.
           05  filler pic x(12) value "Adler".
           05  filler pic x(12) value "Brooks".
           05  filler pic x(12) value "Carter".
           05  filler pic x(12) value "Dalton".
           05  filler pic x(12) value "Ellis".
           05  filler pic x(12) value "Fleming".
           05  filler pic x(12) value "Garner".
           05  filler pic x(12) value "Hale".
           05  filler pic x(12) value "Irwin".
           05  filler pic x(12) value "Jensen".
           05  filler pic x(12) value "Keller".
           05  filler pic x(12) value "Lowell".
           05  filler pic x(12) value "Mercer".
           05  filler pic x(12) value "Nolan".
           05  filler pic x(12) value "Osborne".
           05  filler pic x(12) value "Preston".
           05  filler pic x(12) value "Quincy".
           05  filler pic x(12) value "Ramsey".
           05  filler pic x(12) value "Sutton".
           05  filler pic x(12) value "Turner".
       01  LAST-NAMES-REDEF redefines LAST-NAMES-TABLE.
           05  last-name-entry       occurs 20 times pic x(12).

      *>>    The delimited files that name a person, with a field
      *>>    map: one letter per field, in order -
      *>>        U  username, replaced by its token
      *>>        L  space-separated list of usernames
      *>>        R  "@"-joined reference whose parts may be usernames
      *>>           (moderation-queue.dat, shortlist-state.dat)
      *>>        T  personal free text, replaced by the filler line
      *>>        X  cleared (picture paths)
      *>>        P  password hash, replaced by the training one
      *>>        J  job-id - the row goes when its posting did
      *>>        .  carried as it is
      *>>    A row naming a user on legal hold in a U, L or R field
      *>>    is dropped.
       01  MASK-FILE-TABLE.
           05  filler.
               10  filler            pic x(30) value "skills-progress.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U".
           05  filler.
               10  filler            pic x(30) value "pictures-index.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "UX".
           05  filler.
               10  filler            pic x(30) value "blocked-users.dat".
               10  filler            pic x(01) value ",".
               10  filler            pic x(20) value "UU".
           05  filler.
               10  filler            pic x(30) value "profile-views.dat".
               10  filler            pic x(01) value ",".
               10  filler            pic x(20) value "UU".
           05  filler.
               10  filler            pic x(30) value "preferences.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U".
           05  filler.
               10  filler            pic x(30) value "endorsements.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "UU".
           05  filler.
               10  filler            pic x(30) value "saved-jobs.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U...J".
           05  filler.
               10  filler            pic x(30) value "company-followers.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value ".U".
           05  filler.
               10  filler            pic x(30) value "mentorships.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "UU".
           05  filler.
               10  filler            pic x(30) value "mentorship-meetings.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "UU.T".
           05  filler.
               10  filler            pic x(30) value "event-rsvps.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value ".U".
           05  filler.
               10  filler            pic x(30) value "event-waitlist.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value ".U".
           05  filler.
               10  filler            pic x(30) value "event-survey-responses.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value ".U.T".
           05  filler.
               10  filler            pic x(30) value "groups.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "...U".
           05  filler.
               10  filler            pic x(30) value "group-members.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value ".U".
           05  filler.
               10  filler            pic x(30) value "group-posts.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value ".U.T".
           05  filler.
               10  filler            pic x(30) value "interview-slots.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U......J".
           05  filler.
               10  filler            pic x(30) value "interview-scorecards.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U......T".
           05  filler.
               10  filler            pic x(30) value "placements.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U".
           05  filler.
               10  filler            pic x(30) value "placement-hours.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U...T.U".
           05  filler.
               10  filler            pic x(30) value "job-alerts.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U".
           05  filler.
               10  filler            pic x(30) value "job-views.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "UJ".
           05  filler.
               10  filler            pic x(30) value "featured-postings.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "J....U".
           05  filler.
               10  filler            pic x(30) value "send-counters.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U".
           05  filler.
               10  filler            pic x(30) value "announcement-acks.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U".
           05  filler.
               10  filler            pic x(30) value "login-history.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U".
           05  filler.
               10  filler            pic x(30) value "sessions-history.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "....L".
           05  filler.
               10  filler            pic x(30) value "notifications.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U.T".
           05  filler.
               10  filler            pic x(30) value "caseloads.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "UU".
           05  filler.
               10  filler            pic x(30) value "advising-notes.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "UU.T".
           05  filler.
               10  filler            pic x(30) value "advising-slots.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U.U".
           05  filler.
               10  filler            pic x(30) value "accommodations.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U.....T..U".
           05  filler.
               10  filler            pic x(30) value "applicant-notes.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value ".U.U..T".
           05  filler.
               10  filler            pic x(30) value "connection-notes.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "UU.T".
           05  filler.
               10  filler            pic x(30) value "references.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "UU...T".
           05  filler.
               10  filler            pic x(30) value "referrals.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "UU".
           05  filler.
               10  filler            pic x(30) value "introductions.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value ".UUUT...T".
           05  filler.
               10  filler            pic x(30) value "scheduled-messages.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value ".UUT".
           05  filler.
               10  filler            pic x(30) value "talent-pools.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "..UU.T".
           05  filler.
               10  filler            pic x(30) value "company-reviews.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value ".U.T".
           05  filler.
               10  filler            pic x(30) value "security-audit.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value ".U.UT".
           05  filler.
               10  filler            pic x(30) value "moderation-queue.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U.RT".
           05  filler.
               10  filler            pic x(30) value "offers.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U...U....T".
           05  filler.
               10  filler            pic x(30) value "offer-events.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "..U...UT".
           05  filler.
               10  filler            pic x(30) value "scholarships.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "............U".
           05  filler.
               10  filler            pic x(30) value "scholarship-applications.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value ".U..TU".
           05  filler.
               10  filler            pic x(30) value "awards.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "..U...U".
           05  filler.
               10  filler            pic x(30) value "support-tickets.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value ".U.T".
           05  filler.
               10  filler            pic x(30) value "fair-booths.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "...U".
           05  filler.
               10  filler            pic x(30) value "fair-queue.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "..U".
           05  filler.
               10  filler            pic x(30) value "applicant-export-companies.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "..U".
           05  filler.
               10  filler            pic x(30) value "applicant-export-state.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value ".JU".
           05  filler.
               10  filler            pic x(30) value "shortlist-state.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "R".
           05  filler.
               10  filler            pic x(30) value "application-status-history.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U".
           05  filler.
               10  filler            pic x(30) value "certifications.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U".
           05  filler.
               10  filler            pic x(30) value "verified-transcripts.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U".
           05  filler.
               10  filler            pic x(30) value "destination-survey.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U".
           05  filler.
               10  filler            pic x(30) value "alumni-status.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U".
           05  filler.
               10  filler            pic x(30) value "consents.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U".
           05  filler.
               10  filler            pic x(30) value "password-history.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "UP".
           05  filler.
               10  filler            pic x(30) value "operators.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value ".P".
           05  filler.
               10  filler            pic x(30) value "learning-agreements.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "UU....T...U..T".
           05  filler.
               10  filler            pic x(30) value "placement-evaluations.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U...U....T".
           05  filler.
               10  filler            pic x(30) value "job-questions.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value ".JUT..TU".
           05  filler.
               10  filler            pic x(30) value "company-team.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value ".U.U".
           05  filler.
               10  filler            pic x(30) value "mock-interviews.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "UU......TT".
           05  filler.
               10  filler            pic x(30) value "readiness-waivers.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U.U.T".
           05  filler.
               10  filler            pic x(30) value "readiness-blocks.dat".
               10  filler            pic x(01) value "|".
               10  filler            pic x(20) value "U..J".
       01  MASK-FILE-REDEF redefines MASK-FILE-TABLE.
           05  MASK-FILE-ENTRY       occurs 68 times.
               10  mf-name           pic x(30).
               10  mf-delim          pic x(01).
               10  mf-map            pic x(20).
       01  WS-MASK-FILE-COUNT        pic 9(02) value 68.

      *>>    Reference and settings files carried over unchanged.
       01  COPY-FILE-TABLE.
           05  filler pic x(30) value "academic-calendar.dat".
           05  filler pic x(30) value "anonymize-grace-days.dat".
           05  filler pic x(30) value "archive-retention.dat".
           05  filler pic x(30) value "announcements.dat".
           05  filler pic x(30) value "banned-passwords.dat".
           05  filler pic x(30) value "campuses.dat".
           05  filler pic x(30) value "career-fairs.dat".
           05  filler pic x(30) value "career-feed-categories.dat".
           05  filler pic x(30) value "caseload-rules.dat".
           05  filler pic x(30) value "census-history.dat".
           05  filler pic x(30) value "companies.dat".
           05  filler pic x(30) value "company-credits.dat".
           05  filler pic x(30) value "connection-expiry-days.dat".
           05  filler pic x(30) value "control-totals-tolerance.dat".
           05  filler pic x(30) value "early-alert-threshold.dat".
           05  filler pic x(30) value "eeo-min-cell.dat".
           05  filler pic x(30) value "evaluation-competencies.dat".
           05  filler pic x(30) value "events.dat".
           05  filler pic x(30) value "group-dormancy-notices.dat".
           05  filler pic x(30) value "inactive-days.dat".
           05  filler pic x(30) value "job-categories.dat".
           05  filler pic x(30) value "job-expiry-days.dat".
           05  filler pic x(30) value "layout-versions.dat".
           05  filler pic x(30) value "linked-accounts-settings.dat".
           05  filler pic x(30) value "majors.dat".
           05  filler pic x(30) value "major-aliases.dat".
           05  filler pic x(30) value "message-templates.dat".
           05  filler pic x(30) value "offer-policy.dat".
           05  filler pic x(30) value "policy-versions.dat".
           05  filler pic x(30) value "posting-credit-ledger.dat".
           05  filler pic x(30) value "posting-screening-terms.dat".
           05  filler pic x(30) value "profile-revision-limit.dat".
           05  filler pic x(30) value "rate-limits.dat".
           05  filler pic x(30) value "readiness-rules.dat".
           05  filler pic x(30) value "skill-lessons.dat".
           05  filler pic x(30) value "skills.dat".
           05  filler pic x(30) value "spam-patterns.dat".
           05  filler pic x(30) value "spam-scan-settings.dat".
           05  filler pic x(30) value "stale-days.dat".
           05  filler pic x(30) value "universities.dat".
       01  COPY-FILE-REDEF redefines COPY-FILE-TABLE.
           05  copy-file-name        occurs 40 times pic x(30).
       01  WS-COPY-FILE-COUNT        pic 9(02) value 40.

      *>>    Every account in users.dat key order. A user on legal
      *>>    hold keeps a slot, so lookups still find them, but gets
      *>>    no token.
       01  USER-MAP-TABLE.
           05  USER-MAP-ENTRY        occurs 5000 times.
               10  um-name           pic x(32).
               10  um-held           pic x.
               10  um-token-num      pic 9(05).
       01  USER-MAP-COUNT            pic 9(05) value 0.
       01  ws-map-overflow           pic x value "n".

       01  HOLD-TABLE.
           05  HOLD-ENTRY            occurs 200 times pic x(32).
       01  HOLD-COUNT                pic 9(03) value 0.

      *>>    job-ids of postings left out with their poster.
       01  DROPPED-JOB-TABLE.
           05  DROPPED-JOB-ENTRY     occurs 1000 times pic x(10).
       01  DROPPED-JOB-COUNT         pic 9(04) value 0.

       01  PARSE-FIELD-1             pic x(250).

      *>>    One row through the field map: ws-row-in, ws-row-delim
      *>>    and ws-row-map in; ws-row-out and ws-row-drop out.
      *>>    ws-subject-num is the token number the row is about,
      *>>    for the name (F/N), email (E) and resume-file (M)
      *>>    letters the keyed files use, and A/K reset a login
      *>>    counter or flag to "0"/"N".
       01  ws-row-in                 pic x(6200).
       01  ws-row-out                pic x(6200).
       01  ws-row-delim              pic x(01).
       01  ws-row-map                pic x(80).
       01  ws-row-drop               pic x value "n".
       01  ws-row-len                pic 9(05) value 0.
       01  ws-in-pos                 pic 9(05) value 0.
       01  ws-out-pos                pic 9(05) value 0.
       01  ws-field                  pic x(6200).
       01  ws-field-len              pic 9(05) value 0.
       01  ws-field-num              pic 9(03) value 0.
       01  ws-field-class            pic x(01).
       01  ws-subject-num            pic 9(05) value 0.
       01  ws-want-field             pic 9(03) value 0.
       01  ws-got-field              pic x(250).

       01  ws-part                   pic x(250).
       01  ws-part-len               pic 9(05) value 0.
       01  ws-part-pos               pic 9(05) value 0.
       01  ws-part-sep               pic x(01).
       01  ws-parts-out              pic x(6200).
       01  ws-parts-pos              pic 9(05) value 0.

       01  ws-lookup-name            pic x(32).
       01  ws-map-idx                pic 9(05) value 0.
       01  ws-lo                     pic 9(05) value 0.
       01  ws-hi                     pic 9(05) value 0.
       01  ws-mid                    pic 9(05) value 0.
       01  ws-token                  pic x(32).
       01  ws-token-num              pic 9(05) value 0.
       01  ws-next-token-num         pic 9(05) value 0.
       01  ws-on-hold                pic x value "n".
       01  ws-job-dropped            pic x value "n".
       01  ws-job-id                 pic x(10).

       01  ws-i                      pic 9(04) value 0.
       01  ws-h                      pic 9(03) value 0.
       01  ws-q                      pic 9(03) value 0.
       01  ws-n                      pic 9(03) value 0.
       01  ws-m                      pic 9(03) value 0.
       01  ws-pick                   pic 9(03) value 0.
       01  ws-name-row               pic 9(05) value 0.
       01  ws-file-label             pic x(30).
       01  ws-file-written           pic 9(06) value 0.
       01  ws-file-dropped           pic 9(06) value 0.
       01  ws-total-written          pic 9(07) value 0.
       01  ws-total-dropped          pic 9(07) value 0.
       01  ws-files-done             pic 9(03) value 0.

       procedure division.
       main.
           perform verify-layout-versions
           if ws-layout-ok not = "y"
               display "A data file is stamped for a newer layout"
                   " than this build parses - run refused."
               move 8 to return-code
               stop run
           end-if

           open output report-file
           if FILESTAT-RPT not = "00"
               display "ERROR opening report file"
               move 8 to return-code
               stop run
           end-if

           move "--- Training Data Extract (masked copy under training/) ---"
               to report-line
           write report-line

           perform acquire-data-lock
           if ws-lock-acquired not = "y"
               move "Data lock held - run abandoned." to report-line
               write report-line
               close report-file
               move 8 to return-code
               stop run
           end-if

           perform prepare-training-directory
           if return-code not = 0
               move "training/ could not be recreated - run abandoned."
                   to report-line
               write report-line
               perform release-data-lock
               close report-file
               move 8 to return-code
               stop run
           end-if

           perform load-legal-holds
           perform build-user-map
           if ws-map-overflow = "y"
               move "users.dat holds more than 5000 accounts - run abandoned."
                   to report-line
               write report-line
               perform release-data-lock
               close report-file
               move 8 to return-code
               stop run
           end-if

           move WS-TRAINING-PASSWORD to ws-candidate-pass
           perform transform-password

           perform extract-users
           perform extract-profiles
           perform extract-jobs
           perform extract-connections
           perform extract-applications
           perform extract-cover-letters
           perform extract-messages
           perform extract-profile-revisions
           perform varying ws-i from 1 by 1
                   until ws-i > WS-MASK-FILE-COUNT
               perform extract-delimited-file
           end-perform
           perform varying ws-i from 1 by 1
                   until ws-i > WS-COPY-FILE-COUNT
               perform copy-reference-file
           end-perform

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Files: " ws-files-done
                  "  Rows written: " ws-total-written
                  "  Rows left out: " ws-total-dropped
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Accounts: " ws-next-token-num
                  " as trn00001 upward; on legal hold and left out: "
                  HOLD-COUNT
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Every password in the training copy is "
                  function trim(WS-TRAINING-PASSWORD) "."
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform release-data-lock
           close report-file
           stop run.

      *>>    Same shell technique as InCollege's simulation scratch
      *>>    copy: start from an empty training/ every run, so rows
      *>>    from a previous extract never linger.
       prepare-training-directory.
           move "rm -rf training && mkdir training" to ws-dir-command
           call "SYSTEM" using by content ws-dir-command
           end-call
           .

       load-legal-holds.
           move 0 to HOLD-COUNT
           open input legal-hold-file
           if FILESTAT-HOLD = "00"
               perform until 1 = 2
                   read legal-hold-file into legal-hold-line
                       at end exit perform
                   end-read
                   if HOLD-COUNT < 200
                       add 1 to HOLD-COUNT
                       move spaces to PARSE-FIELD-1
                       unstring legal-hold-line delimited by "|"
                           into PARSE-FIELD-1
                       end-unstring
                       move function trim(PARSE-FIELD-1)
                           to HOLD-ENTRY(HOLD-COUNT)
                   end-if
               end-perform
               close legal-hold-file
           end-if
           .

      *>>    users.dat read in key order gives a sorted table, so
      *>>    every later lookup is a binary search.
       build-user-map.
           move 0 to USER-MAP-COUNT
           move 0 to ws-next-token-num
           open input user-file
           if FILESTAT-USER not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read user-file next record
                   at end exit perform
               end-read
               if FILESTAT-USER not = "00"
                   exit perform
               end-if
               if USER-MAP-COUNT >= 5000
                   move "y" to ws-map-overflow
                   exit perform
               end-if
               add 1 to USER-MAP-COUNT
               move fd-user-name to um-name(USER-MAP-COUNT)
               move "n" to ws-on-hold
               perform varying ws-h from 1 by 1 until ws-h > HOLD-COUNT
                   if function trim(HOLD-ENTRY(ws-h)) =
                      function trim(fd-user-name)
                       move "y" to ws-on-hold
                       exit perform
                   end-if
               end-perform
               move ws-on-hold to um-held(USER-MAP-COUNT)
               if ws-on-hold = "y"
                   move 0 to um-token-num(USER-MAP-COUNT)
               else
                   add 1 to ws-next-token-num
                   move ws-next-token-num
                       to um-token-num(USER-MAP-COUNT)
               end-if
           end-perform
           close user-file
           .

      *>>    ws-lookup-name -> ws-map-idx (0 when it is no account).
       find-mapped-user.
           move 0 to ws-map-idx
           move 1 to ws-lo
           move USER-MAP-COUNT to ws-hi
           perform until ws-lo > ws-hi
               compute ws-mid = (ws-lo + ws-hi) / 2
               if um-name(ws-mid) = ws-lookup-name
                   move ws-mid to ws-map-idx
                   exit perform
               end-if
               if um-name(ws-mid) < ws-lookup-name
                   compute ws-lo = ws-mid + 1
               else
                   if ws-mid = 1
                       exit perform
                   end-if
                   compute ws-hi = ws-mid - 1
               end-if
           end-perform
           .

       build-token.
           move spaces to ws-token
           string "trn" ws-token-num delimited by size into ws-token
           .

      *>>    Runs ws-row-in through ws-row-map field by field. Each
      *>>    field keeps its place and the row keeps its delimiters,
      *>>    trailing one included, so parsers see the same shape.
       mask-row.
           move "n" to ws-row-drop
           move spaces to ws-row-out
           if ws-row-in = spaces
               move "y" to ws-row-drop
               exit paragraph
           end-if
           move function length(function trim(ws-row-in trailing))
               to ws-row-len
           move 1 to ws-in-pos
           move 1 to ws-out-pos
           move 0 to ws-field-num
           perform until ws-in-pos > ws-row-len
                      or ws-row-drop = "y"
               move spaces to ws-field
               move 0 to ws-field-len
               unstring ws-row-in(1:ws-row-len)
                   delimited by ws-row-delim
                   into ws-field count in ws-field-len
                   with pointer ws-in-pos
               end-unstring
               add 1 to ws-field-num
               if ws-field-num <= 80
                   move ws-row-map(ws-field-num:1) to ws-field-class
               else
                   move "." to ws-field-class
               end-if
               perform mask-one-field
               if ws-field-len > 0
                   string ws-field(1:ws-field-len) delimited by size
                       into ws-row-out with pointer ws-out-pos
                   end-string
               end-if
               if ws-row-in(ws-in-pos - 1:1) = ws-row-delim
                   string ws-row-delim delimited by size
                       into ws-row-out with pointer ws-out-pos
                   end-string
               end-if
           end-perform
           .

       mask-one-field.
           evaluate ws-field-class
               when "U"
                   if ws-field-len > 0
                       move function trim(ws-field(1:ws-field-len))
                           to ws-lookup-name
                       perform find-mapped-user
                       if ws-map-idx > 0
                           if um-held(ws-map-idx) = "y"
                               move "y" to ws-row-drop
                           else
                               move um-token-num(ws-map-idx)
                                   to ws-token-num
                               perform build-token
                               move ws-token to ws-field
                               move 8 to ws-field-len
                           end-if
                       end-if
                   end-if
               when "L"
                   move " " to ws-part-sep
                   perform mask-joined-names
               when "R"
                   move "@" to ws-part-sep
                   perform mask-joined-names
               when "T"
                   if ws-field-len > 0
                       move WS-FILLER-TEXT to ws-field
                       move function length(function trim(WS-FILLER-TEXT))
                           to ws-field-len
                   end-if
               when "X"
                   move 0 to ws-field-len
               when "P"
                   if ws-field-len > 0
                       move ws-hashed-pass to ws-field
                       move 17 to ws-field-len
                   end-if
               when "A"
                   move "0" to ws-field
                   move 1 to ws-field-len
               when "K"
                   move "N" to ws-field
                   move 1 to ws-field-len
               when "J"
                   if ws-field-len > 0
                       move ws-field(1:ws-field-len) to ws-job-id
                       perform check-dropped-job
                       if ws-job-dropped = "y"
                           move "y" to ws-row-drop
                       end-if
                   end-if
               when "F"
                   compute ws-pick =
                       function mod(ws-subject-num - 1, 20) + 1
                   move first-name-entry(ws-pick) to ws-field
                   move function length(function trim(ws-field trailing))
                       to ws-field-len
               when "N"
                   compute ws-name-row = (ws-subject-num - 1) / 20
                   compute ws-pick = function mod(ws-name-row, 20) + 1
                   move last-name-entry(ws-pick) to ws-field
                   move function length(function trim(ws-field trailing))
                       to ws-field-len
               when "E"
                   if ws-field-len > 0
                       move ws-subject-num to ws-token-num
                       perform build-token
                       move spaces to ws-field
                       string function trim(ws-token) "@example.edu"
                           delimited by size into ws-field
                       end-string
                       move 20 to ws-field-len
                   end-if
               when "M"
                   if ws-field-len > 0
                       move ws-subject-num to ws-token-num
                       perform build-token
                       move spaces to ws-field
                       string function trim(ws-token) "-resume.txt"
                           delimited by size into ws-field
                       end-string
                       move 19 to ws-field-len
                   end-if
           end-evaluate
           .

      *>>    L and R fields: each ws-part-sep-separated part that is
      *>>    an account is replaced by its token; a part naming a
      *>>    held user drops the row.
       mask-joined-names.
           if ws-field-len = 0
               exit paragraph
           end-if
           move spaces to ws-parts-out
           move 1 to ws-parts-pos
           move 1 to ws-part-pos
           perform until ws-part-pos > ws-field-len
                      or ws-row-drop = "y"
               move spaces to ws-part
               move 0 to ws-part-len
               unstring ws-field(1:ws-field-len)
                   delimited by ws-part-sep
                   into ws-part count in ws-part-len
                   with pointer ws-part-pos
               end-unstring
               if ws-part-len > 0
                   move ws-part to ws-lookup-name
                   perform find-mapped-user
                   if ws-map-idx > 0
                       if um-held(ws-map-idx) = "y"
                           move "y" to ws-row-drop
                       else
                           move um-token-num(ws-map-idx) to ws-token-num
                           perform build-token
                           move ws-token to ws-part
                           move 8 to ws-part-len
                       end-if
                   end-if
                   string ws-part(1:ws-part-len) delimited by size
                       into ws-parts-out with pointer ws-parts-pos
                   end-string
               end-if
               if ws-field(ws-part-pos - 1:1) = ws-part-sep
                   string ws-part-sep delimited by size
                       into ws-parts-out with pointer ws-parts-pos
                   end-string
               end-if
           end-perform
           move ws-parts-out to ws-field
           compute ws-field-len = ws-parts-pos - 1
           .

       check-dropped-job.
           move "n" to ws-job-dropped
           perform varying ws-h from 1 by 1
                   until ws-h > DROPPED-JOB-COUNT
               if DROPPED-JOB-ENTRY(ws-h) = ws-job-id
                   move "y" to ws-job-dropped
                   exit perform
               end-if
           end-perform
           .

      *>>    Field ws-want-field of ws-row-in (split on ws-row-delim)
      *>>    into ws-got-field.
       find-row-field.
           move spaces to ws-got-field
           move 1 to ws-in-pos
           move 0 to ws-field-num
           perform until ws-field-num >= ws-want-field
                      or ws-in-pos > 6200
               move spaces to ws-got-field
               unstring ws-row-in delimited by ws-row-delim
                   into ws-got-field
                   with pointer ws-in-pos
               end-unstring
               add 1 to ws-field-num
           end-perform
           if ws-field-num < ws-want-field
               move spaces to ws-got-field
           end-if
           .

       write-file-count.
           move spaces to report-line
           string "   " ws-file-label ws-file-written
                  " row(s) written, " ws-file-dropped " left out"
                  delimited by size into report-line
           end-string
           write report-line
           add ws-file-written to ws-total-written
           add ws-file-dropped to ws-total-dropped
           add 1 to ws-files-done
           .

      *>>    users.dat data is pass,attempts,locked,pwdate,email,role,
      *>>    company-id,status,2fa,campus: training password, counter
      *>>    and lock cleared, stand-in email, second factor off.
       extract-users.
           move 0 to ws-file-written
           move 0 to ws-file-dropped
           open input user-file
           if FILESTAT-USER not = "00"
               exit paragraph
           end-if
           open output trn-user-file
           perform until 1 = 2
               read user-file next record
                   at end exit perform
               end-read
               if FILESTAT-USER not = "00"
                   exit perform
               end-if
               move fd-user-name to ws-lookup-name
               perform find-mapped-user
               if ws-map-idx = 0
                   add 1 to ws-file-dropped
               else
                   if um-held(ws-map-idx) = "y"
                       add 1 to ws-file-dropped
                   else
                       move um-token-num(ws-map-idx) to ws-subject-num
                       move fd-user-data to ws-row-in
                       move "," to ws-row-delim
                       move "PAK.E...K." to ws-row-map
                       perform mask-row
                       move ws-subject-num to ws-token-num
                       perform build-token
                       move ws-token to fd-trn-user-name
                       move ws-row-out to fd-trn-user-data
                       write trn-user-record
                           invalid key add 1 to ws-file-dropped
                           not invalid key add 1 to ws-file-written
                       end-write
                   end-if
               end-if
           end-perform
           close user-file
           close trn-user-file
           move "users.dat:" to ws-file-label
           perform write-file-count
           .

      *>>    Stand-in first/last name, aboutme filler, and the
      *>>    picture reference cleared - it sits past the experience
      *>>    (4 fields each) and education (3 each) blocks, the same
      *>>    layout save-profile writes. A profile with no account
      *>>    behind it has no token to carry and is left out.
       extract-profiles.
           move 0 to ws-file-written
           move 0 to ws-file-dropped
           open input profile-file
           if FILESTAT-PROFILE not = "00"
               exit paragraph
           end-if
           open output trn-profile-file
           perform until 1 = 2
               read profile-file next record
                   at end exit perform
               end-read
               if FILESTAT-PROFILE not = "00"
                   exit perform
               end-if
               move fd-profile-username to ws-lookup-name
               perform find-mapped-user
               if ws-map-idx = 0
                   add 1 to ws-file-dropped
               else
                   if um-held(ws-map-idx) = "y"
                       add 1 to ws-file-dropped
                   else
                       move um-token-num(ws-map-idx) to ws-subject-num
                       move fd-profile-data to ws-row-in
                       move "|" to ws-row-delim
                       perform build-profile-map
                       perform mask-row
                       move ws-subject-num to ws-token-num
                       perform build-token
                       move ws-token to fd-trn-profile-username
                       move ws-row-out to fd-trn-profile-data
                       write trn-profile-record
                           invalid key add 1 to ws-file-dropped
                           not invalid key add 1 to ws-file-written
                       end-write
                   end-if
               end-if
           end-perform
           close profile-file
           close trn-profile-file
           move "profiles.dat:" to ws-file-label
           perform write-file-count
           .

       build-profile-map.
           move "FN...T" to ws-row-map
           move 7 to ws-want-field
           perform find-row-field
           move 0 to ws-n
           if function trim(ws-got-field) is numeric
               move function numval(function trim(ws-got-field)) to ws-n
           end-if
           compute ws-want-field = 8 + ws-n * 4
           perform find-row-field
           move 0 to ws-m
           if function trim(ws-got-field) is numeric
               move function numval(function trim(ws-got-field)) to ws-m
           end-if
           compute ws-want-field = 9 + ws-n * 4 + ws-m * 3
           if ws-want-field <= 80
               move "X" to ws-row-map(ws-want-field:1)
           end-if
           .

      *>>    jobs.dat: the poster is field 1. A held poster's
      *>>    postings are left out and their job-ids (18 + question
      *>>    count) remembered, so the rows made against them go too.
       extract-jobs.
           move 0 to ws-file-written
           move 0 to ws-file-dropped
           move 0 to DROPPED-JOB-COUNT
           move "jobs.dat" to WS-SOURCE-NAME
           open input source-file
           if FILESTAT-SRC not = "00"
               exit paragraph
           end-if
           move spaces to WS-TARGET-NAME
           string "training/jobs.dat" delimited by size
               into WS-TARGET-NAME
           end-string
           open output target-file
           perform until 1 = 2
               read source-file
                   at end exit perform
               end-read
               move source-line to ws-row-in
               move "|" to ws-row-delim
               move "U" to ws-row-map
               perform mask-row
               if ws-row-drop = "y"
                   add 1 to ws-file-dropped
                   if ws-row-in not = spaces
                       move 12 to ws-want-field
                       perform find-row-field
                       move 0 to ws-q
                       if function trim(ws-got-field) is numeric
                           move function numval(function trim(ws-got-field))
                               to ws-q
                       end-if
                       if ws-q > 5
                           move 5 to ws-q
                       end-if
                       compute ws-want-field = 18 + ws-q
                       perform find-row-field
                       if ws-got-field not = spaces
                          and DROPPED-JOB-COUNT < 1000
                           add 1 to DROPPED-JOB-COUNT
                           move function trim(ws-got-field)
                               to DROPPED-JOB-ENTRY(DROPPED-JOB-COUNT)
                       end-if
                   end-if
               else
                   move ws-row-out to target-line
                   write target-line
                   add 1 to ws-file-written
               end-if
           end-perform
           close source-file
           close target-file
           move "jobs.dat:" to ws-file-label
           perform write-file-count
           .

       extract-connections.
           move 0 to ws-file-written
           move 0 to ws-file-dropped
           open input connection-file
           if FILESTAT-CONN not = "00"
               exit paragraph
           end-if
           open output trn-connection-file
           perform until 1 = 2
               read connection-file next record
                   at end exit perform
               end-read
               if FILESTAT-CONN not = "00"
                   exit perform
               end-if
               move "n" to ws-row-drop
               move connection-record to trn-connection-record
               move fd-conn-from-user to ws-lookup-name
               perform map-key-name
               move ws-lookup-name to fd-trn-conn-from-user
               move fd-conn-to-user to ws-lookup-name
               perform map-key-name
               move ws-lookup-name to fd-trn-conn-to-user
               if ws-row-drop = "y"
                   add 1 to ws-file-dropped
               else
                   write trn-connection-record
                       invalid key add 1 to ws-file-dropped
                       not invalid key add 1 to ws-file-written
                   end-write
               end-if
           end-perform
           close connection-file
           close trn-connection-file
           move "connections.dat:" to ws-file-label
           perform write-file-count
           .

      *>>    A key half: ws-lookup-name becomes the token (left as
      *>>    it is for a name that is no account); a held user sets
      *>>    ws-row-drop.
       map-key-name.
           perform find-mapped-user
           if ws-map-idx > 0
               if um-held(ws-map-idx) = "y"
                   move "y" to ws-row-drop
               else
                   move um-token-num(ws-map-idx) to ws-token-num
                   perform build-token
                   move ws-token to ws-lookup-name
               end-if
           end-if
           .

      *>>    applications.dat data is title|employer|location|status|
      *>>    resume-file|answer1..5|job-id: the resume file follows
      *>>    the applicant's token, the answers become filler.
       extract-applications.
           move 0 to ws-file-written
           move 0 to ws-file-dropped
           open input application-file
           if FILESTAT-APP not = "00"
               exit paragraph
           end-if
           open output trn-application-file
           perform until 1 = 2
               read application-file next record
                   at end exit perform
               end-read
               if FILESTAT-APP not = "00"
                   exit perform
               end-if
               move fd-app-job-id to ws-job-id
               perform check-dropped-job
               move ws-job-dropped to ws-row-drop
               move 0 to ws-subject-num
               move fd-app-username to ws-lookup-name
               perform map-key-name
               if ws-map-idx > 0
                   move um-token-num(ws-map-idx) to ws-subject-num
               end-if
               if ws-row-drop = "y"
                   add 1 to ws-file-dropped
               else
                   move ws-lookup-name to fd-trn-app-username
                   move fd-app-job-id to fd-trn-app-job-id
                   move fd-app-data to ws-row-in
                   move "|" to ws-row-delim
                   if ws-subject-num > 0
                       move "....MTTTTT" to ws-row-map
                   else
                       move ".....TTTTT" to ws-row-map
                   end-if
                   perform mask-row
                   move ws-row-out to fd-trn-app-data
                   write trn-application-record
                       invalid key add 1 to ws-file-dropped
                       not invalid key add 1 to ws-file-written
                   end-write
               end-if
           end-perform
           close application-file
           close trn-application-file
           move "applications.dat:" to ws-file-label
           perform write-file-count
           .

       extract-cover-letters.
           move 0 to ws-file-written
           move 0 to ws-file-dropped
           open input cover-letter-file
           if FILESTAT-COVER not = "00"
               exit paragraph
           end-if
           open output trn-cover-letter-file
           perform until 1 = 2
               read cover-letter-file next record
                   at end exit perform
               end-read
               if FILESTAT-COVER not = "00"
                   exit perform
               end-if
               move fd-cover-job-id to ws-job-id
               perform check-dropped-job
               move ws-job-dropped to ws-row-drop
               move fd-cover-username to ws-lookup-name
               perform map-key-name
               if ws-row-drop = "y"
                   add 1 to ws-file-dropped
               else
                   move cover-letter-record to trn-cover-letter-record
                   move ws-lookup-name to fd-trn-cover-username
                   perform varying ws-h from 1 by 1 until ws-h > 10
                       if fd-trn-cover-lines(ws-h) not = spaces
                           move WS-FILLER-TEXT
                               to fd-trn-cover-lines(ws-h)
                       end-if
                   end-perform
                   write trn-cover-letter-record
                       invalid key add 1 to ws-file-dropped
                       not invalid key add 1 to ws-file-written
                   end-write
               end-if
           end-perform
           close cover-letter-file
           close trn-cover-letter-file
           move "cover-letters.dat:" to ws-file-label
           perform write-file-count
           .

      *>>    messages.dat rows are sender|recipient|content|timestamp|
      *>>    status|type|job-title|job-employer|thread-ref; the key
      *>>    is re-made from the masked sender and recipient, and a
      *>>    reply's thread-ref (sender@timestamp) follows its
      *>>    sender's token.
       extract-messages.
           move 0 to ws-file-written
           move 0 to ws-file-dropped
           open input message-file
           if FILESTAT-MSG not = "00"
               exit paragraph
           end-if
           open output trn-message-file
           perform until 1 = 2
               read message-file next record
                   at end exit perform
               end-read
               if FILESTAT-MSG not = "00"
                   exit perform
               end-if
               move fd-msg-line to ws-row-in
               move "|" to ws-row-delim
               move "UUT.....R" to ws-row-map
               perform mask-row
               if ws-row-drop not = "y"
                   move fd-msg-recipient to ws-lookup-name
                   perform map-key-name
                   move ws-lookup-name to fd-trn-msg-recipient
                   move fd-msg-sender to ws-lookup-name
                   perform map-key-name
                   move ws-lookup-name to fd-trn-msg-sender
                   move fd-msg-timestamp to fd-trn-msg-timestamp
               end-if
               if ws-row-drop = "y"
                   add 1 to ws-file-dropped
               else
                   move ws-row-out to fd-trn-msg-line
                   write trn-message-record
                       invalid key add 1 to ws-file-dropped
                       not invalid key add 1 to ws-file-written
                   end-write
               end-if
           end-perform
           close message-file
           close trn-message-file
           move "messages.dat:" to ws-file-label
           perform write-file-count
           .

      *>>    profile-revisions.dat rows are username|timestamp|
      *>>    changed-fields|prior-image, the image in the one-line
      *>>    profiles form (its own username first). The image is
      *>>    masked the way profiles.dat is, four fields along, so
      *>>    the Profile History screens have history to show. A
      *>>    row whose owner has no account, or is on legal hold, is
      *>>    left out.
       extract-profile-revisions.
           move 0 to ws-file-written
           move 0 to ws-file-dropped
           move "profile-revisions.dat" to WS-SOURCE-NAME
           open input source-file
           if FILESTAT-SRC not = "00"
               exit paragraph
           end-if
           move spaces to WS-TARGET-NAME
           string "training/profile-revisions.dat" delimited by size
               into WS-TARGET-NAME
           end-string
           open output target-file
           perform until 1 = 2
               read source-file
                   at end exit perform
               end-read
               move source-line to ws-row-in
               move "|" to ws-row-delim
               move 1 to ws-want-field
               perform find-row-field
               move function trim(ws-got-field) to ws-lookup-name
               perform find-mapped-user
               if ws-map-idx = 0
                   add 1 to ws-file-dropped
               else
                   move um-token-num(ws-map-idx) to ws-subject-num
                   perform build-revision-map
                   perform mask-row
                   if ws-row-drop = "y"
                       add 1 to ws-file-dropped
                   else
                       move ws-row-out to target-line
                       write target-line
                       add 1 to ws-file-written
                   end-if
               end-if
           end-perform
           close source-file
           close target-file
           move "profile-revisions.dat:" to ws-file-label
           perform write-file-count
           .

      *>>    build-profile-map's letters behind the row's own
      *>>    username, timestamp, changed-fields and image username.
       build-revision-map.
           move "U..UFN...T" to ws-row-map
           move 11 to ws-want-field
           perform find-row-field
           move 0 to ws-n
           if function trim(ws-got-field) is numeric
               move function numval(function trim(ws-got-field)) to ws-n
           end-if
           compute ws-want-field = 12 + ws-n * 4
           perform find-row-field
           move 0 to ws-m
           if function trim(ws-got-field) is numeric
               move function numval(function trim(ws-got-field)) to ws-m
           end-if
           compute ws-want-field = 13 + ws-n * 4 + ws-m * 3
           if ws-want-field <= 80
               move "X" to ws-row-map(ws-want-field:1)
           end-if
           .

      *>>    One MASK-FILE-TABLE entry (ws-i). A file that is not
      *>>    there is simply not carried over.
       extract-delimited-file.
           move 0 to ws-file-written
           move 0 to ws-file-dropped
           move mf-name(ws-i) to WS-SOURCE-NAME
           open input source-file
           if FILESTAT-SRC not = "00"
               exit paragraph
           end-if
           move spaces to WS-TARGET-NAME
           string "training/" function trim(mf-name(ws-i))
               delimited by size into WS-TARGET-NAME
           end-string
           open output target-file
           perform until 1 = 2
               read source-file
                   at end exit perform
               end-read
               move source-line to ws-row-in
               move mf-delim(ws-i) to ws-row-delim
               move mf-map(ws-i) to ws-row-map
               move 0 to ws-subject-num
               perform mask-row
               if ws-row-drop = "y"
                   add 1 to ws-file-dropped
               else
                   move ws-row-out to target-line
                   write target-line
                   add 1 to ws-file-written
               end-if
           end-perform
           close source-file
           close target-file
           move spaces to ws-file-label
           string function trim(mf-name(ws-i)) ":"
               delimited by size into ws-file-label
           end-string
           perform write-file-count
           .

       copy-reference-file.
           move 0 to ws-file-written
           move 0 to ws-file-dropped
           move copy-file-name(ws-i) to WS-SOURCE-NAME
           open input source-file
           if FILESTAT-SRC not = "00"
               exit paragraph
           end-if
           move spaces to WS-TARGET-NAME
           string "training/" function trim(copy-file-name(ws-i))
               delimited by size into WS-TARGET-NAME
           end-string
           open output target-file
           perform until 1 = 2
               read source-file
                   at end exit perform
               end-read
               move source-line to target-line
               write target-line
               add 1 to ws-file-written
           end-perform
           close source-file
           close target-file
           move spaces to ws-file-label
           string function trim(copy-file-name(ws-i)) ":"
               delimited by size into ws-file-label
           end-string
           perform write-file-count
           .

       transform-password.
           move spaces to ws-hash-input
           string WS-HASH-SALT function trim(ws-candidate-pass)
               delimited by size into ws-hash-input
           end-string
           move function length(function trim(ws-hash-input)) to ws-hash-len

           move 7 to ws-hash-acc
           perform varying ws-hash-i from 1 by 1
                   until ws-hash-i > ws-hash-len
               compute ws-hash-acc =
                   function mod(ws-hash-acc * 131
                       + function ord(ws-hash-input(ws-hash-i:1)) * 7919
                       + ws-hash-i * 104729,
                       999999999999989)
           end-perform
           compute ws-hash-acc =
               function mod(ws-hash-acc * 131 + 4241, 999999999999989)
           compute ws-hash-acc =
               function mod(ws-hash-acc * 131 + 7577, 999999999999989)

           move ws-hash-acc to ws-hash-digits
           move spaces to ws-hashed-pass
           string "#H" ws-hash-digits delimited by size into ws-hashed-pass
           .

      *>>    Takes the shared writers' lock, overriding only a stale
      *>>    or unreadable one. Sets ws-lock-acquired.
       acquire-data-lock.
           move "n" to ws-lock-acquired
           move spaces to lock-line
           open input lock-file
           if FILESTAT-LOCK = "00"
               read lock-file into lock-line
                   at end continue
               end-read
               close lock-file
           end-if

           if function trim(lock-line) = spaces
               perform write-data-lock
               exit paragraph
           end-if

           move spaces to ws-lock-holder
           move spaces to ws-lock-stamp
           unstring lock-line delimited by "|" into
               ws-lock-holder ws-lock-stamp
           end-unstring
           perform compute-lock-age-minutes

           if ws-lock-age-minutes > WS-LOCK-STALE-MINUTES
               display "Overriding stale data lock held by "
                   function trim(ws-lock-holder)
                   " since " function trim(ws-lock-stamp)
               perform write-data-lock
           else
               display "Data files are locked by "
                   function trim(ws-lock-holder)
                   " - try again shortly."
           end-if
           .

       write-data-lock.
           open output lock-file
           if FILESTAT-LOCK = "00"
               move spaces to lock-line
               string function trim(WS-LOCK-OWNER) "|"
                      function current-date(1:14)
                   delimited by size into lock-line
               end-string
               write lock-line
               close lock-file
               move "y" to ws-lock-acquired
           end-if
           .

       release-data-lock.
           if ws-lock-acquired = "y"
               open output lock-file
               close lock-file
           end-if
           .

      *>>    Whole minutes since the lock's own timestamp; an
      *>>    unreadable stamp counts as infinitely old.
       compute-lock-age-minutes.
           if ws-lock-stamp(1:14) is not numeric
               move 999999 to ws-lock-age-minutes
               exit paragraph
           end-if
           compute ws-lock-then-min =
               function integer-of-date(
                   function numval(ws-lock-stamp(1:8))) * 1440
               + function numval(ws-lock-stamp(9:2)) * 60
               + function numval(ws-lock-stamp(11:2))
           compute ws-lock-now-min =
               function integer-of-date(
                   function numval(function current-date(1:8))) * 1440
               + function numval(function current-date(9:2)) * 60
               + function numval(function current-date(11:2))
           compute ws-lock-age-minutes = ws-lock-now-min - ws-lock-then-min
           .

      *>>    Compares every layout-versions.dat stamp against the
      *>>    registry above; a never-stamped install passes (the
      *>>    live program seeds the sidecar).
       verify-layout-versions.
           move "y" to ws-layout-ok
           open input layout-version-file
           if FILESTAT-LAYOUT = "00"
               perform until 1 = 2
                   read layout-version-file into layout-version-line
                       at end exit perform
                   end-read
                   move spaces to LY-PARSE-1
                   move spaces to LY-PARSE-2
                   unstring layout-version-line delimited by "|" into
                       LY-PARSE-1 LY-PARSE-2
                   end-unstring
                   if function trim(LY-PARSE-2) is numeric
                       move function numval(function trim(LY-PARSE-2))
                           to ws-layout-stamped
                       perform varying ws-layout-idx from 1 by 1
                               until ws-layout-idx > 8
                           if function trim(ly-file(ws-layout-idx)) =
                              function trim(LY-PARSE-1)
                               if ws-layout-stamped >
                                  ly-version(ws-layout-idx)
                                   move "n" to ws-layout-ok
                               end-if
                               exit perform
                           end-if
                       end-perform
                   end-if
               end-perform
               close layout-version-file
           end-if
           .
