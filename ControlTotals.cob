      *>>    Nightly control totals: for every shared .dat file a
      *>>    generation covers, records the row count, byte total and
      *>>    a running checksum in control-totals.dat, then compares
      *>>    them with the prior run and with the activity that
      *>>    explains the change since - data-journal.dat appends,
      *>>    updates, deletes and counted rewrites, recycle-bin rows,
      *>>    and growth in the ArchiveRetention year files. A drop or
      *>>    growth outside what that activity allows (plus the
      *>>    tolerance in control-totals-tolerance.dat) is drift: an
      *>>    operator notification is raised and the run ends with
      *>>    return-code 8, which halts NightlyBatchDriver's chain,
      *>>    and BackupRestore refuses a new generation until an
      *>>    operator has looked and run "ControlTotals accept".
       identification division.
       program-id. ControlTotals.

       environment division.
       input-output section.
       file-control.
      *>>    Run history: stamp|file|rows|bytes|checksum|verdict, one
      *>>    block of rows per run; the newest stamp is the baseline
      *>>    the next run compares against.
           select totals-file assign to "control-totals.dat"
               organization is line sequential
               file status is FILESTAT-TOTALS.
      *>>    Single-row settings: rows|percent|growth-percent.
           select tolerance-file assign to "control-totals-tolerance.dat"
               organization is line sequential
               file status is FILESTAT-TOL.
           select journal-file assign to "data-journal.dat"
               organization is line sequential
               file status is FILESTAT-JOURNAL.
           select data-file assign to WS-DATA-NAME
               organization is line sequential
               file status is FILESTAT-DATA.
           select notification-file assign to "notifications.dat"
               organization is line sequential
               file status is FILESTAT-NOTIF.
           select report-file assign to "Control-Totals-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.

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

           select message-file assign to "messages.dat"
               organization is indexed
               access mode is sequential
               record key is fd-msg-key
               alternate record key is fd-msg-sender with duplicates
               file status is FILESTAT-MSG.

           select cover-letter-file assign to "cover-letters.dat"
               organization is indexed
               access mode is sequential
               record key is fd-cover-key
               alternate record key is fd-cover-username with duplicates
               file status is FILESTAT-COVER.

      *>>    Cross-program writers' lock shared with every data-writing
      *>>    program: totals taken mid-save would be drift that isn't.
           select lock-file assign to "incollege-data.lock"
               organization is line sequential
               file status is FILESTAT-LOCK.

       data division.
       file section.
       fd  totals-file.
       01  totals-line               pic x(120).

       fd  tolerance-file.
       01  tolerance-line            pic x(40).

       fd  journal-file.
       01  journal-line              pic x(6200).

       fd  data-file.
       01  data-line                 pic x(6200).

       fd  notification-file.
       01  notification-line         pic x(400).

       fd  report-file.
       01  report-line               pic x(200).

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

       fd  message-file.
       01  message-record.
           05  fd-msg-key.
               10  fd-msg-recipient  pic x(32).
               10  fd-msg-timestamp  pic x(20).
               10  fd-msg-sender     pic x(32).
           05  fd-msg-line           pic x(600).

       fd  cover-letter-file.
       01  cover-letter-record.
           05  fd-cover-key.
               10  fd-cover-job-id   pic x(10).
               10  fd-cover-username pic x(32).
           05  fd-cover-date         pic x(8).
           05  fd-cover-line-count   pic 9(02).
           05  fd-cover-lines        occurs 10 times pic x(100).

       fd  lock-file.
       01  lock-line                 pic x(60).

       working-storage section.
       01  FILESTAT-TOTALS           pic xx.
       01  FILESTAT-TOL              pic xx.
       01  FILESTAT-JOURNAL          pic xx.
       01  FILESTAT-DATA             pic xx.
       01  FILESTAT-NOTIF            pic xx.
       01  FILESTAT-RPT              pic xx.
       01  FILESTAT-USER             pic xx.
       01  FILESTAT-PROFILE          pic xx.
       01  FILESTAT-CONN             pic xx.
       01  FILESTAT-APP              pic xx.
       01  FILESTAT-MSG              pic xx.
       01  FILESTAT-COVER            pic xx.
       01  WS-DATA-NAME              pic x(60).

       01  FILESTAT-LOCK             pic xx.
       01  WS-LOCK-OWNER             pic x(30) value "ControlTotals".
       01  WS-LOCK-STALE-MINUTES     pic 9(04) value 30.
       01  ws-lock-acquired          pic x value "n".
       01  ws-lock-holder            pic x(30).
       01  ws-lock-stamp             pic x(14).
       01  ws-lock-age-minutes       pic s9(09) value 0.
       01  ws-lock-then-min          pic 9(09) value 0.
       01  ws-lock-now-min           pic 9(09) value 0.

      *>>    The live files a BackupRestore generation covers - the
      *>>    same list, in the same order.
       01  DATA-FILES-TABLE.
           05  filler pic x(30) value "users.dat".
           05  filler pic x(30) value "profiles.dat".
           05  filler pic x(30) value "connections.dat".
           05  filler pic x(30) value "jobs.dat".
           05  filler pic x(30) value "applications.dat".
           05  filler pic x(30) value "messages.dat".
           05  filler pic x(30) value "skills-progress.dat".
           05  filler pic x(30) value "universities.dat".
           05  filler pic x(30) value "blocked-users.dat".
           05  filler pic x(30) value "companies.dat".
           05  filler pic x(30) value "notifications.dat".
           05  filler pic x(30) value "profile-views.dat".
           05  filler pic x(30) value "pictures-index.dat".
           05  filler pic x(30) value "endorsements.dat".
           05  filler pic x(30) value "saved-jobs.dat".
           05  filler pic x(30) value "job-alerts.dat".
           05  filler pic x(30) value "events.dat".
           05  filler pic x(30) value "event-rsvps.dat".
           05  filler pic x(30) value "groups.dat".
           05  filler pic x(30) value "group-members.dat".
           05  filler pic x(30) value "preferences.dat".
           05  filler pic x(30) value "mentorships.dat".
           05  filler pic x(30) value "placements.dat".
           05  filler pic x(30) value "company-followers.dat".
           05  filler pic x(30) value "interview-slots.dat".
           05  filler pic x(30) value "login-history.dat".
           05  filler pic x(30) value "send-counters.dat".
           05  filler pic x(30) value "moderation-queue.dat".
           05  filler pic x(30) value "announcements.dat".
           05  filler pic x(30) value "announcement-acks.dat".
           05  filler pic x(30) value "security-audit.dat".
           05  filler pic x(30) value "application-status-history.dat".
           05  filler pic x(30) value "alumni-status.dat".
           05  filler pic x(30) value "sessions-history.dat".
           05  filler pic x(30) value "job-alerts-state.dat".
           05  filler pic x(30) value "majors.dat".
           05  filler pic x(30) value "major-aliases.dat".
           05  filler pic x(30) value "applicant-export-companies.dat".
           05  filler pic x(30) value "applicant-export-state.dat".
           05  filler pic x(30) value "support-tickets.dat".
           05  filler pic x(30) value "policy-versions.dat".
           05  filler pic x(30) value "consents.dat".
           05  filler pic x(30) value "eeo-selfid.dat".
           05  filler pic x(30) value "learning-agreements.dat".
           05  filler pic x(30) value "placement-evaluations.dat".
           05  filler pic x(30) value "job-questions.dat".
           05  filler pic x(30) value "company-team.dat".
           05  filler pic x(30) value "profile-revisions.dat".
           05  filler pic x(30) value "mock-interviews.dat".
           05  filler pic x(30) value "readiness-waivers.dat".
           05  filler pic x(30) value "readiness-blocks.dat".
           05  filler pic x(30) value "job-views.dat".
           05  filler pic x(30) value "caseloads.dat".
           05  filler pic x(30) value "cover-letters.dat".
           05  filler pic x(30) value "message-templates.dat".
           05  filler pic x(30) value "introductions.dat".
           05  filler pic x(30) value "talent-pools.dat".
           05  filler pic x(30) value "scheduled-messages.dat".
           05  filler pic x(30) value "accommodations.dat".
           05  filler pic x(30) value "destination-survey.dat".
           05  filler pic x(30) value "offer-events.dat".
           05  filler pic x(30) value "certifications.dat".
           05  filler pic x(30) value "scholarships.dat".
           05  filler pic x(30) value "scholarship-applications.dat".
           05  filler pic x(30) value "awards.dat".
           05  filler pic x(30) value "featured-postings.dat".
           05  filler pic x(30) value "report-delivery-log.dat".
           05  filler pic x(30) value "generated-files-state.dat".
           05  filler pic x(30) value "group-dormancy-notices.dat".
       01  DATA-FILES-REDEF redefines DATA-FILES-TABLE.
           05  data-file-name        occurs 69 times pic x(30).
       01  WS-DATA-FILE-COUNT        pic 9(02) value 69.

      *>>    Files ArchiveRetention moves rows out of, into
      *>>    <stem>-<yyyy>.dat year files; each gets a pseudo entry
      *>>    "<stem>-archives" totalling the year files, whose growth
      *>>    explains the live file's drop.
       01  ARCHIVE-STEMS-TABLE.
           05  filler pic x(20) value "messages".
           05  filler pic x(20) value "notifications".
           05  filler pic x(20) value "profile-views".
           05  filler pic x(20) value "send-counters".
       01  ARCHIVE-STEMS-REDEF redefines ARCHIVE-STEMS-TABLE.
           05  archive-stem          occurs 4 times pic x(20).
       01  WS-ARCHIVE-STEM-COUNT     pic 9(02) value 4.
       01  WS-ARCHIVE-YEARS-BACK     pic 9(02) value 10.

      *>>    Files whose every mutation is journaled row by row, so an
      *>>    unchanged count with no journal activity must also keep
      *>>    its checksum.
       01  JOURNALED-FILES-TABLE.
           05  filler pic x(30) value "users.dat".
           05  filler pic x(30) value "profiles.dat".
           05  filler pic x(30) value "connections.dat".
           05  filler pic x(30) value "jobs.dat".
           05  filler pic x(30) value "applications.dat".
           05  filler pic x(30) value "messages.dat".
       01  JOURNALED-FILES-REDEF redefines JOURNALED-FILES-TABLE.
           05  journaled-file-name   occurs 6 times pic x(30).

      *>>    Recycle bins (<stem>-recycle.dat, deleted-by|timestamp|
      *>>    original-row) shared with InCollege.cob and AdminConsole.
       01  RECYCLE-TABLE.
           05  filler pic x(30) value "users".
           05  filler pic x(30) value "profiles".
           05  filler pic x(30) value "connections".
           05  filler pic x(30) value "jobs".
           05  filler pic x(30) value "applications".
           05  filler pic x(30) value "messages".
       01  RECYCLE-REDEF redefines RECYCLE-TABLE.
           05  recycle-stem          occurs 6 times pic x(30).

       01  TOTALS-TABLE.
           05  TOTALS-ENTRY          occurs 80 times.
               10  ct-file           pic x(40).
               10  ct-present        pic x.
               10  ct-journaled      pic x.
               10  ct-archive-of     pic x(40).
               10  ct-rows           pic 9(09).
               10  ct-bytes          pic 9(12).
               10  ct-checksum       pic 9(10).
               10  ct-prior-found    pic x.
               10  ct-prior-rows     pic 9(09).
               10  ct-prior-checksum pic 9(10).
               10  ct-adds           pic 9(07).
               10  ct-deletes        pic 9(07).
               10  ct-content        pic 9(07).
               10  ct-archived       pic 9(09).
               10  ct-rebased        pic x.
               10  ct-rebase-rows    pic 9(09).
               10  ct-low            pic s9(10).
               10  ct-high           pic s9(10).
               10  ct-verdict        pic x(10).
               10  ct-detail         pic x(120).
       01  TOTALS-COUNT              pic 9(02) value 0.

       01  PRIOR-TABLE.
           05  PRIOR-ENTRY           occurs 80 times.
               10  pv-file           pic x(40).
               10  pv-rows           pic 9(09).
               10  pv-checksum       pic 9(10).
       01  PRIOR-COUNT               pic 9(02) value 0.
       01  ws-prior-stamp            pic x(14) value spaces.

       01  PARSE-FIELDS.
           05 PARSE-FIELD            occurs 6 times pic x(200).
       01  jr-stamp                  pic x(21).
       01  jr-program                pic x(40).
       01  jr-file                   pic x(40).
       01  jr-action                 pic x(10).
       01  jr-image                  pic x(200).
       01  jr-prefix                 pic x(60).
       01  jr-count-text             pic x(60).
       01  jr-count-digits           pic 9(02) value 0.

       01  WS-TOL-ROWS               pic 9(06) value 10.
       01  WS-TOL-PCT                pic 9(03) value 2.
       01  WS-TOL-GROWTH-PCT         pic 9(03) value 100.
       01  ws-tol                    pic 9(09) value 0.
       01  ws-growth                 pic 9(09) value 0.
       01  ws-base                   pic s9(10) value 0.
       01  ws-delta                  pic s9(10) value 0.

       01  ws-row-text               pic x(6200).
       01  ws-row-len                pic 9(04) value 0.
       01  ws-row-sum                pic 9(12) value 0.
       01  ws-char-pos               pic 9(04) value 0.
       01  ws-checksum-work          pic 9(14) value 0.
       01  WS-CHECKSUM-MODULUS       pic 9(10) value 999999937.

       01  ws-run-stamp              pic x(14).
       01  ws-year                   pic 9(04) value 0.
       01  ws-year-from              pic 9(04) value 0.
       01  ws-year-text              pic 9(04).
       01  ws-accept-mode            pic x value "n".
       01  ws-command-args           pic x(200).
       01  ws-arg-tally              pic 9(02) value 0.
       01  ws-i                      pic 9(02) value 0.
       01  ws-j                      pic 9(02) value 0.
       01  ws-k                      pic 9(02) value 0.
       01  ws-e                      pic 9(02) value 0.
       01  ws-drift-count            pic 9(02) value 0.
       01  ws-accepted-count         pic 9(02) value 0.
       01  ws-journal-rows           pic 9(07) value 0.
       01  ws-recycle-rows           pic 9(07) value 0.

       01  ws-rows-display           pic z(8)9.
       01  ws-delta-display          pic +(9)9.
       01  ws-low-display            pic -(9)9.
       01  ws-high-display           pic z(9)9.
       01  ws-count-display          pic z(6)9.
       01  WS-DISPLAY                pic x(200).
       01  notif-detail              pic x(200).

       procedure division.
       main.
           move spaces to ws-command-args
           accept ws-command-args from command-line
           move function lower-case(ws-command-args) to ws-command-args
           move 0 to ws-arg-tally
           inspect ws-command-args tallying ws-arg-tally for all "accept"
           if ws-arg-tally > 0
               move "y" to ws-accept-mode
           end-if

           open output report-file
           if FILESTAT-RPT not = "00"
               display "ERROR opening report file"
               move 8 to return-code
               stop run
           end-if

           move "--- Control Totals Report ---" to report-line
           write report-line

           perform acquire-data-lock
           if ws-lock-acquired not = "y"
               move "Data lock held - run abandoned." to report-line
               write report-line
               close report-file
               move 8 to return-code
               stop run
           end-if

           move function current-date(1:14) to ws-run-stamp
           move function current-date(1:4) to ws-year
           compute ws-year-from = ws-year - WS-ARCHIVE-YEARS-BACK

           perform load-tolerance
           perform load-prior-totals

      *>>    Measure: the generation's files, then the archive
      *>>    pseudo entries.
           move 0 to TOTALS-COUNT
           perform varying ws-i from 1 by 1
                   until ws-i > WS-DATA-FILE-COUNT
               add 1 to TOTALS-COUNT
               move TOTALS-COUNT to ws-e
               perform clear-totals-entry
               move function trim(data-file-name(ws-i)) to ct-file(ws-e)
               perform varying ws-j from 1 by 1 until ws-j > 6
                   if data-file-name(ws-i) = journaled-file-name(ws-j)
                       move "y" to ct-journaled(ws-e)
                   end-if
               end-perform
               perform measure-data-file
           end-perform
           perform varying ws-k from 1 by 1
                   until ws-k > WS-ARCHIVE-STEM-COUNT
               add 1 to TOTALS-COUNT
               move TOTALS-COUNT to ws-e
               perform clear-totals-entry
               move spaces to ct-file(ws-e)
               string function trim(archive-stem(ws-k)) "-archives"
                   delimited by size into ct-file(ws-e)
               end-string
               move spaces to ct-archive-of(ws-e)
               string function trim(archive-stem(ws-k)) ".dat"
                   delimited by size into ct-archive-of(ws-e)
               end-string
               perform measure-archive-files
           end-perform

           perform match-prior-totals

      *>>    Explain: everything logged since the prior run.
           if ws-prior-stamp not = spaces
               perform scan-journal-activity
               perform varying ws-k from 1 by 1 until ws-k > 6
                   perform scan-recycle-activity
               end-perform
               perform apply-archive-growth
           end-if

           perform varying ws-e from 1 by 1 until ws-e > TOTALS-COUNT
               perform evaluate-totals-entry
           end-perform

           perform write-totals-rows
           perform write-totals-report

           if ws-drift-count > 0
               perform varying ws-e from 1 by 1
                       until ws-e > TOTALS-COUNT
                   if function trim(ct-verdict(ws-e)) = "drift"
                       perform queue-drift-alert
                   end-if
               end-perform
           end-if

           perform release-data-lock
           close report-file
           if ws-drift-count > 0
               move 8 to return-code
           else
               move 0 to return-code
           end-if
           stop run.

       clear-totals-entry.
           move spaces to ct-file(ws-e)
           move "n" to ct-present(ws-e)
           move "n" to ct-journaled(ws-e)
           move spaces to ct-archive-of(ws-e)
           move 0 to ct-rows(ws-e)
           move 0 to ct-bytes(ws-e)
           move 0 to ct-checksum(ws-e)
           move "n" to ct-prior-found(ws-e)
           move 0 to ct-prior-rows(ws-e)
           move 0 to ct-prior-checksum(ws-e)
           move 0 to ct-adds(ws-e)
           move 0 to ct-deletes(ws-e)
           move 0 to ct-content(ws-e)
           move 0 to ct-archived(ws-e)
           move "n" to ct-rebased(ws-e)
           move 0 to ct-rebase-rows(ws-e)
           move 0 to ct-low(ws-e)
           move 0 to ct-high(ws-e)
           move spaces to ct-verdict(ws-e)
           move spaces to ct-detail(ws-e)
           .

      *>>    rows|percent|growth-percent; a missing or unreadable row
      *>>    keeps the defaults (10 rows, 2%, 100% growth).
       load-tolerance.
           open input tolerance-file
           if FILESTAT-TOL = "00"
               move spaces to tolerance-line
               read tolerance-file into tolerance-line
                   at end continue
               end-read
               close tolerance-file
               move spaces to PARSE-FIELD(1)
               move spaces to PARSE-FIELD(2)
               move spaces to PARSE-FIELD(3)
               unstring tolerance-line delimited by "|" into
                   PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
               end-unstring
               if function trim(PARSE-FIELD(1)) is numeric
                   move function numval(PARSE-FIELD(1)) to WS-TOL-ROWS
               end-if
               if function trim(PARSE-FIELD(2)) is numeric
                   move function numval(PARSE-FIELD(2)) to WS-TOL-PCT
               end-if
               if function trim(PARSE-FIELD(3)) is numeric
                   move function numval(PARSE-FIELD(3))
                       to WS-TOL-GROWTH-PCT
               end-if
           end-if
           .

      *>>    Keeps only the newest stamp's block of rows.
       load-prior-totals.
           move 0 to PRIOR-COUNT
           move spaces to ws-prior-stamp
           open input totals-file
           if FILESTAT-TOTALS = "00"
               perform until 1 = 2
                   read totals-file into totals-line
                       at end exit perform
                   end-read
                   perform varying ws-j from 1 by 1 until ws-j > 6
                       move spaces to PARSE-FIELD(ws-j)
                   end-perform
                   unstring totals-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                       PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
                   end-unstring
                   if PARSE-FIELD(1)(1:14) is not numeric
                       exit perform cycle
                   end-if
                   if ws-prior-stamp = spaces
                      or PARSE-FIELD(1)(1:14) > ws-prior-stamp
                       move PARSE-FIELD(1)(1:14) to ws-prior-stamp
                       move 0 to PRIOR-COUNT
                   end-if
                   if PARSE-FIELD(1)(1:14) = ws-prior-stamp
                      and PRIOR-COUNT < 80
                       add 1 to PRIOR-COUNT
                       move function trim(PARSE-FIELD(2))
                           to pv-file(PRIOR-COUNT)
                       move 0 to pv-rows(PRIOR-COUNT)
                       move 0 to pv-checksum(PRIOR-COUNT)
                       if function trim(PARSE-FIELD(3)) is numeric
                           move function numval(PARSE-FIELD(3))
                               to pv-rows(PRIOR-COUNT)
                       end-if
                       if function trim(PARSE-FIELD(5)) is numeric
                           move function numval(PARSE-FIELD(5))
                               to pv-checksum(PRIOR-COUNT)
                       end-if
                   end-if
               end-perform
               close totals-file
           end-if
           .

       match-prior-totals.
           perform varying ws-e from 1 by 1 until ws-e > TOTALS-COUNT
               perform varying ws-j from 1 by 1 until ws-j > PRIOR-COUNT
                   if pv-file(ws-j) = ct-file(ws-e)
                       move "y" to ct-prior-found(ws-e)
                       move pv-rows(ws-j) to ct-prior-rows(ws-e)
                       move pv-checksum(ws-j) to ct-prior-checksum(ws-e)
                       exit perform
                   end-if
               end-perform
           end-perform
           .

      *>>    Row count, byte total and checksum for ct-file(ws-e).
      *>>    The six indexed files are walked through their own
      *>>    selects; everything else is line sequential.
       measure-data-file.
           evaluate function trim(ct-file(ws-e))
               when "users.dat"
                   open input user-file
                   if FILESTAT-USER = "00"
                       move "y" to ct-present(ws-e)
                       perform until 1 = 2
                           read user-file next record
                               at end exit perform
                           end-read
                           move user-record to ws-row-text
                           perform add-row-to-totals
                       end-perform
                       close user-file
                   end-if
               when "profiles.dat"
                   open input profile-file
                   if FILESTAT-PROFILE = "00"
                       move "y" to ct-present(ws-e)
                       perform until 1 = 2
                           read profile-file next record
                               at end exit perform
                           end-read
                           move profile-record to ws-row-text
                           perform add-row-to-totals
                       end-perform
                       close profile-file
                   end-if
               when "connections.dat"
                   open input connection-file
                   if FILESTAT-CONN = "00"
                       move "y" to ct-present(ws-e)
                       perform until 1 = 2
                           read connection-file next record
                               at end exit perform
                           end-read
                           move connection-record to ws-row-text
                           perform add-row-to-totals
                       end-perform
                       close connection-file
                   end-if
               when "applications.dat"
                   open input application-file
                   if FILESTAT-APP = "00"
                       move "y" to ct-present(ws-e)
                       perform until 1 = 2
                           read application-file next record
                               at end exit perform
                           end-read
                           move application-record to ws-row-text
                           perform add-row-to-totals
                       end-perform
                       close application-file
                   end-if
               when "messages.dat"
                   open input message-file
                   if FILESTAT-MSG = "00"
                       move "y" to ct-present(ws-e)
                       perform until 1 = 2
                           read message-file next record
                               at end exit perform
                           end-read
                           move message-record to ws-row-text
                           perform add-row-to-totals
                       end-perform
                       close message-file
                   end-if
               when "cover-letters.dat"
                   open input cover-letter-file
                   if FILESTAT-COVER = "00"
                       move "y" to ct-present(ws-e)
                       perform until 1 = 2
                           read cover-letter-file next record
                               at end exit perform
                           end-read
                           move cover-letter-record to ws-row-text
                           perform add-row-to-totals
                       end-perform
                       close cover-letter-file
                   end-if
               when other
                   move ct-file(ws-e) to WS-DATA-NAME
                   perform measure-sequential-file
           end-evaluate
           .

       measure-sequential-file.
           open input data-file
           if FILESTAT-DATA = "00"
               move "y" to ct-present(ws-e)
               perform until 1 = 2
                   read data-file into data-line
                       at end exit perform
                   end-read
                   move data-line to ws-row-text
                   perform add-row-to-totals
               end-perform
               close data-file
           end-if
           .

      *>>    Every <stem>-<yyyy>.dat from ten years back to this year,
      *>>    totalled into the pseudo entry.
       measure-archive-files.
           move "y" to ct-present(ws-e)
           perform varying ws-year-text from ws-year-from by 1
                   until ws-year-text > ws-year
               move spaces to WS-DATA-NAME
               string function trim(archive-stem(ws-k)) "-"
                      ws-year-text ".dat"
                   delimited by size into WS-DATA-NAME
               end-string
               perform measure-sequential-file
           end-perform
           move "y" to ct-present(ws-e)
           .

      *>>    Bytes are the row's length without trailing padding; the
      *>>    checksum folds each row's position-weighted character sum
      *>>    into a running value, so a changed, swapped or reordered
      *>>    row moves it even when the counts hold.
       add-row-to-totals.
           add 1 to ct-rows(ws-e)
           if ws-row-text = spaces
               move 0 to ws-row-len
           else
               move function length(function trim(ws-row-text trailing))
                   to ws-row-len
           end-if
           add ws-row-len to ct-bytes(ws-e)
           move 0 to ws-row-sum
           perform varying ws-char-pos from 1 by 1
                   until ws-char-pos > ws-row-len
               compute ws-row-sum = ws-row-sum
                   + function ord(ws-row-text(ws-char-pos:1))
                   * (function mod(ws-char-pos, 97) + 1)
           end-perform
           compute ws-checksum-work =
               ct-checksum(ws-e) * 31 + ct-rows(ws-e)
               + function mod(ws-row-sum, WS-CHECKSUM-MODULUS)
           compute ct-checksum(ws-e) =
               function mod(ws-checksum-work, WS-CHECKSUM-MODULUS)
           .

      *>>    data-journal.dat rows are current-date|program|file|
      *>>    action|image. Deletes allow a drop; updates and appends
      *>>    allow growth (an indexed "update" may be an insert). A
      *>>    counted rewrite ("full rewrite, N row(s)" or "retention
      *>>    compaction, N row(s) kept") restates the file's size, so
      *>>    the expectation rebases to N from there on; any other
      *>>    rewrite is a content change at the same size.
       scan-journal-activity.
           open input journal-file
           if FILESTAT-JOURNAL not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read journal-file into journal-line
                   at end exit perform
               end-read
               move spaces to jr-stamp
               move spaces to jr-program
               move spaces to jr-file
               move spaces to jr-action
               move spaces to jr-image
               unstring journal-line delimited by "|" into
                   jr-stamp jr-program jr-file jr-action jr-image
               end-unstring
               if jr-stamp(1:14) is not numeric
                  or jr-stamp(1:14) <= ws-prior-stamp
                   exit perform cycle
               end-if
               move 0 to ws-e
               perform varying ws-j from 1 by 1
                       until ws-j > TOTALS-COUNT
                   if ct-file(ws-j) = jr-file
                       move ws-j to ws-e
                       exit perform
                   end-if
               end-perform
               if ws-e = 0
                   exit perform cycle
               end-if
               add 1 to ws-journal-rows
               evaluate function trim(jr-action)
                   when "delete"
                       add 1 to ct-deletes(ws-e)
                   when "update"
                   when "append"
                       add 1 to ct-adds(ws-e)
                   when "rewrite"
                       perform apply-journal-rewrite
                   when other
                       add 1 to ct-content(ws-e)
               end-evaluate
           end-perform
           close journal-file
           .

       apply-journal-rewrite.
           move spaces to jr-prefix
           move spaces to jr-count-text
           unstring jr-image delimited by ", " into
               jr-prefix jr-count-text
           end-unstring
           move 0 to jr-count-digits
           inspect jr-count-text tallying jr-count-digits
               for characters before initial " "
           if (function trim(jr-prefix) = "full rewrite"
               or function trim(jr-prefix) = "retention compaction")
              and jr-count-digits > 0 and jr-count-digits < 10
              and jr-count-text(1:jr-count-digits) is numeric
               move "y" to ct-rebased(ws-e)
               move function numval(jr-count-text(1:jr-count-digits))
                   to ct-rebase-rows(ws-e)
               move 0 to ct-adds(ws-e)
               move 0 to ct-deletes(ws-e)
           else
               add 1 to ct-content(ws-e)
           end-if
           .

      *>>    Rows put into <stem>-recycle.dat since the prior run each
      *>>    explain one row gone from <stem>.dat.
       scan-recycle-activity.
           move spaces to WS-DATA-NAME
           string function trim(recycle-stem(ws-k)) "-recycle.dat"
               delimited by size into WS-DATA-NAME
           end-string
           move spaces to jr-file
           string function trim(recycle-stem(ws-k)) ".dat"
               delimited by size into jr-file
           end-string
           move 0 to ws-e
           perform varying ws-j from 1 by 1 until ws-j > TOTALS-COUNT
               if ct-file(ws-j) = jr-file
                   move ws-j to ws-e
                   exit perform
               end-if
           end-perform
           if ws-e = 0
               exit paragraph
           end-if

           open input data-file
           if FILESTAT-DATA not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read data-file into data-line
                   at end exit perform
               end-read
               move spaces to PARSE-FIELD(1)
               move spaces to PARSE-FIELD(2)
               unstring data-line delimited by "|" into
                   PARSE-FIELD(1) PARSE-FIELD(2)
               end-unstring
               if PARSE-FIELD(2)(1:14) is numeric
                  and PARSE-FIELD(2)(1:14) > ws-prior-stamp
                   add 1 to ct-deletes(ws-e)
                   add 1 to ws-recycle-rows
               end-if
           end-perform
           close data-file
           .

      *>>    Year-file growth since the prior run explains the same
      *>>    number of rows leaving the live file - unless a counted
      *>>    compaction already restated that file's size.
       apply-archive-growth.
           perform varying ws-i from 1 by 1 until ws-i > TOTALS-COUNT
               if ct-archive-of(ws-i) not = spaces
                  and ct-prior-found(ws-i) = "y"
                  and ct-rows(ws-i) > ct-prior-rows(ws-i)
                   perform varying ws-j from 1 by 1
                           until ws-j > TOTALS-COUNT
                       if ct-file(ws-j) = ct-archive-of(ws-i)
                           if ct-rebased(ws-j) not = "y"
                               compute ct-archived(ws-j) =
                                   ct-rows(ws-i) - ct-prior-rows(ws-i)
                           end-if
                           exit perform
                       end-if
                   end-perform
               end-if
           end-perform
           .

      *>>    Allowed range: from the prior count (or the rebased
      *>>    count) less logged drops less tolerance, up to plus
      *>>    logged growth plus tolerance. Files outside the journal
      *>>    may also grow by the growth percentage - they append
      *>>    freely in the day - but may not shrink unexplained.
       evaluate-totals-entry.
           if ct-prior-found(ws-e) not = "y"
               move "baseline" to ct-verdict(ws-e)
               move "first run for this file" to ct-detail(ws-e)
               exit paragraph
           end-if

           if ct-rebased(ws-e) = "y"
               move ct-rebase-rows(ws-e) to ws-base
           else
               move ct-prior-rows(ws-e) to ws-base
           end-if
           compute ws-tol = ct-prior-rows(ws-e) * WS-TOL-PCT / 100
           if ws-tol < WS-TOL-ROWS
               move WS-TOL-ROWS to ws-tol
           end-if
           compute ct-low(ws-e) = ws-base - ct-deletes(ws-e)
               - ct-archived(ws-e) - ws-tol
           if ct-low(ws-e) < 0
               move 0 to ct-low(ws-e)
           end-if
           compute ct-high(ws-e) = ws-base + ct-adds(ws-e) + ws-tol
           if ct-journaled(ws-e) not = "y"
               compute ws-growth =
                   ct-prior-rows(ws-e) * WS-TOL-GROWTH-PCT / 100
               if ws-growth < ws-tol
                   move ws-tol to ws-growth
               end-if
               add ws-growth to ct-high(ws-e)
           end-if
           compute ws-delta = ct-rows(ws-e) - ct-prior-rows(ws-e)

           move "ok" to ct-verdict(ws-e)
           if ct-present(ws-e) not = "y"
              and ct-prior-rows(ws-e) > 0
               move "drift" to ct-verdict(ws-e)
               move ct-prior-rows(ws-e) to ws-rows-display
               move spaces to ct-detail(ws-e)
               string "file is missing (held "
                      function trim(ws-rows-display) " rows)"
                   delimited by size into ct-detail(ws-e)
               end-string
           else
               if ct-rows(ws-e) < ct-low(ws-e)
                  or ct-rows(ws-e) > ct-high(ws-e)
                   move "drift" to ct-verdict(ws-e)
                   move ws-delta to ws-delta-display
                   move ct-low(ws-e) to ws-low-display
                   move ct-high(ws-e) to ws-high-display
                   move spaces to ct-detail(ws-e)
                   string "rows moved " function trim(ws-delta-display)
                          "; logged activity allows "
                          function trim(ws-low-display) "-"
                          function trim(ws-high-display)
                       delimited by size into ct-detail(ws-e)
                   end-string
               else
                   if ct-journaled(ws-e) = "y"
                      and ct-rebased(ws-e) not = "y"
                      and ct-adds(ws-e) = 0
                      and ct-deletes(ws-e) = 0
                      and ct-content(ws-e) = 0
                      and ct-rows(ws-e) = ct-prior-rows(ws-e)
                      and ct-checksum(ws-e) not =
                          ct-prior-checksum(ws-e)
                       move "drift" to ct-verdict(ws-e)
                       move "content changed with no logged activity"
                           to ct-detail(ws-e)
                   end-if
               end-if
           end-if

           if function trim(ct-verdict(ws-e)) = "drift"
               if ws-accept-mode = "y"
                   move "accepted" to ct-verdict(ws-e)
                   add 1 to ws-accepted-count
               else
                   add 1 to ws-drift-count
               end-if
           end-if
           .

       write-totals-rows.
           open extend totals-file
           if FILESTAT-TOTALS not = "00"
               open output totals-file
               close totals-file
               open extend totals-file
           end-if
           if FILESTAT-TOTALS = "00"
               perform varying ws-e from 1 by 1
                       until ws-e > TOTALS-COUNT
                   move spaces to totals-line
                   string ws-run-stamp "|"
                          function trim(ct-file(ws-e)) "|"
                          ct-rows(ws-e) "|"
                          ct-bytes(ws-e) "|"
                          ct-checksum(ws-e) "|"
                          function trim(ct-verdict(ws-e))
                       delimited by size into totals-line
                   end-string
                   write totals-line
               end-perform
               close totals-file
           end-if
           .

       write-totals-report.
           move spaces to report-line
           if ws-prior-stamp = spaces
               string "Run " ws-run-stamp
                      " - no prior run; totals recorded as baseline."
                   delimited by size into report-line
           else
               string "Run " ws-run-stamp " compared with "
                      ws-prior-stamp
                   delimited by size into report-line
           end-if
           write report-line
           move spaces to WS-DISPLAY
           move ws-journal-rows to ws-count-display
           string "Journal rows since: " function trim(ws-count-display)
               delimited by size into WS-DISPLAY
           end-string
           move ws-recycle-rows to ws-count-display
           move spaces to report-line
           string function trim(WS-DISPLAY)
                  "  Recycle rows since: " function trim(ws-count-display)
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line

           perform varying ws-e from 1 by 1 until ws-e > TOTALS-COUNT
               move ct-rows(ws-e) to ws-rows-display
               compute ws-delta = ct-rows(ws-e) - ct-prior-rows(ws-e)
               move ws-delta to ws-delta-display
               move spaces to WS-DISPLAY
               string ct-file(ws-e)(1:32) ws-rows-display " rows  "
                   delimited by size into WS-DISPLAY
               end-string
               move spaces to report-line
               if ct-prior-found(ws-e) = "y"
                   string WS-DISPLAY(1:50) ws-delta-display "  "
                          ct-verdict(ws-e)
                       delimited by size into report-line
                   end-string
               else
                   string WS-DISPLAY(1:50) "            "
                          ct-verdict(ws-e)
                       delimited by size into report-line
                   end-string
               end-if
               write report-line
               if function trim(ct-verdict(ws-e)) = "drift"
                  or function trim(ct-verdict(ws-e)) = "accepted"
                   move spaces to report-line
                   string "      " function trim(ct-detail(ws-e))
                       delimited by size into report-line
                   end-string
                   write report-line
               end-if
           end-perform

           move spaces to report-line
           write report-line
           move spaces to report-line
           if ws-drift-count > 0
               move ws-drift-count to ws-count-display
               string "UNEXPLAINED DRIFT in "
                      function trim(ws-count-display)
                      " file(s) - investigate before the next backup;"
                      " run ControlTotals accept once reconciled."
                   delimited by size into report-line
           else
               if ws-accepted-count > 0
                   move ws-accepted-count to ws-count-display
                   string "Drift in " function trim(ws-count-display)
                          " file(s) accepted by the operator;"
                          " totals rebased."
                       delimited by size into report-line
               else
                   move "All files within explained activity."
                       to report-line
               end-if
           end-if
           write report-line
           .

      *>>    One operator row per drifting file, the shape
      *>>    NightlyBatchDriver's queue-operator-alert uses.
       queue-drift-alert.
           move spaces to notif-detail
           string function trim(ct-file(ws-e)) ": "
                  function trim(ct-detail(ws-e))
               delimited by size into notif-detail
           end-string
           open extend notification-file
           if FILESTAT-NOTIF not = "00"
               open output notification-file
               close notification-file
               open extend notification-file
           end-if
           if FILESTAT-NOTIF = "00"
               move spaces to notification-line
               string
                   "operator" "|"
                   "control-totals" "|"
                   function trim(notif-detail) "|"
                   function current-date
                   delimited by size
                   into notification-line
               end-string
               write notification-line
               close notification-file
           end-if
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
