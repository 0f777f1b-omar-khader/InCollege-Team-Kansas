      *>>    Nightly inbound half of the applicant-tracking (ATS)
      *>>    exchange: recruiters who work in their own system drop
      *>>    ats-status-<company-id>.txt, one status change per line
      *>>    (company-id|job-id|applicant|new-status|yyyymmdd), and
      *>>    this batch applies each row to applications.dat through
      *>>    the rules update-application-status follows - a status
      *>>    menu of Applied, Interviewing, Rejected or Hired, an
      *>>    application-status-history.dat row for every real change
      *>>    (stamped with the employer's date so StaleApplicationsBatch
      *>>    ages it correctly), a placements.dat row on Hired, and a
      *>>    notifications.dat row telling the student. A row is
      *>>    applied only when the posting's company-id is the feed's
      *>>    own and the applicant really applied to that job-id; a
      *>>    student who has withdrawn is left alone.
      *>>
      *>>    Every rejected row, with its reason, goes to
      *>>    ats-status-<company-id>-exceptions-<yyyymmdd>.txt for the
      *>>    employer to fix and resend; a processed feed is renamed
      *>>    ats-status-<company-id>-<timestamp>.done so it is never
      *>>    applied twice. Totals per company go to
      *>>    Application-Status-Import-Report.txt.
       identification division.
       program-id. ApplicationStatusImport.

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
           select company-file assign to "companies.dat"
               organization is line sequential
               file status is FILESTAT-COMPANY.
           select job-file assign to "jobs.dat"
               organization is line sequential
               file status is FILESTAT-JOB.
           select application-file assign to "applications.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-APP.
           select app-history-file assign to "application-status-history.dat"
               organization is line sequential
               file status is FILESTAT-APPHIST.
           select placement-file assign to "placements.dat"
               organization is line sequential
               file status is FILESTAT-PLACE.
           select notification-file assign to "notifications.dat"
               organization is line sequential
               file status is FILESTAT-NOTIF.
      *>>    The employer's drop file and the exception report sent
      *>>    back, both named per company at runtime the same way
      *>>    InCollege.cob names each user's resume export.
           select feed-file assign to WS-FEED-FILENAME
               organization is line sequential
               file status is FILESTAT-FEED.
           select exception-file assign to WS-EXCEPTION-FILENAME
               organization is line sequential
               file status is FILESTAT-EXCEPT.
      *>>    Cross-program writers' lock shared with every data-writing
      *>>    program.
           select lock-file assign to "incollege-data.lock"
               organization is line sequential
               file status is FILESTAT-LOCK.
      *>>    Shared intra-day recovery journal (see InCollege.cob's
      *>>    write-journal-row): this batch's mutations land here too
      *>>    so restore-then-replay sees the whole day.
           select journal-file assign to "data-journal.dat"
               organization is line sequential
               file status is FILESTAT-JOURNAL.
           select report-file assign to "Application-Status-Import-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.

       data division.
       file section.
       fd  company-file.
       01  company-line              pic x(300).

       fd  job-file.
       01  job-line                  pic x(1000).

       fd  application-file.
       01  application-record.
           05  fd-app-key.
               10  fd-app-job-id     pic x(10).
               10  fd-app-username   pic x(32).
           05  fd-app-data           pic x(1000).

       fd  app-history-file.
       01  app-history-line          pic x(300).

       fd  placement-file.
       01  placement-line            pic x(300).

       fd  notification-file.
       01  notification-line         pic x(400).

       fd  feed-file.
       01  feed-line                 pic x(300).

       fd  exception-file.
       01  exception-line            pic x(400).

       fd  journal-file.
       01  journal-line              pic x(6200).

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

       01  FILESTAT-COMPANY          pic xx.
       01  FILESTAT-JOB              pic xx.
       01  FILESTAT-APP              pic xx.
       01  FILESTAT-APPHIST          pic xx.
       01  FILESTAT-PLACE            pic xx.
       01  FILESTAT-NOTIF            pic xx.
       01  FILESTAT-FEED             pic xx.
       01  FILESTAT-EXCEPT           pic xx.
       01  FILESTAT-JOURNAL          pic xx.
       01  FILESTAT-RPT              pic xx.

       01  FILESTAT-LOCK             pic xx.
       01  WS-LOCK-OWNER             pic x(30) value "ApplicationStatusImport".
       01  WS-LOCK-STALE-MINUTES     pic 9(04) value 30.
       01  ws-lock-acquired          pic x value "n".
       01  ws-lock-holder            pic x(30).
       01  ws-lock-stamp             pic x(14).
       01  ws-lock-age-minutes       pic s9(09) value 0.
       01  ws-lock-then-min          pic 9(09) value 0.
       01  ws-lock-now-min           pic 9(09) value 0.

       01  WS-DISPLAY                pic x(200).
       01  WS-FEED-FILENAME          pic x(60).
       01  WS-EXCEPTION-FILENAME     pic x(60).
       01  WS-DONE-FILENAME          pic x(60).
       01  ws-run-stamp              pic x(21).

       01  COMPANIES-TABLE.
           05  COMPANY-ENTRY         occurs 500 times.
               10  co-id             pic x(10).
               10  co-name           pic x(100).
       01  COMPANIES-COUNT           pic 9(04) value 0.

      *>>    Permanent job-id to owning company-id, from jobs.dat.
       01  POSTINGS-TABLE.
           05  POSTING-ENTRY         occurs 2000 times.
               10  po-job-id         pic x(10).
               10  po-company-id     pic x(10).
       01  POSTINGS-COUNT            pic 9(04) value 0.

       01  PARSE-FIELDS.
           05 PARSE-FIELD            occurs 31 times pic x(300).

      *>>    One feed row.
       01  fd-row-company            pic x(10).
       01  fd-row-job-id             pic x(10).
       01  fd-row-applicant          pic x(32).
       01  fd-row-status             pic x(20).
       01  fd-row-date               pic x(10).
       01  fd-row-extra              pic x(20).
       01  ws-row-reason             pic x(100).

       01  application-line          pic x(1100).
       01  ws-parse-pos              pic 9(04) value 0.
       01  app-job-title             pic x(50).
       01  app-employer              pic x(100).
       01  app-status                pic x(15).
       01  ws-old-app-status         pic x(15).
       01  ws-new-app-status         pic x(15).
       01  ws-job-company-id         pic x(10).

       01  ws-c                      pic 9(04) value 0.
       01  ws-i                      pic 9(04) value 0.
       01  ws-q                      pic 9(02) value 0.
       01  ws-f                      pic 9(02) value 0.
       01  ws-parse-idx              pic 9(02) value 0.
       01  ws-found-posting          pic x value "n".
       01  ws-date-int               pic 9(08) value 0.
       01  ws-feed-rows              pic 9(05) value 0.
       01  ws-feed-applied           pic 9(05) value 0.
       01  ws-feed-unchanged         pic 9(05) value 0.
       01  ws-feed-rejected          pic 9(05) value 0.
       01  ws-feeds-read             pic 9(04) value 0.
       01  ws-total-applied          pic 9(06) value 0.
       01  ws-total-rejected         pic 9(06) value 0.
       01  notif-detail              pic x(200).
       01  ws-notif-recipient        pic x(32).

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

           move "--- Application Status Import from Employer Systems ---"
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

           move function current-date to ws-run-stamp
           perform load-companies
           perform load-postings

           open i-o application-file
           if FILESTAT-APP not = "00"
               move spaces to WS-DISPLAY
               string "applications.dat could not be opened (status "
                      FILESTAT-APP "). Nothing imported."
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               perform release-data-lock
               close report-file
               move 8 to return-code
               stop run
           end-if

           perform varying ws-c from 1 by 1 until ws-c > COMPANIES-COUNT
               perform import-company-feed
           end-perform
           close application-file

           move spaces to report-line
           write report-line
           if ws-feeds-read = 0
               move "No employer status files were waiting." to report-line
               write report-line
           end-if
           move spaces to WS-DISPLAY
           string "Feeds processed: " ws-feeds-read
                  "  Changes applied: " ws-total-applied
                  "  Rows rejected: " ws-total-rejected
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform release-data-lock
           close report-file
           stop run.

       load-companies.
           move 0 to COMPANIES-COUNT
           open input company-file
           if FILESTAT-COMPANY = "00"
               perform until 1 = 2
                   read company-file into company-line
                       at end exit perform
                   end-read
                   if function trim(company-line) not = spaces
                      and COMPANIES-COUNT < 500
                       move spaces to PARSE-FIELD(1)
                       move spaces to PARSE-FIELD(2)
                       unstring company-line delimited by "|" into
                           PARSE-FIELD(1) PARSE-FIELD(2)
                       end-unstring
                       add 1 to COMPANIES-COUNT
                       move function trim(PARSE-FIELD(1))
                           to co-id(COMPANIES-COUNT)
                       move function trim(PARSE-FIELD(2))
                           to co-name(COMPANIES-COUNT)
                   end-if
               end-perform
               close company-file
           end-if
           .

      *>>    company-id is the 10th jobs.dat field; the permanent
      *>>    job-id sits past the question block at 18 +
      *>>    question-count, same position math as InCollege.cob's
      *>>    parse-job-line.
       load-postings.
           move 0 to POSTINGS-COUNT
           open input job-file
           if FILESTAT-JOB = "00"
               perform until 1 = 2
                   read job-file into job-line
                       at end exit perform
                   end-read
                   perform varying ws-parse-idx from 1 by 1
                           until ws-parse-idx > 31
                       move spaces to PARSE-FIELD(ws-parse-idx)
                   end-perform
                   unstring job-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                       PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
                       PARSE-FIELD(7) PARSE-FIELD(8) PARSE-FIELD(9)
                       PARSE-FIELD(10) PARSE-FIELD(11) PARSE-FIELD(12)
                       PARSE-FIELD(13) PARSE-FIELD(14) PARSE-FIELD(15)
                       PARSE-FIELD(16) PARSE-FIELD(17) PARSE-FIELD(18)
                       PARSE-FIELD(19) PARSE-FIELD(20) PARSE-FIELD(21)
                       PARSE-FIELD(22) PARSE-FIELD(23)
                   end-unstring
                   move 0 to ws-q
                   if function trim(PARSE-FIELD(12)) is numeric
                      and function trim(PARSE-FIELD(12)) not = spaces
                       move function numval(function trim(PARSE-FIELD(12)))
                           to ws-q
                   end-if
                   if ws-q > 5
                       move 5 to ws-q
                   end-if
                   compute ws-f = 18 + ws-q
                   if function trim(PARSE-FIELD(ws-f)) not = spaces
                      and POSTINGS-COUNT < 2000
                       add 1 to POSTINGS-COUNT
                       move function trim(PARSE-FIELD(ws-f))
                           to po-job-id(POSTINGS-COUNT)
                       move function trim(PARSE-FIELD(10))
                           to po-company-id(POSTINGS-COUNT)
                   end-if
               end-perform
               close job-file
           end-if
           .

      *>>    A company with no drop file waiting is skipped silently.
       import-company-feed.
           move spaces to WS-FEED-FILENAME
           string "ats-status-" function trim(co-id(ws-c)) ".txt"
                  delimited by size into WS-FEED-FILENAME
           end-string
           open input feed-file
           if FILESTAT-FEED not = "00"
               exit paragraph
           end-if
           add 1 to ws-feeds-read

           move spaces to WS-EXCEPTION-FILENAME
           string "ats-status-" function trim(co-id(ws-c))
                  "-exceptions-" ws-run-stamp(1:8) ".txt"
                  delimited by size into WS-EXCEPTION-FILENAME
           end-string
           open extend exception-file
           if FILESTAT-EXCEPT not = "00"
               open output exception-file
           end-if
           move spaces to exception-line
           string "--- Status rows not applied from "
                  function trim(WS-FEED-FILENAME) ", run "
                  ws-run-stamp(1:8) " " ws-run-stamp(9:6) " ---"
                  delimited by size into exception-line
           end-string
           write exception-line

           move 0 to ws-feed-rows
           move 0 to ws-feed-applied
           move 0 to ws-feed-unchanged
           move 0 to ws-feed-rejected
           perform until 1 = 2
               read feed-file into feed-line
                   at end exit perform
               end-read
               if function trim(feed-line) not = spaces
                   add 1 to ws-feed-rows
                   perform import-one-row
               end-if
           end-perform
           close feed-file

           if ws-feed-rejected = 0
               move "(none - every row was accepted)" to exception-line
               write exception-line
           end-if
           move spaces to exception-line
           string "Rows read: " ws-feed-rows
                  "  Applied: " ws-feed-applied
                  "  Already at that status: " ws-feed-unchanged
                  "  Rejected: " ws-feed-rejected
                  delimited by size into exception-line
           end-string
           write exception-line
           close exception-file

           move spaces to WS-DONE-FILENAME
           string "ats-status-" function trim(co-id(ws-c)) "-"
                  ws-run-stamp(1:14) ".done"
                  delimited by size into WS-DONE-FILENAME
           end-string
           call "CBL_RENAME_FILE"
               using WS-FEED-FILENAME WS-DONE-FILENAME
           end-call
           if return-code not = 0
               move spaces to WS-DISPLAY
               string "WARNING: " function trim(WS-FEED-FILENAME)
                      " could not be renamed - move it aside before the next run."
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
           end-if
           move 0 to return-code

           add ws-feed-applied to ws-total-applied
           add ws-feed-rejected to ws-total-rejected
           move spaces to WS-DISPLAY
           string function trim(co-name(ws-c))
                  " (" function trim(co-id(ws-c)) "): "
                  ws-feed-rows " row(s), "
                  ws-feed-applied " applied, "
                  ws-feed-unchanged " unchanged, "
                  ws-feed-rejected " rejected"
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           .

      *>>    company-id|job-id|applicant|new-status|yyyymmdd. Each
      *>>    check that fails sets ws-row-reason and rejects the row.
       import-one-row.
           move spaces to fd-row-company
           move spaces to fd-row-job-id
           move spaces to fd-row-applicant
           move spaces to fd-row-status
           move spaces to fd-row-date
           move spaces to fd-row-extra
           unstring feed-line delimited by "|" into
               fd-row-company fd-row-job-id fd-row-applicant
               fd-row-status fd-row-date fd-row-extra
           end-unstring
           move function trim(fd-row-company) to fd-row-company
           move function trim(fd-row-job-id) to fd-row-job-id
           move function trim(fd-row-applicant) to fd-row-applicant
           move function trim(fd-row-date) to fd-row-date

           if fd-row-company = spaces or fd-row-job-id = spaces
              or fd-row-applicant = spaces or fd-row-status = spaces
              or fd-row-date = spaces
               move "incomplete row - five fields are required" to ws-row-reason
               perform reject-row
               exit paragraph
           end-if

           if fd-row-company not = co-id(ws-c)
               move "company-id is not the one this file was sent for" to ws-row-reason
               perform reject-row
               exit paragraph
           end-if

           move spaces to ws-job-company-id
           move "n" to ws-found-posting
           perform varying ws-i from 1 by 1 until ws-i > POSTINGS-COUNT
               if po-job-id(ws-i) = fd-row-job-id
                   move po-company-id(ws-i) to ws-job-company-id
                   move "y" to ws-found-posting
                   exit perform
               end-if
           end-perform
           if ws-found-posting = "n"
               move "unknown job-id" to ws-row-reason
               perform reject-row
               exit paragraph
           end-if
           if ws-job-company-id not = co-id(ws-c)
               move "posting belongs to another company" to ws-row-reason
               perform reject-row
               exit paragraph
           end-if

      *>>    The same four choices update-application-status offers.
           evaluate function upper-case(function trim(fd-row-status))
               when "APPLIED"
                   move "Applied" to ws-new-app-status
               when "INTERVIEWING"
                   move "Interviewing" to ws-new-app-status
               when "REJECTED"
                   move "Rejected" to ws-new-app-status
               when "HIRED"
                   move "Hired" to ws-new-app-status
               when other
                   move "status must be Applied, Interviewing, Rejected or Hired" to ws-row-reason
                   perform reject-row
                   exit paragraph
           end-evaluate

           if fd-row-date(1:8) is not numeric
              or fd-row-date(9:2) not = spaces
               move "date must be yyyymmdd" to ws-row-reason
               perform reject-row
               exit paragraph
           end-if
           move fd-row-date(1:8) to ws-date-int
           if function test-date-yyyymmdd(ws-date-int) not = 0
              or fd-row-date(1:8) > ws-run-stamp(1:8)
               move "date is not a valid past or present date" to ws-row-reason
               perform reject-row
               exit paragraph
           end-if

           move fd-row-job-id to fd-app-job-id
           move fd-row-applicant to fd-app-username
           read application-file
               invalid key
                   move "no application from this applicant on this posting" to ws-row-reason
                   perform reject-row
                   exit paragraph
           end-read

           perform parse-application-record
           if function trim(app-status) = "Withdrawn"
               move "the applicant has withdrawn this application" to ws-row-reason
               perform reject-row
               exit paragraph
           end-if
           if function trim(app-status) = ws-new-app-status
               add 1 to ws-feed-unchanged
               exit paragraph
           end-if

           move app-status to ws-old-app-status
           move ws-new-app-status to app-status
           move ws-new-app-status to PARSE-FIELD(5)
           perform rebuild-application-record
           rewrite application-record
               invalid key
                   move "applications.dat rewrite failed - resend this row" to ws-row-reason
                   perform reject-row
                   exit paragraph
           end-rewrite

           add 1 to ws-feed-applied
           perform write-journal-row
           perform log-status-transition
           if app-status = "Hired"
               perform record-placement
           end-if

           move fd-row-applicant to ws-notif-recipient
           move spaces to notif-detail
           string "Your application for " function trim(app-job-title)
                  " at " function trim(app-employer)
                  " is now " function trim(app-status) "."
                  delimited by size into notif-detail
           perform queue-notification
           .

       reject-row.
           add 1 to ws-feed-rejected
           move spaces to exception-line
           string "REJECTED: " function trim(feed-line)
                  " - " function trim(ws-row-reason)
                  delimited by size into exception-line
           end-string
           write exception-line
           .

      *>>    username|title|employer|location|status|resume|answers
      *>>    1-5|job-id, as InCollege.cob's parse-application-line
      *>>    reads it.
       parse-application-record.
           move spaces to application-line
           string function trim(fd-app-username) "|" fd-app-data
               delimited by size into application-line
           end-string
           perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 12
               move spaces to PARSE-FIELD(ws-parse-idx)
           end-perform
           unstring application-line delimited by "|" into
               PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
               PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
               PARSE-FIELD(7) PARSE-FIELD(8) PARSE-FIELD(9)
               PARSE-FIELD(10) PARSE-FIELD(11) PARSE-FIELD(12)
           end-unstring
           move function trim(PARSE-FIELD(2)) to app-job-title
           move function trim(PARSE-FIELD(3)) to app-employer
           if function trim(PARSE-FIELD(5)) = spaces
               move "Applied" to app-status
           else
               move function trim(PARSE-FIELD(5)) to app-status
           end-if
           if function trim(PARSE-FIELD(12)) = spaces
               move fd-app-job-id to PARSE-FIELD(12)
           end-if
           .

       rebuild-application-record.
           move spaces to application-line
           string function trim(PARSE-FIELD(1)) "|"
                  function trim(PARSE-FIELD(2)) "|"
                  function trim(PARSE-FIELD(3)) "|"
                  function trim(PARSE-FIELD(4)) "|"
                  function trim(PARSE-FIELD(5)) "|"
                  function trim(PARSE-FIELD(6)) "|"
                  function trim(PARSE-FIELD(7)) "|"
                  function trim(PARSE-FIELD(8)) "|"
                  function trim(PARSE-FIELD(9)) "|"
                  function trim(PARSE-FIELD(10)) "|"
                  function trim(PARSE-FIELD(11)) "|"
                  function trim(PARSE-FIELD(12))
                  delimited by size into application-line
           end-string
           move spaces to fd-app-data
           move 1 to ws-parse-pos
           unstring application-line delimited by "|"
               into PARSE-FIELD(1)
               with pointer ws-parse-pos
           end-unstring
           move application-line(ws-parse-pos:) to fd-app-data
           .

      *>>    Same row log-status-transition writes, timed at the
      *>>    employer's date rather than the import's.
       log-status-transition.
           open extend app-history-file
           if FILESTAT-APPHIST not = "00"
               open output app-history-file
               close app-history-file
               open extend app-history-file
           end-if
           if FILESTAT-APPHIST = "00"
               move spaces to app-history-line
               string fd-row-applicant delimited by space
                      "|" delimited by size
                      function trim(app-job-title) "|"
                      function trim(app-employer) "|"
                      function trim(ws-old-app-status) "|"
                      function trim(app-status) "|"
                      fd-row-date(1:8) ws-run-stamp(9:13) "|"
                      function trim(fd-row-job-id)
                      delimited by size into app-history-line
               end-string
               write app-history-line
               close app-history-file
           end-if
           .

      *>>    record-placement's row; an ATS feed carries no salary,
      *>>    so it is recorded as 0 for the career office to fill in.
       record-placement.
           open extend placement-file
           if FILESTAT-PLACE not = "00"
               open output placement-file
               close placement-file
               open extend placement-file
           end-if
           if FILESTAT-PLACE = "00"
               move spaces to placement-line
               string fd-row-applicant delimited by space
                      "|" delimited by size
                      function trim(app-job-title) "|"
                      function trim(app-employer) "|"
                      function trim(co-id(ws-c)) "|"
                      fd-row-date(1:8) "|"
                      "0000000"
                      delimited by size into placement-line
               end-string
               write placement-line
               close placement-file
           end-if
           .

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
                      "ApplicationStatusImport" "|"
                      "applications.dat" "|"
                      "update" "|"
                      function trim(application-line)
                      delimited by size into journal-line
               end-string
               write journal-line
               close journal-file
           end-if
           .

       queue-notification.
           open extend notification-file
           if FILESTAT-NOTIF not = "00"
               open output notification-file
               close notification-file
               open extend notification-file
           end-if
           if FILESTAT-NOTIF = "00"
               move spaces to notification-line
               string
                   function trim(ws-notif-recipient) "|"
                   "application" "|"
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
