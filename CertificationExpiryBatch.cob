      *>>    Nightly certification expiry sweep: every
      *>>    certifications.dat row whose expiry date falls exactly
      *>>    60 or 14 days from today queues one notifications.dat
      *>>    reminder to its holder for NotificationDispatcher's next
      *>>    digest - early enough to book the renewal course, and
      *>>    again before an employer's screen turns the student
      *>>    away. The report lists each notice plus the credentials
      *>>    already lapsed that are still on students' profiles.
       identification division.
       program-id. CertificationExpiryBatch.

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
           select certification-file assign to "certifications.dat"
               organization is line sequential
               file status is FILESTAT-CERT.
           select notification-file assign to "notifications.dat"
               organization is line sequential
               file status is FILESTAT-NOTIF.
           select report-file assign to "Certification-Expiry-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.

       data division.
       file section.
       fd  certification-file.
       01  certification-line        pic x(300).

       fd  notification-file.
       01  notification-line         pic x(400).

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

       01  FILESTAT-CERT             pic xx.
       01  FILESTAT-NOTIF            pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).

      *>>    Days-before-expiry on which a notice goes out.
       01  WS-FIRST-NOTICE-DAYS      pic 9(03) value 60.
       01  WS-FINAL-NOTICE-DAYS      pic 9(03) value 14.

      *>>    certifications.dat: username|certification|issuer|
      *>>    credential-id|issued|expires|verified.
       01  certification-data.
           05  crt-user              pic x(32).
           05  crt-name              pic x(60).
           05  crt-issuer            pic x(60).
           05  crt-cred-id           pic x(40).
           05  crt-issued            pic x(8).
           05  crt-expires           pic x(8).
           05  crt-verified          pic x(1).

       01  ws-today-days             pic 9(08) value 0.
       01  ws-days-left              pic s9(08) value 0.
       01  ws-days-disp              pic z(02)9.
       01  ws-rows-read              pic 9(05) value 0.
       01  ws-notice-count           pic 9(05) value 0.
       01  ws-expired-count          pic 9(05) value 0.
       01  ws-bad-date-count         pic 9(05) value 0.
       01  ws-recipient              pic x(32).
       01  notif-detail              pic x(200).

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

           move "--- Certification Expiry Batch ---" to report-line
           write report-line
           compute ws-today-days = function integer-of-date(
               function numval(function current-date(1:8)))
           move spaces to WS-DISPLAY
           string "Run date " function current-date(1:8)
                  "; notices at " WS-FIRST-NOTICE-DAYS
                  " and " WS-FINAL-NOTICE-DAYS " day(s) before expiry"
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to report-line
           write report-line

           perform scan-certifications

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Certifications read: " ws-rows-read
                  "  notices queued: " ws-notice-count
                  "  already expired: " ws-expired-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           if ws-bad-date-count > 0
               move spaces to WS-DISPLAY
               string "Rows with an unreadable expiry date (skipped): "
                      ws-bad-date-count
                   delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
           end-if

           close report-file
           stop run.

       scan-certifications.
           open input certification-file
           if FILESTAT-CERT = "00"
               perform until 1 = 2
                   read certification-file into certification-line
                       at end exit perform
                   end-read
                   move spaces to certification-data
                   unstring certification-line delimited by "|" into
                       crt-user crt-name crt-issuer crt-cred-id
                       crt-issued crt-expires crt-verified
                   end-unstring
                   add 1 to ws-rows-read
                   if crt-expires not = spaces
                       perform check-one-certification
                   end-if
               end-perform
               close certification-file
           end-if
           .

      *>>    A blank expiry never lapses; anything else must be a
      *>>    real calendar date before its distance is measured.
       check-one-certification.
           if crt-expires is not numeric
               add 1 to ws-bad-date-count
               exit paragraph
           end-if
           if function test-date-yyyymmdd(function numval(crt-expires))
              not = 0
               add 1 to ws-bad-date-count
               exit paragraph
           end-if
           compute ws-days-left = function integer-of-date(
               function numval(crt-expires)) - ws-today-days

           if ws-days-left < 0
               add 1 to ws-expired-count
               move spaces to report-line
               string "Expired:  " function trim(crt-user) " - "
                      function trim(crt-name) " (expired "
                      crt-expires ")"
                      delimited by size into report-line
               write report-line
               exit paragraph
           end-if

           if ws-days-left = WS-FIRST-NOTICE-DAYS
              or ws-days-left = WS-FINAL-NOTICE-DAYS
               move ws-days-left to ws-days-disp
               move function trim(crt-user) to ws-recipient
               move spaces to notif-detail
               string "Your " function trim(crt-name)
                      " certification expires on " crt-expires
                      " (" function trim(ws-days-disp)
                      " days). Renew it and update My Certifications."
                      delimited by size into notif-detail
               perform queue-notice
               move spaces to report-line
               string "Notice:   " function trim(crt-user) " - "
                      function trim(crt-name) " expires "
                      crt-expires " (" function trim(ws-days-disp)
                      " days)"
                      delimited by size into report-line
               write report-line
           end-if
           .

       queue-notice.
           open extend notification-file
           if FILESTAT-NOTIF not = "00"
               open output notification-file
               close notification-file
               open extend notification-file
           end-if
           if FILESTAT-NOTIF = "00"
               move spaces to notification-line
               string
                   function trim(ws-recipient) "|"
                   "certification" "|"
                   function trim(notif-detail) "|"
                   function current-date
                   delimited by size
                   into notification-line
               end-string
               write notification-line
               close notification-file
               add 1 to ws-notice-count
           end-if
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
