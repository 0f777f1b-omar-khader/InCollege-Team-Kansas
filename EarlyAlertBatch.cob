      *>>    Early-alert batch for graduating students who are drifting.
      *>>    A senior is an active student whose profile graduation
      *>>    year falls inside the current term window from
      *>>    academic-calendar.dat (the term containing today, or
      *>>    between terms the last one to have started; any year from
      *>>    the term's start year to its end year counts). Each
      *>>    senior is scored on four signals:
      *>>        no applications.dat row at all             3 points
      *>>        no login-history.dat entry in 30 days      3 points
      *>>        no advising-slots.dat booking              2 points
      *>>        profile completeness below the threshold   2 points
      *>>    Completeness is university, major, About Me, at least one
      *>>    experience entry and at least one education entry, 20%
      *>>    each; the threshold percentage is read from
      *>>    early-alert-threshold.dat (default 60 when absent).
      *>>
      *>>    Every senior scoring above zero is listed in
      *>>    Early-Alert-Report.txt under the advisor whose caseload
      *>>    (caseloads.dat) holds them - seniors on nobody's caseload
      *>>    get a section of their own - and each assigned advisor is
      *>>    sent one notifications.dat row per flagged student.
       identification division.
       program-id. EarlyAlertBatch.

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
           select application-file assign to "applications.dat"
               organization is indexed
               access mode is sequential
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-APP.
           select advising-slot-file assign to "advising-slots.dat"
               organization is line sequential
               file status is FILESTAT-ADVSLOT.
           select login-history-file assign to "login-history.dat"
               organization is line sequential
               file status is FILESTAT-LOGINH.
           select caseload-file assign to "caseloads.dat"
               organization is line sequential
               file status is FILESTAT-CASELOAD.
           select calendar-file assign to "academic-calendar.dat"
               organization is line sequential
               file status is FILESTAT-CAL.
           select control-file assign to "early-alert-threshold.dat"
               organization is line sequential
               file status is FILESTAT-CTL.
           select notification-file assign to "notifications.dat"
               organization is line sequential
               file status is FILESTAT-NOTIF.
      *>>    Cross-program writers' lock shared with every data-writing
      *>>    program.
           select lock-file assign to "incollege-data.lock"
               organization is line sequential
               file status is FILESTAT-LOCK.
           select report-file assign to "Early-Alert-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the flagged-senior lines, written only
      *>>    when the run is started with the "csv" option.
           select csv-file assign to "Early-Alert-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

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

       fd  application-file.
       01  application-record.
           05  fd-app-key.
               10  fd-app-job-id     pic x(10).
               10  fd-app-username   pic x(32).
           05  fd-app-data           pic x(1000).

       fd  advising-slot-file.
       01  advising-slot-line        pic x(100).

       fd  login-history-file.
       01  login-history-line        pic x(200).

       fd  caseload-file.
       01  caseload-line             pic x(200).

       fd  calendar-file.
       01  calendar-line             pic x(80).

       fd  control-file.
       01  control-line              pic x(20).

       fd  notification-file.
       01  notification-line         pic x(400).

       fd  lock-file.
       01  lock-line                 pic x(60).

       fd  report-file.
       01  report-line               pic x(200).

       fd  csv-file.
       01  csv-line                  pic x(1000).

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
       01  FILESTAT-APP              pic xx.
       01  FILESTAT-ADVSLOT          pic xx.
       01  FILESTAT-LOGINH           pic xx.
       01  FILESTAT-CASELOAD         pic xx.
       01  FILESTAT-CAL              pic xx.
       01  FILESTAT-CTL              pic xx.
       01  FILESTAT-NOTIF            pic xx.
       01  FILESTAT-RPT              pic xx.

       01  FILESTAT-LOCK             pic xx.
       01  WS-LOCK-OWNER             pic x(30) value "EarlyAlertBatch".
       01  WS-LOCK-STALE-MINUTES     pic 9(04) value 30.
       01  ws-lock-acquired          pic x value "n".
       01  ws-lock-holder            pic x(30).
       01  ws-lock-stamp             pic x(14).
       01  ws-lock-age-minutes       pic s9(09) value 0.
       01  ws-lock-then-min          pic 9(09) value 0.
       01  ws-lock-now-min           pic 9(09) value 0.

       01  WS-DISPLAY                pic x(200).
       01  profile-line              pic x(6000).

       01  WS-COMPLETE-THRESHOLD     pic 9(03) value 60.
       01  WS-LOGIN-LAPSE-DAYS       pic 9(03) value 30.

       01  TERMS-TABLE.
           05  TERM-ENTRY            occurs 20 times.
               10  tm-name           pic x(20).
               10  tm-start          pic x(8).
               10  tm-end            pic x(8).
       01  TERMS-COUNT               pic 9(02) value 0.
       01  ws-t                      pic 9(02) value 0.
       01  ws-current-term           pic x(20) value "(no term on file)".
       01  ws-term-start             pic x(8) value spaces.
       01  ws-term-end               pic x(8) value spaces.
       01  ws-window-from            pic 9(04) value 0.
       01  ws-window-to              pic 9(04) value 0.
       01  ws-today                  pic x(8).
       01  ws-today-days             pic 9(08) value 0.

      *>>    Active student accounts, before the graduation-year cut.
       01  STUDENT-TABLE.
           05  STUDENT-ENTRY         occurs 5000 times pic x(32).
       01  STUDENT-COUNT             pic 9(05) value 0.

      *>>    Seniors in the window, with each signal and the score.
       01  SENIOR-TABLE.
           05  SENIOR-ENTRY          occurs 2000 times.
               10  sr-user           pic x(32).
               10  sr-gradyear       pic 9(04).
               10  sr-complete-pct   pic 9(03).
               10  sr-app-count      pic 9(04).
               10  sr-booked         pic x.
               10  sr-last-login     pic x(8).
               10  sr-advisor        pic x(32).
               10  sr-score          pic 9(02).
               10  sr-reasons        pic x(120).
       01  SENIOR-COUNT              pic 9(04) value 0.

      *>>    Distinct advisors holding a flagged senior, in caseload
      *>>    order.
       01  ADVISOR-TABLE.
           05  ADVISOR-ENTRY         occurs 200 times.
               10  av-user           pic x(32).
               10  av-flagged        pic 9(04).
       01  ADVISOR-COUNT             pic 9(03) value 0.

       01  CF-PARSE-1                pic x(50).
       01  CF-PARSE-2                pic x(50).
       01  CF-PARSE-3                pic x(50).
       01  CF-PARSE-4                pic x(50).
       01  CF-PARSE-5                pic x(50).
       01  CF-PARSE-6                pic x(50).
       01  CF-PARSE-7                pic x(50).
       01  CF-PARSE-8                pic x(50).

      *>>    Generic split of the whole profile-line, since edu-count's
      *>>    field position shifts with however many experience entries
      *>>    are on the row (same as ProfileCompletenessReport).
       01  PARSE-FIELDS.
           05 PARSE-FIELD            occurs 90 times pic x(200).
       01  ws-parse-idx              pic 9(02) value 0.
       01  ws-exp-count              pic 9(02) value 0.
       01  ws-edu-count              pic 9(02) value 0.
       01  ws-edu-count-field        pic 9(04) value 0.

       01  ws-i                      pic 9(05) value 0.
       01  ws-j                      pic 9(05) value 0.
       01  ws-found                  pic x value "n".
       01  ws-row-role               pic x(10).
       01  ws-row-status             pic x(12).
       01  ws-gradyear               pic 9(04) value 0.
       01  ws-login-user             pic x(32).
       01  ws-login-date             pic x(8).
       01  ws-login-days             pic 9(08) value 0.
       01  ws-age-days               pic s9(08) value 0.
       01  ws-reason-ptr             pic 9(03) value 1.
       01  ws-flagged-count          pic 9(04) value 0.
       01  ws-unassigned-flagged     pic 9(04) value 0.
       01  ws-notified-count         pic 9(04) value 0.
       01  ws-section-advisor        pic x(32).
       01  notif-detail              pic x(200).

      *>>    "csv" on the command line (or after the program name in
      *>>    nightly-jobs.txt) also writes the report's .csv
      *>>    companion: one header row, then one row per flagged
      *>>    senior.
       01  FILESTAT-CSV              pic xx.
       01  ws-command-args           pic x(100).
       01  ws-csv-wanted             pic x value "n".
       01  ws-csv-field              pic x(200).
       01  ws-csv-ptr                pic 9(04) value 1.
       01  ws-csv-i                  pic 9(03) value 0.
       01  ws-csv-len                pic 9(03) value 0.
       01  ws-csv-tally              pic 9(03) value 0.
       01  ws-csv-columns            pic 9(03) value 0.
       01  ws-csv-count              pic -(11)9.

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

           move function current-date(1:8) to ws-today
           move function integer-of-date(function numval(ws-today))
               to ws-today-days

           move "--- Early-Alert Report: Graduating Students ---"
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

           perform read-run-options
           if ws-csv-wanted = "y"
               perform open-csv-file
           end-if

           perform load-threshold
           perform derive-current-term
           move spaces to WS-DISPLAY
           string "Term: " function trim(ws-current-term)
                  "  Graduation years " ws-window-from
                  " - " ws-window-to
                  "  Completeness threshold " WS-COMPLETE-THRESHOLD "%"
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform load-students
           perform load-seniors
           perform apply-applications
           perform apply-advising-slots
           perform apply-login-history
           perform apply-caseloads
           perform score-seniors
           perform write-advisor-sections
           perform write-unassigned-section

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Seniors in the window:         " SENIOR-COUNT
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Seniors flagged:               " ws-flagged-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Flagged with no advisor:       " ws-unassigned-flagged
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Advisor notifications queued:  " ws-notified-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform release-data-lock
           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

       load-threshold.
           open input control-file
           if FILESTAT-CTL = "00"
               read control-file into control-line
                   at end continue
                   not at end
                       if function trim(control-line) is numeric
                           move function numval(function trim(control-line))
                               to WS-COMPLETE-THRESHOLD
                       end-if
               end-read
               close control-file
           end-if
           .

      *>>    The term containing today; between terms, the latest
      *>>    term that has already started. With no calendar on file
      *>>    the window is this calendar year alone.
       derive-current-term.
           move 0 to TERMS-COUNT
           open input calendar-file
           if FILESTAT-CAL = "00"
               perform until 1 = 2
                   read calendar-file into calendar-line
                       at end exit perform
                   end-read
                   if TERMS-COUNT < 20
                       add 1 to TERMS-COUNT
                       unstring calendar-line delimited by "|" into
                           tm-name(TERMS-COUNT)
                           tm-start(TERMS-COUNT)
                           tm-end(TERMS-COUNT)
                       end-unstring
                   end-if
               end-perform
               close calendar-file
           end-if
           perform varying ws-t from 1 by 1 until ws-t > TERMS-COUNT
               if tm-start(ws-t) is numeric
                  and tm-start(ws-t) <= ws-today
                  and (ws-term-start = spaces
                       or tm-start(ws-t) > ws-term-start)
                   move tm-name(ws-t) to ws-current-term
                   move tm-start(ws-t) to ws-term-start
                   move tm-end(ws-t) to ws-term-end
               end-if
           end-perform

           if ws-term-start = spaces
               move ws-today(1:4) to ws-window-from
           else
               move ws-term-start(1:4) to ws-window-from
           end-if
           if ws-term-end is numeric
              and ws-term-end(1:4) >= ws-term-start(1:4)
               move ws-term-end(1:4) to ws-window-to
           else
               move ws-window-from to ws-window-to
           end-if
           .

      *>>    users.dat data: role is comma field 6, status field 8;
      *>>    a blank role is a student.
       load-students.
           move 0 to STUDENT-COUNT
           open input user-file
           if FILESTAT-USER = "00"
               perform until 1 = 2
                   read user-file next record
                       at end exit perform
                   end-read
                   if FILESTAT-USER not = "00"
                       exit perform
                   end-if
                   move spaces to CF-PARSE-6
                   move spaces to CF-PARSE-8
                   unstring fd-user-data delimited by "," into
                       CF-PARSE-1 CF-PARSE-2 CF-PARSE-3 CF-PARSE-4
                       CF-PARSE-5 CF-PARSE-6 CF-PARSE-7 CF-PARSE-8
                   end-unstring
                   move function trim(CF-PARSE-6) to ws-row-role
                   move function trim(CF-PARSE-8) to ws-row-status
                   if (ws-row-role = spaces or ws-row-role = "student")
                      and ws-row-status not = "deactivated"
                      and ws-row-status not = "pending"
                      and STUDENT-COUNT < 5000
                       add 1 to STUDENT-COUNT
                       move function trim(fd-user-name)
                           to STUDENT-ENTRY(STUDENT-COUNT)
                   end-if
               end-perform
               close user-file
           end-if
           .

      *>>    Format: username|firstname|lastname|university|major|
      *>>            gradyear|aboutme|exp-count|...
       load-seniors.
           move 0 to SENIOR-COUNT
           open input profile-file
           if FILESTAT-PROFILE = "00"
               perform until 1 = 2
                   read profile-file next record
                       at end exit perform
                   end-read
                   if FILESTAT-PROFILE not = "00"
                       exit perform
                   end-if
                   move "n" to ws-found
                   perform varying ws-j from 1 by 1
                           until ws-j > STUDENT-COUNT
                       if STUDENT-ENTRY(ws-j) = fd-profile-username
                           move "y" to ws-found
                           exit perform
                       end-if
                   end-perform
                   if ws-found = "y"
                       perform consider-senior
                   end-if
               end-perform
               close profile-file
           end-if
           .

       consider-senior.
           move spaces to profile-line
           string function trim(fd-profile-username) "|"
                  function trim(fd-profile-data)
               delimited by size into profile-line
           end-string

           perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 90
               move spaces to PARSE-FIELD(ws-parse-idx)
           end-perform

           unstring profile-line delimited by "|" into
               PARSE-FIELD(1)  PARSE-FIELD(2)  PARSE-FIELD(3)
               PARSE-FIELD(4)  PARSE-FIELD(5)  PARSE-FIELD(6)
               PARSE-FIELD(7)  PARSE-FIELD(8)  PARSE-FIELD(9)
               PARSE-FIELD(10) PARSE-FIELD(11) PARSE-FIELD(12)
               PARSE-FIELD(13) PARSE-FIELD(14) PARSE-FIELD(15)
               PARSE-FIELD(16) PARSE-FIELD(17) PARSE-FIELD(18)
               PARSE-FIELD(19) PARSE-FIELD(20) PARSE-FIELD(21)
               PARSE-FIELD(22) PARSE-FIELD(23) PARSE-FIELD(24)
               PARSE-FIELD(25) PARSE-FIELD(26) PARSE-FIELD(27)
               PARSE-FIELD(28) PARSE-FIELD(29) PARSE-FIELD(30)
               PARSE-FIELD(31) PARSE-FIELD(32) PARSE-FIELD(33)
               PARSE-FIELD(34) PARSE-FIELD(35) PARSE-FIELD(36)
               PARSE-FIELD(37) PARSE-FIELD(38) PARSE-FIELD(39)
               PARSE-FIELD(40) PARSE-FIELD(41) PARSE-FIELD(42)
               PARSE-FIELD(43) PARSE-FIELD(44) PARSE-FIELD(45)
               PARSE-FIELD(46) PARSE-FIELD(47) PARSE-FIELD(48)
               PARSE-FIELD(49) PARSE-FIELD(50) PARSE-FIELD(51)
               PARSE-FIELD(52) PARSE-FIELD(53) PARSE-FIELD(54)
               PARSE-FIELD(55) PARSE-FIELD(56) PARSE-FIELD(57)
               PARSE-FIELD(58) PARSE-FIELD(59) PARSE-FIELD(60)
               PARSE-FIELD(61) PARSE-FIELD(62) PARSE-FIELD(63)
               PARSE-FIELD(64) PARSE-FIELD(65) PARSE-FIELD(66)
               PARSE-FIELD(67) PARSE-FIELD(68) PARSE-FIELD(69)
               PARSE-FIELD(70) PARSE-FIELD(71) PARSE-FIELD(72)
               PARSE-FIELD(73) PARSE-FIELD(74) PARSE-FIELD(75)
               PARSE-FIELD(76) PARSE-FIELD(77) PARSE-FIELD(78)
               PARSE-FIELD(79) PARSE-FIELD(80) PARSE-FIELD(81)
               PARSE-FIELD(82) PARSE-FIELD(83) PARSE-FIELD(84)
               PARSE-FIELD(85) PARSE-FIELD(86) PARSE-FIELD(87)
               PARSE-FIELD(88) PARSE-FIELD(89) PARSE-FIELD(90)
           end-unstring

           if function trim(PARSE-FIELD(6)) is not numeric
               exit paragraph
           end-if
           move function numval(function trim(PARSE-FIELD(6)))
               to ws-gradyear
           if ws-gradyear < ws-window-from
              or ws-gradyear > ws-window-to
               exit paragraph
           end-if
           if SENIOR-COUNT >= 2000
               exit paragraph
           end-if

           add 1 to SENIOR-COUNT
           move function trim(PARSE-FIELD(1)) to sr-user(SENIOR-COUNT)
           move ws-gradyear to sr-gradyear(SENIOR-COUNT)
           move 0 to sr-app-count(SENIOR-COUNT)
           move "n" to sr-booked(SENIOR-COUNT)
           move spaces to sr-last-login(SENIOR-COUNT)
           move spaces to sr-advisor(SENIOR-COUNT)
           move 0 to sr-score(SENIOR-COUNT)
           move spaces to sr-reasons(SENIOR-COUNT)

           move 0 to ws-exp-count
           if function trim(PARSE-FIELD(8)) is numeric
               move function numval(function trim(PARSE-FIELD(8)))
                   to ws-exp-count
           end-if
           if ws-exp-count > 10
               move 10 to ws-exp-count
           end-if
      *>>    edu-count sits right after the exp-count entries.
           compute ws-edu-count-field = 9 + (ws-exp-count * 4)
           move 0 to ws-edu-count
           if function trim(PARSE-FIELD(ws-edu-count-field)) is numeric
               move function numval(
                   function trim(PARSE-FIELD(ws-edu-count-field)))
                   to ws-edu-count
           end-if

           move 0 to sr-complete-pct(SENIOR-COUNT)
           if function trim(PARSE-FIELD(4)) not = spaces
               add 20 to sr-complete-pct(SENIOR-COUNT)
           end-if
           if function trim(PARSE-FIELD(5)) not = spaces
               add 20 to sr-complete-pct(SENIOR-COUNT)
           end-if
           if function trim(PARSE-FIELD(7)) not = spaces
               add 20 to sr-complete-pct(SENIOR-COUNT)
           end-if
           if ws-exp-count > 0
               add 20 to sr-complete-pct(SENIOR-COUNT)
           end-if
           if ws-edu-count > 0
               add 20 to sr-complete-pct(SENIOR-COUNT)
           end-if
           .

       apply-applications.
           open input application-file
           if FILESTAT-APP = "00"
               perform until 1 = 2
                   read application-file next record
                       at end exit perform
                   end-read
                   if FILESTAT-APP not = "00"
                       exit perform
                   end-if
                   perform varying ws-j from 1 by 1
                           until ws-j > SENIOR-COUNT
                       if sr-user(ws-j) = fd-app-username
                           add 1 to sr-app-count(ws-j)
                           exit perform
                       end-if
                   end-perform
               end-perform
               close application-file
           end-if
           .

      *>>    advising-slots.dat: advisor|slot-time|booked-by. Any
      *>>    booking, past or upcoming, counts.
       apply-advising-slots.
           open input advising-slot-file
           if FILESTAT-ADVSLOT = "00"
               perform until 1 = 2
                   read advising-slot-file into advising-slot-line
                       at end exit perform
                   end-read
                   move spaces to CF-PARSE-1
                   move spaces to CF-PARSE-2
                   move spaces to CF-PARSE-3
                   unstring advising-slot-line delimited by "|" into
                       CF-PARSE-1 CF-PARSE-2 CF-PARSE-3
                   end-unstring
                   if function trim(CF-PARSE-3) not = spaces
                       perform varying ws-j from 1 by 1
                               until ws-j > SENIOR-COUNT
                           if sr-user(ws-j) = function trim(CF-PARSE-3)
                               move "y" to sr-booked(ws-j)
                               exit perform
                           end-if
                       end-perform
                   end-if
               end-perform
               close advising-slot-file
           end-if
           .

      *>>    login-history.dat: username|timestamp|input-filename;
      *>>    keeps each senior's latest login date.
       apply-login-history.
           open input login-history-file
           if FILESTAT-LOGINH = "00"
               perform until 1 = 2
                   read login-history-file into login-history-line
                       at end exit perform
                   end-read
                   move spaces to CF-PARSE-1
                   move spaces to CF-PARSE-2
                   unstring login-history-line delimited by "|" into
                       CF-PARSE-1 CF-PARSE-2
                   end-unstring
                   move function trim(CF-PARSE-1) to ws-login-user
                   move CF-PARSE-2(1:8) to ws-login-date
                   if ws-login-date is numeric
                       perform varying ws-j from 1 by 1
                               until ws-j > SENIOR-COUNT
                           if sr-user(ws-j) = ws-login-user
                               if sr-last-login(ws-j) = spaces
                                  or ws-login-date > sr-last-login(ws-j)
                                   move ws-login-date
                                       to sr-last-login(ws-j)
                               end-if
                               exit perform
                           end-if
                       end-perform
                   end-if
               end-perform
               close login-history-file
           end-if
           .

      *>>    caseloads.dat: advisor|student|assigned-date|reason.
       apply-caseloads.
           open input caseload-file
           if FILESTAT-CASELOAD = "00"
               perform until 1 = 2
                   read caseload-file into caseload-line
                       at end exit perform
                   end-read
                   move spaces to CF-PARSE-1
                   move spaces to CF-PARSE-2
                   unstring caseload-line delimited by "|" into
                       CF-PARSE-1 CF-PARSE-2
                   end-unstring
                   perform varying ws-j from 1 by 1
                           until ws-j > SENIOR-COUNT
                       if sr-user(ws-j) = function trim(CF-PARSE-2)
                           move function trim(CF-PARSE-1)
                               to sr-advisor(ws-j)
                           exit perform
                       end-if
                   end-perform
               end-perform
               close caseload-file
           end-if
           .

       score-seniors.
           perform varying ws-i from 1 by 1 until ws-i > SENIOR-COUNT
               move 0 to sr-score(ws-i)
               move spaces to sr-reasons(ws-i)
               move 1 to ws-reason-ptr

               if sr-app-count(ws-i) = 0
                   add 3 to sr-score(ws-i)
                   string "no applications; "
                       delimited by size into sr-reasons(ws-i)
                       with pointer ws-reason-ptr
                   end-string
               end-if

               if sr-last-login(ws-i) = spaces
                   add 3 to sr-score(ws-i)
                   string "never logged in; "
                       delimited by size into sr-reasons(ws-i)
                       with pointer ws-reason-ptr
                   end-string
               else
                   move function integer-of-date(
                       function numval(sr-last-login(ws-i)))
                       to ws-login-days
                   compute ws-age-days = ws-today-days - ws-login-days
                   if ws-age-days > WS-LOGIN-LAPSE-DAYS
                       add 3 to sr-score(ws-i)
                       string "no login since " sr-last-login(ws-i) "; "
                           delimited by size into sr-reasons(ws-i)
                           with pointer ws-reason-ptr
                       end-string
                   end-if
               end-if

               if sr-booked(ws-i) = "n"
                   add 2 to sr-score(ws-i)
                   string "no advising booking; "
                       delimited by size into sr-reasons(ws-i)
                       with pointer ws-reason-ptr
                   end-string
               end-if

               if sr-complete-pct(ws-i) < WS-COMPLETE-THRESHOLD
                   add 2 to sr-score(ws-i)
                   string "profile " sr-complete-pct(ws-i) "% complete; "
                       delimited by size into sr-reasons(ws-i)
                       with pointer ws-reason-ptr
                   end-string
               end-if

               if sr-score(ws-i) > 0
                   add 1 to ws-flagged-count
                   if sr-advisor(ws-i) = spaces
                       add 1 to ws-unassigned-flagged
                   else
                       perform tally-advisor
                   end-if
               end-if
           end-perform
           .

       tally-advisor.
           move "n" to ws-found
           perform varying ws-j from 1 by 1 until ws-j > ADVISOR-COUNT
               if av-user(ws-j) = sr-advisor(ws-i)
                   add 1 to av-flagged(ws-j)
                   move "y" to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = "n" and ADVISOR-COUNT < 200
               add 1 to ADVISOR-COUNT
               move sr-advisor(ws-i) to av-user(ADVISOR-COUNT)
               move 1 to av-flagged(ADVISOR-COUNT)
           end-if
           .

       write-advisor-sections.
           perform varying ws-j from 1 by 1 until ws-j > ADVISOR-COUNT
               move spaces to report-line
               write report-line
               move spaces to WS-DISPLAY
               string "Advisor: " function trim(av-user(ws-j))
                      "  Flagged seniors: " av-flagged(ws-j)
                   delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               move av-user(ws-j) to ws-section-advisor
               perform varying ws-i from 1 by 1 until ws-i > SENIOR-COUNT
                   if sr-score(ws-i) > 0
                      and sr-advisor(ws-i) = ws-section-advisor
                       perform write-senior-line
                       perform queue-alert-notification
                   end-if
               end-perform
           end-perform
           .

       write-unassigned-section.
           if ws-unassigned-flagged = 0
               exit paragraph
           end-if
           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "No advisor assigned  Flagged seniors: "
                  ws-unassigned-flagged
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           perform varying ws-i from 1 by 1 until ws-i > SENIOR-COUNT
               if sr-score(ws-i) > 0 and sr-advisor(ws-i) = spaces
                   perform write-senior-line
               end-if
           end-perform
           .

       write-senior-line.
           move spaces to WS-DISPLAY
           string "   " function trim(sr-user(ws-i))
                  " (class of " sr-gradyear(ws-i) ")"
                  "  score " sr-score(ws-i) ": "
                  function trim(sr-reasons(ws-i))
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           if ws-csv-wanted = "y"
               perform write-senior-csv-row
           end-if
           .

       write-senior-csv-row.
           perform begin-csv-row
           move sr-advisor(ws-i) to ws-csv-field
           perform add-csv-field
           move sr-user(ws-i) to ws-csv-field
           perform add-csv-field
           move sr-gradyear(ws-i) to ws-csv-field
           perform add-csv-field
           move sr-score(ws-i) to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move sr-complete-pct(ws-i) to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move sr-app-count(ws-i) to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move sr-booked(ws-i) to ws-csv-field
           perform add-csv-field
           move sr-last-login(ws-i) to ws-csv-field
           perform add-csv-field
           move sr-reasons(ws-i) to ws-csv-field
           perform add-csv-field
           write csv-line
           .

       write-csv-header.
           perform begin-csv-row
           move "advisor" to ws-csv-field
           perform add-csv-field
           move "student" to ws-csv-field
           perform add-csv-field
           move "class-of" to ws-csv-field
           perform add-csv-field
           move "score" to ws-csv-field
           perform add-csv-field
           move "completeness-pct" to ws-csv-field
           perform add-csv-field
           move "applications" to ws-csv-field
           perform add-csv-field
           move "advising-booked" to ws-csv-field
           perform add-csv-field
           move "last-login" to ws-csv-field
           perform add-csv-field
           move "reasons" to ws-csv-field
           perform add-csv-field
           write csv-line
           .

      *>>    Appends a recipient|event|detail|timestamp row in
      *>>    write-notification's format for the senior's advisor.
       queue-alert-notification.
           move spaces to notif-detail
           string "Early alert: " function trim(sr-user(ws-i))
                  " (score " sr-score(ws-i) ") - "
                  function trim(sr-reasons(ws-i))
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
                   function trim(sr-advisor(ws-i)) "|"
                   "early-alert" "|"
                   function trim(notif-detail) "|"
                   function current-date
                   delimited by size
                   into notification-line
               end-string
               write notification-line
               close notification-file
               add 1 to ws-notified-count
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

      *>>    Run options from the command line; "csv" turns on the
      *>>    spreadsheet companion file.
       read-run-options.
           move spaces to ws-command-args
           accept ws-command-args from command-line
           move function lower-case(ws-command-args) to ws-command-args
           move 0 to ws-csv-tally
           inspect ws-command-args tallying ws-csv-tally for all "csv"
           if ws-csv-tally > 0
               move "y" to ws-csv-wanted
           end-if
           .

      *>>    A CSV that cannot be opened costs the spreadsheet copy,
      *>>    never the text report.
       open-csv-file.
           open output csv-file
           if FILESTAT-CSV not = "00"
               display "ERROR opening CSV file - text report only"
               move "n" to ws-csv-wanted
               exit paragraph
           end-if
           perform write-csv-header
           .

       begin-csv-row.
           move spaces to csv-line
           move 1 to ws-csv-ptr
           move 0 to ws-csv-columns
           .

      *>>    Appends ws-csv-field to csv-line as the next column. A
      *>>    value holding a comma or a double quote is enclosed in
      *>>    double quotes with its own quotes doubled, so a name like
      *>>    "Smith, Jane" stays one column in any spreadsheet.
       add-csv-field.
           if ws-csv-columns > 0
               string "," delimited by size
                   into csv-line with pointer ws-csv-ptr
           end-if
           add 1 to ws-csv-columns
           if ws-csv-field = spaces
               exit paragraph
           end-if
           move function trim(ws-csv-field) to ws-csv-field
           move function length(function trim(ws-csv-field trailing))
               to ws-csv-len
           move 0 to ws-csv-tally
           inspect ws-csv-field tallying ws-csv-tally
               for all "," all quote
           if ws-csv-tally = 0
               string ws-csv-field(1:ws-csv-len) delimited by size
                   into csv-line with pointer ws-csv-ptr
               exit paragraph
           end-if
           string quote delimited by size
               into csv-line with pointer ws-csv-ptr
           perform varying ws-csv-i from 1 by 1
                   until ws-csv-i > ws-csv-len
               if ws-csv-field(ws-csv-i:1) = quote
                   string quote delimited by size
                       into csv-line with pointer ws-csv-ptr
               end-if
               string ws-csv-field(ws-csv-i:1) delimited by size
                   into csv-line with pointer ws-csv-ptr
           end-perform
           string quote delimited by size
               into csv-line with pointer ws-csv-ptr
           .
