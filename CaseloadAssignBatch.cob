      *>>    Caseload auto-assignment batch: every active student
      *>>    not yet on an advisor's caseload is assigned one from
      *>>    caseload-rules.dat (major|campus|advisor; a blank or "*"
      *>>    major or campus matches anything). The most specific
      *>>    matching rule wins - an exact major outranks an exact
      *>>    campus, which outranks a catch-all - and where several
      *>>    rules tie, the advisor with the lightest caseload gets
      *>>    the student, so one broad rule per campus spreads the
      *>>    load by itself. Rules naming an advisor account that is
      *>>    missing, pending, or deactivated are passed over.
      *>>
      *>>    Each new assignment is appended to caseloads.dat
      *>>    (advisor|student|assigned-date|reason) and the advisor
      *>>    gets a notifications.dat row. Existing rows are never
      *>>    touched - reassignment is AdminConsole's job. Students
      *>>    no rule covers are listed in Caseload-Assign-Report.txt
      *>>    for a manual decision.
       identification division.
       program-id. CaseloadAssignBatch.

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
           select caseload-file assign to "caseloads.dat"
               organization is line sequential
               file status is FILESTAT-CASELOAD.
           select caseload-rule-file assign to "caseload-rules.dat"
               organization is line sequential
               file status is FILESTAT-RULE.
           select notification-file assign to "notifications.dat"
               organization is line sequential
               file status is FILESTAT-NOTIF.
      *>>    Cross-program writers' lock shared with every data-writing
      *>>    program.
           select lock-file assign to "incollege-data.lock"
               organization is line sequential
               file status is FILESTAT-LOCK.
           select report-file assign to "Caseload-Assign-Report.txt"
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

       fd  caseload-file.
       01  caseload-line             pic x(200).

       fd  caseload-rule-file.
       01  caseload-rule-line        pic x(150).

       fd  notification-file.
       01  notification-line         pic x(400).

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
       01  FILESTAT-CASELOAD         pic xx.
       01  FILESTAT-RULE             pic xx.
       01  FILESTAT-NOTIF            pic xx.
       01  FILESTAT-RPT              pic xx.

       01  FILESTAT-LOCK             pic xx.
       01  WS-LOCK-OWNER             pic x(30) value "CaseloadAssign".
       01  WS-LOCK-STALE-MINUTES     pic 9(04) value 30.
       01  ws-lock-acquired          pic x value "n".
       01  ws-lock-holder            pic x(30).
       01  ws-lock-stamp             pic x(14).
       01  ws-lock-age-minutes       pic s9(09) value 0.
       01  ws-lock-then-min          pic 9(09) value 0.
       01  ws-lock-now-min           pic 9(09) value 0.

       01  WS-DISPLAY                pic x(200).

      *>>    Active students: username, upper-cased campus (blank
      *>>    reads as MAIN) and major, and whether caseloads.dat
      *>>    already places them.
       01  STUDENT-TABLE.
           05  STUDENT-ENTRY         occurs 5000 times.
               10  st-user           pic x(32).
               10  st-campus         pic x(10).
               10  st-major          pic x(50).
               10  st-assigned       pic x.
       01  STUDENT-COUNT             pic 9(05) value 0.

      *>>    Advisor accounts cleared to take students, with their
      *>>    current caseload size.
       01  ADVISOR-TABLE.
           05  ADVISOR-ENTRY         occurs 200 times.
               10  av-user           pic x(32).
               10  av-load           pic 9(05).
       01  ADVISOR-COUNT             pic 9(03) value 0.

       01  RULE-TABLE.
           05  RULE-ENTRY            occurs 200 times.
               10  ru-major          pic x(50).
               10  ru-campus         pic x(10).
               10  ru-advisor        pic x(32).
       01  RULE-COUNT                pic 9(03) value 0.

       01  CF-PARSE-1                pic x(50).
       01  CF-PARSE-2                pic x(50).
       01  CF-PARSE-3                pic x(50).
       01  CF-PARSE-4                pic x(50).
       01  CF-PARSE-5                pic x(50).
       01  CF-PARSE-6                pic x(50).
       01  CF-PARSE-7                pic x(50).
       01  CF-PARSE-8                pic x(50).
       01  CF-PARSE-9                pic x(50).
       01  CF-PARSE-10               pic x(50).

       01  ws-i                      pic 9(05) value 0.
       01  ws-j                      pic 9(05) value 0.
       01  ws-k                      pic 9(05) value 0.
       01  ws-row-role               pic x(10).
       01  ws-row-status             pic x(12).
       01  ws-rule-score             pic 9 value 0.
       01  ws-best-score             pic 9 value 0.
       01  ws-best-advisor           pic 9(03) value 0.
       01  ws-assigned-count         pic 9(05) value 0.
       01  ws-uncovered-count        pic 9(05) value 0.
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

           move "--- Caseload Auto-Assignment ---" to report-line
           write report-line

           perform acquire-data-lock
           if ws-lock-acquired not = "y"
               move "Data lock held - run abandoned." to report-line
               write report-line
               close report-file
               move 8 to return-code
               stop run
           end-if

           perform load-accounts
           perform load-student-majors
           perform load-caseloads
           perform load-rules

           if RULE-COUNT = 0
               move "caseload-rules.dat is empty or absent - nothing assigned."
                   to report-line
               write report-line
           else
               perform varying ws-i from 1 by 1 until ws-i > STUDENT-COUNT
                   if st-assigned(ws-i) = "n"
                       perform assign-one-student
                   end-if
               end-perform
           end-if

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Student(s) assigned:        " ws-assigned-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Student(s) no rule covers:  " ws-uncovered-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform release-data-lock
           close report-file
           stop run.

      *>>    users.dat data is pass,attempts,locked,pwdate,email,role,
      *>>    company-id,status,2fa,campus - role 6, status 8, campus
      *>>    10. A blank role is a student row from before roles.
       load-accounts.
           move 0 to STUDENT-COUNT
           move 0 to ADVISOR-COUNT
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
                   move spaces to CF-PARSE-10
                   unstring fd-user-data delimited by "," into
                       CF-PARSE-1 CF-PARSE-2 CF-PARSE-3 CF-PARSE-4
                       CF-PARSE-5 CF-PARSE-6 CF-PARSE-7 CF-PARSE-8
                       CF-PARSE-9 CF-PARSE-10
                   end-unstring
                   move function trim(CF-PARSE-6) to ws-row-role
                   move function trim(CF-PARSE-8) to ws-row-status
                   if ws-row-role = spaces
                       move "student" to ws-row-role
                   end-if
                   if ws-row-status not = "deactivated"
                      and ws-row-status not = "pending"
                       evaluate ws-row-role
                           when "student"
                               if STUDENT-COUNT < 5000
                                   add 1 to STUDENT-COUNT
                                   move function trim(fd-user-name)
                                       to st-user(STUDENT-COUNT)
                                   move function upper-case(
                                       function trim(CF-PARSE-10))
                                       to st-campus(STUDENT-COUNT)
                                   if st-campus(STUDENT-COUNT) = spaces
                                       move "MAIN" to st-campus(STUDENT-COUNT)
                                   end-if
                                   move spaces to st-major(STUDENT-COUNT)
                                   move "n" to st-assigned(STUDENT-COUNT)
                               end-if
                           when "advisor"
                               if ADVISOR-COUNT < 200
                                   add 1 to ADVISOR-COUNT
                                   move function trim(fd-user-name)
                                       to av-user(ADVISOR-COUNT)
                                   move 0 to av-load(ADVISOR-COUNT)
                               end-if
                       end-evaluate
                   end-if
               end-perform
               close user-file
           end-if
           .

      *>>    fd-profile-data holds firstname|lastname|university|
      *>>    major|... - major is its 4th field.
       load-student-majors.
           open input profile-file
           if FILESTAT-PROFILE = "00"
               perform until 1 = 2
                   read profile-file next record
                       at end exit perform
                   end-read
                   if FILESTAT-PROFILE not = "00"
                       exit perform
                   end-if
                   perform varying ws-j from 1 by 1
                           until ws-j > STUDENT-COUNT
                       if st-user(ws-j) = fd-profile-username
                           move spaces to CF-PARSE-1 CF-PARSE-2
                           move spaces to CF-PARSE-3 CF-PARSE-4
                           unstring fd-profile-data delimited by "|" into
                               CF-PARSE-1 CF-PARSE-2 CF-PARSE-3
                               CF-PARSE-4
                           end-unstring
                           move function upper-case(
                               function trim(CF-PARSE-4))
                               to st-major(ws-j)
                           exit perform
                       end-if
                   end-perform
               end-perform
               close profile-file
           end-if
           .

      *>>    Marks students already on a caseload and counts each
      *>>    advisor's current load.
       load-caseloads.
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
                           until ws-j > STUDENT-COUNT
                       if st-user(ws-j) = function trim(CF-PARSE-2)
                           move "y" to st-assigned(ws-j)
                           exit perform
                       end-if
                   end-perform
                   perform varying ws-k from 1 by 1
                           until ws-k > ADVISOR-COUNT
                       if av-user(ws-k) = function trim(CF-PARSE-1)
                           add 1 to av-load(ws-k)
                           exit perform
                       end-if
                   end-perform
               end-perform
               close caseload-file
           end-if
           .

      *>>    major|campus|advisor, upper-cased for matching; "*"
      *>>    is stored as blank (any).
       load-rules.
           move 0 to RULE-COUNT
           open input caseload-rule-file
           if FILESTAT-RULE = "00"
               perform until 1 = 2
                   read caseload-rule-file into caseload-rule-line
                       at end exit perform
                   end-read
                   move spaces to CF-PARSE-1
                   move spaces to CF-PARSE-2
                   move spaces to CF-PARSE-3
                   unstring caseload-rule-line delimited by "|" into
                       CF-PARSE-1 CF-PARSE-2 CF-PARSE-3
                   end-unstring
                   if function trim(CF-PARSE-3) not = spaces
                      and RULE-COUNT < 200
                       add 1 to RULE-COUNT
                       move function upper-case(function trim(CF-PARSE-1))
                           to ru-major(RULE-COUNT)
                       move function upper-case(function trim(CF-PARSE-2))
                           to ru-campus(RULE-COUNT)
                       move function trim(CF-PARSE-3)
                           to ru-advisor(RULE-COUNT)
                       if ru-major(RULE-COUNT) = "*"
                           move spaces to ru-major(RULE-COUNT)
                       end-if
                       if ru-campus(RULE-COUNT) = "*"
                           move spaces to ru-campus(RULE-COUNT)
                       end-if
                   end-if
               end-perform
               close caseload-rule-file
           end-if
           .

      *>>    Scores every rule against student ws-i (major match 2,
      *>>    campus match 1, wildcard 0, a mismatch disqualifies) and
      *>>    keeps the best-scoring cleared advisor, lighter load
      *>>    winning a tie.
       assign-one-student.
           move 0 to ws-best-advisor
           move 0 to ws-best-score
           perform varying ws-j from 1 by 1 until ws-j > RULE-COUNT
               move 0 to ws-rule-score
               if (ru-major(ws-j) = spaces
                   or ru-major(ws-j) = st-major(ws-i))
                  and (ru-campus(ws-j) = spaces
                   or ru-campus(ws-j) = st-campus(ws-i))
                   if ru-major(ws-j) not = spaces
                       add 2 to ws-rule-score
                   end-if
                   if ru-campus(ws-j) not = spaces
                       add 1 to ws-rule-score
                   end-if
                   perform varying ws-k from 1 by 1
                           until ws-k > ADVISOR-COUNT
                       if av-user(ws-k) = ru-advisor(ws-j)
                           if ws-best-advisor = 0
                              or ws-rule-score > ws-best-score
                              or (ws-rule-score = ws-best-score
                                  and av-load(ws-k) <
                                      av-load(ws-best-advisor))
                               move ws-k to ws-best-advisor
                               move ws-rule-score to ws-best-score
                           end-if
                           exit perform
                       end-if
                   end-perform
               end-if
           end-perform

           if ws-best-advisor = 0
               add 1 to ws-uncovered-count
               move spaces to WS-DISPLAY
               string "No rule covers: " function trim(st-user(ws-i))
                      " (" function trim(st-major(ws-i)) ", "
                      function trim(st-campus(ws-i)) ")"
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               exit paragraph
           end-if

           open extend caseload-file
           if FILESTAT-CASELOAD not = "00"
               open output caseload-file
               close caseload-file
               open extend caseload-file
           end-if
           if FILESTAT-CASELOAD not = "00"
               exit paragraph
           end-if
           move spaces to caseload-line
           string function trim(av-user(ws-best-advisor)) "|"
                  function trim(st-user(ws-i)) "|"
                  function current-date(1:8) "|"
                  "auto: major/campus rule"
                  delimited by size into caseload-line
           end-string
           write caseload-line
           close caseload-file

           move "y" to st-assigned(ws-i)
           add 1 to av-load(ws-best-advisor)
           add 1 to ws-assigned-count

           move spaces to notif-detail
           string "New caseload student: " function trim(st-user(ws-i))
                  " (" function trim(st-major(ws-i)) ")"
                  delimited by size into notif-detail
           perform queue-caseload-notification

           move spaces to WS-DISPLAY
           string "Assigned: " function trim(st-user(ws-i))
                  " -> " function trim(av-user(ws-best-advisor))
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           .

      *>>    Appends a recipient|event|detail|timestamp row in
      *>>    write-notification's format for the chosen advisor.
       queue-caseload-notification.
           open extend notification-file
           if FILESTAT-NOTIF not = "00"
               open output notification-file
               close notification-file
               open extend notification-file
           end-if
           if FILESTAT-NOTIF = "00"
               move spaces to notification-line
               string
                   function trim(av-user(ws-best-advisor)) "|"
                   "caseload" "|"
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
