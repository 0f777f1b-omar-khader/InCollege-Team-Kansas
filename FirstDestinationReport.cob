      *>>    First-destination report for the provost: every student
      *>>    account whose graduating term has ended (graduation year
      *>>    from profiles.dat, term from academic-calendar.dat) is a
      *>>    graduate. Outcomes come from destination-survey.dat (the
      *>>    login-time survey in InCollege.cob), with placements.dat
      *>>    filling in "employed" for anyone who never answered or
      *>>    declined. Knowledge rate = graduates with a known outcome
      *>>    / graduates; outcome rate = employed + continuing
      *>>    education + military + service / graduates with a known
      *>>    outcome - the NACE first-destination definitions - by
      *>>    campus, by major, and by graduating term.
       identification division.
       program-id. FirstDestinationReport.

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
           select survey-file assign to "destination-survey.dat"
               organization is line sequential
               file status is FILESTAT-DEST.
           select placement-file assign to "placements.dat"
               organization is line sequential
               file status is FILESTAT-PLACE.
           select calendar-file assign to "academic-calendar.dat"
               organization is line sequential
               file status is FILESTAT-CAL.
           select report-file assign to "First-Destination-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "First-Destination-Report.csv"
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

       fd  survey-file.
       01  survey-line               pic x(250).

       fd  placement-file.
       01  placement-line            pic x(300).

       fd  calendar-file.
       01  calendar-line             pic x(80).

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
       01  FILESTAT-DEST             pic xx.
       01  FILESTAT-PLACE            pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).
       01  FILESTAT-CAL              pic xx.
       01  TERMS-TABLE.
           05  TERM-ENTRY            occurs 20 times.
               10  tm-name           pic x(20).
               10  tm-start          pic x(8).
               10  tm-end            pic x(8).
       01  TERMS-COUNT               pic 9(02) value 0.
       01  ws-t                      pic 9(02) value 0.

      *>>    username -> major/gradyear, loaded once from profiles.dat
      *>>    (major is the 4th pipe field of fd-profile-data, gradyear
      *>>    the 5th).
       01  PROFILE-MAP-TABLE.
           05  PROFILE-MAP-ENTRY     occurs 2000 times.
               10  pm-user           pic x(32).
               10  pm-major          pic x(50).
               10  pm-gradyear       pic x(4).
       01  PROFILE-MAP-COUNT         pic 9(04) value 0.

      *>>    One row per graduate. gr-outcome stays blank until a
      *>>    survey answer or a placement makes it known; gr-source
      *>>    says which ("survey" or "placement").
       01  GRADS-TABLE.
           05  GRAD-ENTRY            occurs 5000 times.
               10  gr-user           pic x(32).
               10  gr-campus         pic x(10).
               10  gr-major          pic x(50).
               10  gr-term           pic x(20).
               10  gr-outcome        pic x(24).
               10  gr-org            pic x(100).
               10  gr-source         pic x(10).
               10  gr-declined       pic x.
       01  GRADS-COUNT               pic 9(04) value 0.
       01  ws-grads-overflow         pic x value "n".

      *>>    Per-label graduates / known / positive, reused for each
      *>>    breakout.
       01  BREAKOUT-TABLE.
           05  BREAKOUT-ENTRY        occurs 500 times.
               10  bk-label          pic x(50).
               10  bk-grads          pic 9(05).
               10  bk-known          pic 9(05).
               10  bk-positive       pic 9(05).
       01  BREAKOUT-COUNT            pic 9(04) value 0.

       01  PARSE-FIELD-1             pic x(100).
       01  PARSE-FIELD-2             pic x(100).
       01  PARSE-FIELD-3             pic x(100).
       01  PARSE-FIELD-4             pic x(100).
       01  PARSE-FIELD-5             pic x(100).
       01  PARSE-FIELD-6             pic x(100).
       01  PARSE-FIELD-7             pic x(100).
       01  PARSE-FIELD-8             pic x(100).
       01  PARSE-FIELD-9             pic x(100).
       01  PARSE-FIELD-10            pic x(100).

       01  ws-i                      pic 9(04) value 0.
       01  ws-j                      pic 9(04) value 0.
       01  ws-found                  pic x value "n".
       01  ws-breakout               pic 9 value 0.
       01  ws-label                  pic x(50).
       01  ws-row-role               pic x(20).
       01  ws-row-campus             pic x(10).
       01  ws-row-major              pic x(50).
       01  ws-row-gradyear           pic x(4).
       01  ws-grad-term              pic x(20).
       01  ws-grad-term-end          pic x(8).
       01  ws-grad-term-ended        pic x value "n".
       01  ws-today                  pic x(8).

       01  ws-known-count            pic 9(05) value 0.
       01  ws-positive-count         pic 9(05) value 0.
       01  ws-declined-count         pic 9(05) value 0.
       01  ws-from-placement-count   pic 9(05) value 0.
       01  ws-employed-count         pic 9(05) value 0.
       01  ws-continuing-count       pic 9(05) value 0.
       01  ws-military-count         pic 9(05) value 0.
       01  ws-service-count          pic 9(05) value 0.
       01  ws-seeking-count          pic 9(05) value 0.
       01  ws-not-seeking-count      pic 9(05) value 0.
       01  ws-knowledge-pct          pic 9(03) value 0.
       01  ws-outcome-pct            pic 9(03) value 0.
       01  ws-rate-grads             pic 9(05) value 0.
       01  ws-rate-known             pic 9(05) value 0.
       01  ws-rate-positive          pic 9(05) value 0.

      *>>    "csv" on the command line (or after the program name in
      *>>    nightly-jobs.txt) also writes the report's .csv
      *>>    companion: one header row, then one row per detail line.
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
       01  ws-csv-amount             pic -(11)9.99.

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

           perform read-run-options
           if ws-csv-wanted = "y"
               perform open-csv-file
           end-if

           move function current-date(1:8) to ws-today
           move "--- First-Destination Report ---" to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Run " ws-today
                  " - graduates whose graduating term has ended"
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform load-academic-calendar
           perform load-profile-map
           perform load-graduates
           perform apply-survey-answers
           perform apply-placements

           if GRADS-COUNT = 0
               move spaces to report-line
               write report-line
               move "No graduates on file yet." to report-line
               write report-line
               if ws-csv-wanted = "y"
                   close csv-file
               end-if
               close report-file
               stop run
           end-if

           perform write-overall-summary
           perform varying ws-breakout from 1 by 1 until ws-breakout > 3
               perform tally-breakout
               perform write-breakout
           end-perform

           if ws-grads-overflow = "y"
               move spaces to report-line
               write report-line
               move "Over 5000 graduates - only the first 5000 counted."
                   to report-line
               write report-line
           end-if

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

       load-academic-calendar.
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
           .

       load-profile-map.
           move 0 to PROFILE-MAP-COUNT
           open input profile-file
           if FILESTAT-PROFILE = "00"
               perform until 1 = 2
                   read profile-file next record
                       at end exit perform
                   end-read
                   if PROFILE-MAP-COUNT < 2000
                       add 1 to PROFILE-MAP-COUNT
                       move function trim(fd-profile-username)
                           to pm-user(PROFILE-MAP-COUNT)
                       move spaces to PARSE-FIELD-1
                       move spaces to PARSE-FIELD-2
                       move spaces to PARSE-FIELD-3
                       move spaces to PARSE-FIELD-4
                       move spaces to PARSE-FIELD-5
                       unstring fd-profile-data delimited by "|" into
                           PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                           PARSE-FIELD-4 PARSE-FIELD-5
                       end-unstring
                       move function trim(PARSE-FIELD-4)
                           to pm-major(PROFILE-MAP-COUNT)
                       move function trim(PARSE-FIELD-5)
                           to pm-gradyear(PROFILE-MAP-COUNT)
                   end-if
               end-perform
               close profile-file
           end-if
           .

      *>>    Student accounts (role blank or "student"; deactivated
      *>>    graduates still count toward the cohort) with a profile
      *>>    graduation year whose graduating term has ended. Campus
      *>>    is the 10th comma field of users.dat, blank reading MAIN.
       load-graduates.
           move 0 to GRADS-COUNT
           open input user-file
           if FILESTAT-USER = "00"
               perform until 1 = 2
                   read user-file next record
                       at end exit perform
                   end-read
                   if FILESTAT-USER not = "00"
                       exit perform
                   end-if
                   move spaces to PARSE-FIELD-6
                   move spaces to PARSE-FIELD-10
                   unstring fd-user-data delimited by "," into
                       PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                       PARSE-FIELD-4 PARSE-FIELD-5 PARSE-FIELD-6
                       PARSE-FIELD-7 PARSE-FIELD-8 PARSE-FIELD-9
                       PARSE-FIELD-10
                   end-unstring
                   move function trim(PARSE-FIELD-6) to ws-row-role
                   move function upper-case(function trim(PARSE-FIELD-10))
                       to ws-row-campus
                   if ws-row-campus = spaces
                       move "MAIN" to ws-row-campus
                   end-if
                   if ws-row-role = spaces or ws-row-role = "student"
                       perform consider-graduate
                   end-if
               end-perform
               close user-file
           end-if
           .

       consider-graduate.
           move spaces to ws-row-major
           move spaces to ws-row-gradyear
           perform varying ws-i from 1 by 1 until ws-i > PROFILE-MAP-COUNT
               if function trim(pm-user(ws-i)) = function trim(fd-user-name)
                   move pm-major(ws-i) to ws-row-major
                   move pm-gradyear(ws-i) to ws-row-gradyear
                   exit perform
               end-if
           end-perform
           if ws-row-gradyear is not numeric
              or ws-row-gradyear = "0000"
               exit paragraph
           end-if
           perform resolve-graduating-term
           if ws-grad-term-ended not = "y"
               exit paragraph
           end-if
           if GRADS-COUNT >= 5000
               move "y" to ws-grads-overflow
               exit paragraph
           end-if
           add 1 to GRADS-COUNT
           move function trim(fd-user-name) to gr-user(GRADS-COUNT)
           move ws-row-campus to gr-campus(GRADS-COUNT)
           if ws-row-major = spaces
               move "(no major)" to ws-row-major
           end-if
           move ws-row-major to gr-major(GRADS-COUNT)
           move ws-grad-term to gr-term(GRADS-COUNT)
           move spaces to gr-outcome(GRADS-COUNT)
           move spaces to gr-org(GRADS-COUNT)
           move spaces to gr-source(GRADS-COUNT)
           move "n" to gr-declined(GRADS-COUNT)
           .

      *>>    Same rule as InCollege.cob's resolve-graduating-term:
      *>>    the "Spring <gradyear>" term on the calendar, else the
      *>>    last term ending in the graduation year; a year the
      *>>    calendar no longer carries counts as ended once the year
      *>>    itself is over.
       resolve-graduating-term.
           move spaces to ws-grad-term
           move spaces to ws-grad-term-end
           move "n" to ws-grad-term-ended
           move spaces to ws-label
           string "Spring " ws-row-gradyear delimited by size
               into ws-label
           perform varying ws-t from 1 by 1 until ws-t > TERMS-COUNT
               if function upper-case(function trim(tm-name(ws-t))) =
                  function upper-case(function trim(ws-label))
                   move tm-name(ws-t) to ws-grad-term
                   move tm-end(ws-t) to ws-grad-term-end
                   exit perform
               end-if
           end-perform
           if ws-grad-term = spaces
               perform varying ws-t from 1 by 1 until ws-t > TERMS-COUNT
                   if tm-end(ws-t)(1:4) = ws-row-gradyear
                      and tm-end(ws-t) > ws-grad-term-end
                       move tm-name(ws-t) to ws-grad-term
                       move tm-end(ws-t) to ws-grad-term-end
                   end-if
               end-perform
           end-if
           if ws-grad-term = spaces
               move ws-label to ws-grad-term
               if ws-row-gradyear < ws-today(1:4)
                   move "y" to ws-grad-term-ended
               end-if
           else
               if ws-grad-term-end < ws-today
                   move "y" to ws-grad-term-ended
               end-if
           end-if
           .

      *>>    destination-survey.dat: username|outcome|organization|
      *>>    graduating-term|date. The latest row per graduate wins;
      *>>    a "declined" row leaves the outcome unknown.
       apply-survey-answers.
           open input survey-file
           if FILESTAT-DEST = "00"
               perform until 1 = 2
                   read survey-file into survey-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD-1
                   move spaces to PARSE-FIELD-2
                   move spaces to PARSE-FIELD-3
                   unstring survey-line delimited by "|" into
                       PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                   end-unstring
                   perform find-graduate
                   if ws-found = "y"
                       if function trim(PARSE-FIELD-2) = "declined"
                           move "y" to gr-declined(ws-j)
                           move spaces to gr-outcome(ws-j)
                           move spaces to gr-org(ws-j)
                           move spaces to gr-source(ws-j)
                       else
                           move "n" to gr-declined(ws-j)
                           move function trim(PARSE-FIELD-2)
                               to gr-outcome(ws-j)
                           move function trim(PARSE-FIELD-3)
                               to gr-org(ws-j)
                           move "survey" to gr-source(ws-j)
                       end-if
                   end-if
               end-perform
               close survey-file
           end-if
           .

      *>>    placements.dat (student|job-title|employer|company-id|
      *>>    date|salary): a hire through our own applications is a
      *>>    known "employed" outcome for a graduate the survey did
      *>>    not reach or who declined it. A survey answer stands.
       apply-placements.
           open input placement-file
           if FILESTAT-PLACE = "00"
               perform until 1 = 2
                   read placement-file into placement-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD-1
                   move spaces to PARSE-FIELD-2
                   move spaces to PARSE-FIELD-3
                   unstring placement-line delimited by "|" into
                       PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                   end-unstring
                   perform find-graduate
                   if ws-found = "y"
                      and gr-outcome(ws-j) = spaces
                       move "employed" to gr-outcome(ws-j)
                       move function trim(PARSE-FIELD-3) to gr-org(ws-j)
                       move "placement" to gr-source(ws-j)
                   end-if
               end-perform
               close placement-file
           end-if
           .

       find-graduate.
           move "n" to ws-found
           perform varying ws-j from 1 by 1 until ws-j > GRADS-COUNT
               if function trim(gr-user(ws-j)) = function trim(PARSE-FIELD-1)
                   move "y" to ws-found
                   exit perform
               end-if
           end-perform
           .

       write-overall-summary.
           move 0 to ws-known-count
           move 0 to ws-positive-count
           perform varying ws-j from 1 by 1 until ws-j > GRADS-COUNT
               if gr-declined(ws-j) = "y"
                  and gr-outcome(ws-j) = spaces
                   add 1 to ws-declined-count
               end-if
               if gr-source(ws-j) = "placement"
                   add 1 to ws-from-placement-count
               end-if
               evaluate function trim(gr-outcome(ws-j))
                   when "employed"
                       add 1 to ws-employed-count
                   when "continuing-education"
                       add 1 to ws-continuing-count
                   when "military"
                       add 1 to ws-military-count
                   when "service"
                       add 1 to ws-service-count
                   when "seeking"
                       add 1 to ws-seeking-count
                   when "not-seeking"
                       add 1 to ws-not-seeking-count
                   when other
                       continue
               end-evaluate
           end-perform
           compute ws-positive-count = ws-employed-count
               + ws-continuing-count + ws-military-count
               + ws-service-count
           compute ws-known-count = ws-positive-count
               + ws-seeking-count + ws-not-seeking-count

           move GRADS-COUNT to ws-rate-grads
           move ws-known-count to ws-rate-known
           move ws-positive-count to ws-rate-positive
           perform compute-rates

           move spaces to report-line
           write report-line
           move "-- All graduates --" to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "   Graduates: " GRADS-COUNT
                  "  Outcome known: " ws-known-count
                  "  Knowledge rate: " ws-knowledge-pct "%"
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "   Employed/continuing/military/service: "
                  ws-positive-count
                  "  Outcome rate: " ws-outcome-pct "%"
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "   Employed " ws-employed-count
                  "  Continuing education " ws-continuing-count
                  "  Military " ws-military-count
                  "  Service " ws-service-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "   Seeking " ws-seeking-count
                  "  Not seeking " ws-not-seeking-count
                  "  Declined, outcome unknown " ws-declined-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "   Known from placements.dat only: "
                  ws-from-placement-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           if ws-csv-wanted = "y"
               move "all" to ws-label
               perform write-rate-csv-row
           end-if
           .

      *>>    Whole percentages; a breakout with no graduates (or no
      *>>    known outcomes) reads 0 rather than dividing by zero.
       compute-rates.
           move 0 to ws-knowledge-pct
           move 0 to ws-outcome-pct
           if ws-rate-grads > 0
               compute ws-knowledge-pct =
                   (ws-rate-known * 100) / ws-rate-grads
           end-if
           if ws-rate-known > 0
               compute ws-outcome-pct =
                   (ws-rate-positive * 100) / ws-rate-known
           end-if
           .

       tally-breakout.
           move 0 to BREAKOUT-COUNT
           perform varying ws-j from 1 by 1 until ws-j > GRADS-COUNT
               evaluate ws-breakout
                   when 1 move gr-campus(ws-j) to ws-label
                   when 2 move gr-major(ws-j) to ws-label
                   when 3 move gr-term(ws-j) to ws-label
               end-evaluate
               move "n" to ws-found
               perform varying ws-i from 1 by 1 until ws-i > BREAKOUT-COUNT
                   if function trim(bk-label(ws-i)) = function trim(ws-label)
                       move "y" to ws-found
                       exit perform
                   end-if
               end-perform
               if ws-found = "n"
                   if BREAKOUT-COUNT < 500
                       add 1 to BREAKOUT-COUNT
                       move BREAKOUT-COUNT to ws-i
                       move ws-label to bk-label(ws-i)
                       move 0 to bk-grads(ws-i)
                       move 0 to bk-known(ws-i)
                       move 0 to bk-positive(ws-i)
                   else
                       move 0 to ws-i
                   end-if
               end-if
               if ws-i > 0
                   add 1 to bk-grads(ws-i)
                   evaluate function trim(gr-outcome(ws-j))
                       when "employed"
                       when "continuing-education"
                       when "military"
                       when "service"
                           add 1 to bk-known(ws-i)
                           add 1 to bk-positive(ws-i)
                       when "seeking"
                       when "not-seeking"
                           add 1 to bk-known(ws-i)
                       when other
                           continue
                   end-evaluate
               end-if
           end-perform
           .

       write-breakout.
           move spaces to report-line
           write report-line
           evaluate ws-breakout
               when 1 move "-- By campus --" to report-line
               when 2 move "-- By major --" to report-line
               when 3 move "-- By graduating term --" to report-line
           end-evaluate
           write report-line

           perform varying ws-i from 1 by 1 until ws-i > BREAKOUT-COUNT
               move bk-grads(ws-i) to ws-rate-grads
               move bk-known(ws-i) to ws-rate-known
               move bk-positive(ws-i) to ws-rate-positive
               perform compute-rates
               move spaces to WS-DISPLAY
               string "   " function trim(bk-label(ws-i))
                      ": " bk-grads(ws-i) " graduate(s), "
                      bk-known(ws-i) " known (" ws-knowledge-pct "%), "
                      bk-positive(ws-i) " positive (" ws-outcome-pct "%)"
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               if ws-csv-wanted = "y"
                   move bk-label(ws-i) to ws-label
                   perform write-rate-csv-row
               end-if
           end-perform
           .

      *>>    One breakout,item,graduates,known,knowledge-rate,
      *>>    positive,outcome-rate row from the ws-rate-* figures.
       write-rate-csv-row.
           perform begin-csv-row
           evaluate ws-breakout
               when 1 move "campus" to ws-csv-field
               when 2 move "major" to ws-csv-field
               when 3 move "graduating-term" to ws-csv-field
               when other move "all" to ws-csv-field
           end-evaluate
           perform add-csv-field
           move ws-label to ws-csv-field
           perform add-csv-field
           move ws-rate-grads to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move ws-rate-known to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move ws-knowledge-pct to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move ws-rate-positive to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move ws-outcome-pct to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           write csv-line
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

       write-csv-header.
           perform begin-csv-row
           move "breakout" to ws-csv-field
           perform add-csv-field
           move "item" to ws-csv-field
           perform add-csv-field
           move "graduates" to ws-csv-field
           perform add-csv-field
           move "outcome-known" to ws-csv-field
           perform add-csv-field
           move "knowledge-rate" to ws-csv-field
           perform add-csv-field
           move "positive-outcomes" to ws-csv-field
           perform add-csv-field
           move "outcome-rate" to ws-csv-field
           perform add-csv-field
           write csv-line
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
