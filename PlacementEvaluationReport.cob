      *>>    End-of-placement evaluation report for faculty sponsors
      *>>    and the accreditation self-study: summarises the
      *>>    supervisor evaluations in placement-evaluations.dat -
      *>>    overall average, would-rehire rate and the average per
      *>>    competency area - then the same overall figures by the
      *>>    student's major (joined from profiles.dat) and by
      *>>    employer, and closes with every placements.dat placement
      *>>    whose end date has passed without an evaluation. Read
      *>>    only; the evaluations are completed by employer accounts
      *>>    in InCollege.cob.
       identification division.
       program-id. PlacementEvaluationReport.

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
           select evaluation-file assign to "placement-evaluations.dat"
               organization is line sequential
               file status is FILESTAT-EVAL.
           select placement-file assign to "placements.dat"
               organization is line sequential
               file status is FILESTAT-PLACE.
           select profile-file assign to "profiles.dat"
               organization is indexed
               access mode is sequential
               record key is fd-profile-username
               file status is FILESTAT-PROFILE.
           select report-file assign to "Placement-Evaluation-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Placement-Evaluation-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  evaluation-file.
       01  evaluation-line           pic x(900).

       fd  placement-file.
       01  placement-line            pic x(300).

       fd  profile-file.
       01  profile-record.
           05  fd-profile-username   pic x(32).
           05  fd-profile-data       pic x(5968).

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

       01  FILESTAT-EVAL             pic xx.
       01  FILESTAT-PLACE            pic xx.
       01  FILESTAT-PROFILE          pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).

       01  PROFILE-MAP-TABLE.
           05  PROFILE-MAP-ENTRY     occurs 2000 times.
               10  pm-user           pic x(32).
               10  pm-major          pic x(50).
       01  PROFILE-MAP-COUNT         pic 9(04) value 0.

      *>>    placement-evaluations.dat: student|job-title|employer|
      *>>    company-id|evaluator|eval-date|overall|rehire|ratings|
      *>>    comments, ratings as "area=score" pairs split by ";".
       01  EVAL-TABLE.
           05  EVAL-ROW              occurs 2000 times.
               10  ev-student        pic x(32).
               10  ev-title          pic x(100).
               10  ev-employer       pic x(100).
               10  ev-date           pic x(8).
               10  ev-overall        pic 9.
               10  ev-rehire         pic x.
               10  ev-major          pic x(50).
       01  EVAL-COUNT                pic 9(04) value 0.

      *>>    Competency areas as they appear in the ratings, so an
      *>>    area the career office later retires still reports on
      *>>    the evaluations that used it.
       01  AREA-TABLE.
           05  AREA-ENTRY            occurs 30 times.
               10  ar-name           pic x(30).
               10  ar-total          pic 9(07).
               10  ar-count          pic 9(05).
       01  AREA-COUNT                pic 9(02) value 0.
       01  RATING-ITEMS.
           05  rating-item           occurs 10 times pic x(40).
       01  ws-area                   pic x(30).
       01  ws-score                  pic x(2).

      *>>    One group per distinct major or employer, rebuilt for
      *>>    each breakdown.
       01  GROUP-TABLE.
           05  GROUP-ENTRY           occurs 500 times.
               10  gp-name           pic x(100).
               10  gp-count          pic 9(05).
               10  gp-total          pic 9(07).
               10  gp-rehire         pic 9(05).
       01  GROUP-COUNT               pic 9(04) value 0.
       01  ws-group-key              pic x(100).
       01  ws-group-by               pic x(8).

       01  PARSE-FIELD-1             pic x(200).
       01  PARSE-FIELD-2             pic x(200).
       01  PARSE-FIELD-3             pic x(200).
       01  PARSE-FIELD-4             pic x(200).
       01  PARSE-FIELD-5             pic x(200).
       01  PARSE-FIELD-6             pic x(200).
       01  PARSE-FIELD-7             pic x(200).
       01  PARSE-FIELD-8             pic x(200).
       01  PARSE-FIELD-9             pic x(400).

       01  ws-i                      pic 9(04) value 0.
       01  ws-j                      pic 9(04) value 0.
       01  ws-k                      pic 9(04) value 0.
       01  ws-found                  pic x value "n".
       01  ws-today                  pic x(8).
       01  ws-overall-total          pic 9(07) value 0.
       01  ws-rehire-count           pic 9(05) value 0.
       01  ws-avg-rating             pic 9(01)v9(01) value 0.
       01  ws-avg-display            pic 9.9.
       01  ws-count-display          pic zzzz9.
       01  ws-rehire-display         pic zzzz9.
       01  ws-days-overdue           pic 9(05) value 0.
       01  ws-days-display           pic zzzz9.
       01  ws-outstanding-count      pic 9(05) value 0.
       01  ws-no-end-count           pic 9(05) value 0.
       01  ws-end-date               pic x(8).

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
           move "--- Placement Evaluation Report ---" to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Run date: " ws-today
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform load-profile-map
           perform load-evaluations

           if EVAL-COUNT = 0
               move spaces to report-line
               write report-line
               move "No placement evaluations on file." to report-line
               write report-line
           else
               perform write-overall-summary
               perform write-area-averages
               move "major" to ws-group-by
               perform write-group-breakdown
               move "employer" to ws-group-by
               perform write-group-breakdown
           end-if

           perform write-outstanding-evaluations

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

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
                       unstring fd-profile-data delimited by "|" into
                           PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                           PARSE-FIELD-4
                       end-unstring
                       move function trim(PARSE-FIELD-4)
                           to pm-major(PROFILE-MAP-COUNT)
                   end-if
               end-perform
               close profile-file
           end-if
           .

       load-evaluations.
           move 0 to EVAL-COUNT
           move 0 to AREA-COUNT
           move 0 to ws-overall-total
           move 0 to ws-rehire-count
           open input evaluation-file
           if FILESTAT-EVAL = "00"
               perform until 1 = 2
                   read evaluation-file into evaluation-line
                       at end exit perform
                   end-read
                   if EVAL-COUNT < 2000
                       perform take-evaluation-row
                   end-if
               end-perform
               close evaluation-file
           end-if
           .

       take-evaluation-row.
           move spaces to PARSE-FIELD-1
           move spaces to PARSE-FIELD-2
           move spaces to PARSE-FIELD-3
           move spaces to PARSE-FIELD-4
           move spaces to PARSE-FIELD-5
           move spaces to PARSE-FIELD-6
           move spaces to PARSE-FIELD-7
           move spaces to PARSE-FIELD-8
           move spaces to PARSE-FIELD-9
           unstring evaluation-line delimited by "|" into
               PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
               PARSE-FIELD-4 PARSE-FIELD-5 PARSE-FIELD-6
               PARSE-FIELD-7 PARSE-FIELD-8 PARSE-FIELD-9
           end-unstring
           if function trim(PARSE-FIELD-7) is not numeric
               exit paragraph
           end-if
           add 1 to EVAL-COUNT
           move function trim(PARSE-FIELD-1) to ev-student(EVAL-COUNT)
           move function trim(PARSE-FIELD-2) to ev-title(EVAL-COUNT)
           move function trim(PARSE-FIELD-3) to ev-employer(EVAL-COUNT)
           move function trim(PARSE-FIELD-6) to ev-date(EVAL-COUNT)
           move function numval(function trim(PARSE-FIELD-7))
               to ev-overall(EVAL-COUNT)
           move function trim(PARSE-FIELD-8) to ev-rehire(EVAL-COUNT)
           add ev-overall(EVAL-COUNT) to ws-overall-total
           if ev-rehire(EVAL-COUNT) = "Y"
               add 1 to ws-rehire-count
           end-if

           move "(no profile)" to ev-major(EVAL-COUNT)
           perform varying ws-i from 1 by 1 until ws-i > PROFILE-MAP-COUNT
               if pm-user(ws-i) = ev-student(EVAL-COUNT)
                   if pm-major(ws-i) not = spaces
                       move pm-major(ws-i) to ev-major(EVAL-COUNT)
                   end-if
                   exit perform
               end-if
           end-perform

           move spaces to RATING-ITEMS
           unstring PARSE-FIELD-9 delimited by ";" into
               rating-item(1) rating-item(2) rating-item(3)
               rating-item(4) rating-item(5) rating-item(6)
               rating-item(7) rating-item(8) rating-item(9)
               rating-item(10)
           end-unstring
           perform varying ws-j from 1 by 1 until ws-j > 10
               if rating-item(ws-j) not = spaces
                   perform tally-one-rating
               end-if
           end-perform

           if ws-csv-wanted = "y"
               perform begin-csv-row
               move ev-student(EVAL-COUNT) to ws-csv-field
               perform add-csv-field
               move ev-major(EVAL-COUNT) to ws-csv-field
               perform add-csv-field
               move ev-employer(EVAL-COUNT) to ws-csv-field
               perform add-csv-field
               move ev-title(EVAL-COUNT) to ws-csv-field
               perform add-csv-field
               move ev-date(EVAL-COUNT) to ws-csv-field
               perform add-csv-field
               move ev-overall(EVAL-COUNT) to ws-csv-count
               move ws-csv-count to ws-csv-field
               perform add-csv-field
               move ev-rehire(EVAL-COUNT) to ws-csv-field
               perform add-csv-field
               write csv-line
           end-if
           .

       tally-one-rating.
           move spaces to ws-area
           move spaces to ws-score
           unstring rating-item(ws-j) delimited by "=" into
               ws-area ws-score
           end-unstring
           if function trim(ws-score) is not numeric
               exit paragraph
           end-if
           move "n" to ws-found
           perform varying ws-k from 1 by 1 until ws-k > AREA-COUNT
               if function trim(ar-name(ws-k)) = function trim(ws-area)
                   move "y" to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = "n"
               if AREA-COUNT >= 30
                   exit paragraph
               end-if
               add 1 to AREA-COUNT
               move AREA-COUNT to ws-k
               move function trim(ws-area) to ar-name(ws-k)
               move 0 to ar-total(ws-k)
               move 0 to ar-count(ws-k)
           end-if
           add function numval(function trim(ws-score)) to ar-total(ws-k)
           add 1 to ar-count(ws-k)
           .

       write-overall-summary.
           move spaces to report-line
           write report-line
           compute ws-avg-rating rounded = ws-overall-total / EVAL-COUNT
           move ws-avg-rating to ws-avg-display
           move EVAL-COUNT to ws-count-display
           move ws-rehire-count to ws-rehire-display
           move spaces to WS-DISPLAY
           string "Evaluations on file: " function trim(ws-count-display)
                  "   Average overall: " ws-avg-display "/5"
                  "   Would rehire: " function trim(ws-rehire-display)
                  " of " function trim(ws-count-display)
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           .

       write-area-averages.
           move spaces to report-line
           write report-line
           move "-- Competency averages --" to report-line
           write report-line
           perform varying ws-k from 1 by 1 until ws-k > AREA-COUNT
               compute ws-avg-rating rounded =
                   ar-total(ws-k) / ar-count(ws-k)
               move ws-avg-rating to ws-avg-display
               move ar-count(ws-k) to ws-count-display
               move spaces to WS-DISPLAY
               string "   " function trim(ar-name(ws-k)) ": "
                      ws-avg-display "/5 ("
                      function trim(ws-count-display) " rated)"
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
           end-perform
           .

      *>>    Overall average and rehire count per major or per
      *>>    employer, in order of first appearance.
       write-group-breakdown.
           move 0 to GROUP-COUNT
           perform varying ws-i from 1 by 1 until ws-i > EVAL-COUNT
               if ws-group-by = "major"
                   move ev-major(ws-i) to ws-group-key
               else
                   move ev-employer(ws-i) to ws-group-key
               end-if
               move "n" to ws-found
               perform varying ws-k from 1 by 1 until ws-k > GROUP-COUNT
                   if gp-name(ws-k) = ws-group-key
                       move "y" to ws-found
                       exit perform
                   end-if
               end-perform
               if ws-found = "n" and GROUP-COUNT < 500
                   add 1 to GROUP-COUNT
                   move GROUP-COUNT to ws-k
                   move ws-group-key to gp-name(ws-k)
                   move 0 to gp-count(ws-k)
                   move 0 to gp-total(ws-k)
                   move 0 to gp-rehire(ws-k)
                   move "y" to ws-found
               end-if
               if ws-found = "y"
                   add 1 to gp-count(ws-k)
                   add ev-overall(ws-i) to gp-total(ws-k)
                   if ev-rehire(ws-i) = "Y"
                       add 1 to gp-rehire(ws-k)
                   end-if
               end-if
           end-perform

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "-- By " function trim(ws-group-by) " --"
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           perform varying ws-k from 1 by 1 until ws-k > GROUP-COUNT
               compute ws-avg-rating rounded =
                   gp-total(ws-k) / gp-count(ws-k)
               move ws-avg-rating to ws-avg-display
               move gp-count(ws-k) to ws-count-display
               move gp-rehire(ws-k) to ws-rehire-display
               move spaces to WS-DISPLAY
               string "   " function trim(gp-name(ws-k)) ": "
                      function trim(ws-count-display)
                      " evaluation(s), average overall "
                      ws-avg-display "/5, would rehire "
                      function trim(ws-rehire-display)
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
           end-perform
           .

      *>>    placements.dat (student|job-title|employer|company-id|
      *>>    date|salary|end-date): every placement past its end date
      *>>    with no evaluation, oldest first as the file runs, plus a
      *>>    count of placements whose end date was never recorded.
       write-outstanding-evaluations.
           move spaces to report-line
           write report-line
           move "-- Evaluations outstanding --" to report-line
           write report-line
           move 0 to ws-outstanding-count
           move 0 to ws-no-end-count
           open input placement-file
           if FILESTAT-PLACE = "00"
               perform until 1 = 2
                   read placement-file into placement-line
                       at end exit perform
                   end-read
                   perform check-one-placement
               end-perform
               close placement-file
           end-if
           if ws-outstanding-count = 0
               move "   None - every ended placement has an evaluation."
                   to report-line
               write report-line
           end-if
           move ws-outstanding-count to ws-count-display
           move ws-no-end-count to ws-rehire-display
           move spaces to WS-DISPLAY
           string "Outstanding: " function trim(ws-count-display)
                  "   Placements with no end date recorded: "
                  function trim(ws-rehire-display)
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           .

       check-one-placement.
           move spaces to PARSE-FIELD-1
           move spaces to PARSE-FIELD-2
           move spaces to PARSE-FIELD-3
           move spaces to PARSE-FIELD-4
           move spaces to PARSE-FIELD-5
           move spaces to PARSE-FIELD-6
           move spaces to PARSE-FIELD-7
           unstring placement-line delimited by "|" into
               PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
               PARSE-FIELD-4 PARSE-FIELD-5 PARSE-FIELD-6
               PARSE-FIELD-7
           end-unstring
           move function trim(PARSE-FIELD-7) to ws-end-date
           if ws-end-date is not numeric
               add 1 to ws-no-end-count
               exit paragraph
           end-if
           if ws-end-date not < ws-today
               exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > EVAL-COUNT
               if ev-student(ws-i) = function trim(PARSE-FIELD-1)
                  and ev-title(ws-i) = function trim(PARSE-FIELD-2)
                  and ev-employer(ws-i) = function trim(PARSE-FIELD-3)
                   exit paragraph
               end-if
           end-perform
           add 1 to ws-outstanding-count
           compute ws-days-overdue =
               function integer-of-date(function numval(ws-today))
               - function integer-of-date(function numval(ws-end-date))
           move ws-days-overdue to ws-days-display
           move spaces to WS-DISPLAY
           string "   " function trim(PARSE-FIELD-1) " - "
                  function trim(PARSE-FIELD-2) " at "
                  function trim(PARSE-FIELD-3) ", ended " ws-end-date
                  " (" function trim(ws-days-display)
                  " day(s) overdue)"
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
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
           move "student" to ws-csv-field
           perform add-csv-field
           move "major" to ws-csv-field
           perform add-csv-field
           move "employer" to ws-csv-field
           perform add-csv-field
           move "job-title" to ws-csv-field
           perform add-csv-field
           move "evaluated" to ws-csv-field
           perform add-csv-field
           move "overall" to ws-csv-field
           perform add-csv-field
           move "would-rehire" to ws-csv-field
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
