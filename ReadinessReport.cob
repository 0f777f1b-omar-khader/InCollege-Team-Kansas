      *>>    Career-readiness outreach list for advisors: every student
      *>>    whose latest application attempt in readiness-blocks.dat
      *>>    was held back by a readiness checkpoint, grouped by the
      *>>    missing checkpoint, with the student's campus, when they
      *>>    were last checked, the posting they tried and their
      *>>    caseloads.dat advisor. A checkpoint an advisor has waived
      *>>    in readiness-waivers.dat since that attempt is left out.
      *>>    Read only; the checks run in InCollege.cob's
      *>>    apply-for-job against readiness-rules.dat.
       identification division.
       program-id. ReadinessReport.

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
           select block-file assign to "readiness-blocks.dat"
               organization is line sequential
               file status is FILESTAT-BLOCK.
           select waiver-file assign to "readiness-waivers.dat"
               organization is line sequential
               file status is FILESTAT-WAIVE.
           select caseload-file assign to "caseloads.dat"
               organization is line sequential
               file status is FILESTAT-CASELOAD.
           select report-file assign to "Readiness-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Readiness-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  block-file.
       01  block-line                pic x(500).

       fd  waiver-file.
       01  waiver-line               pic x(300).

       fd  caseload-file.
       01  caseload-line             pic x(200).

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


       01  FILESTAT-BLOCK            pic xx.
       01  FILESTAT-WAIVE            pic xx.
       01  FILESTAT-CASELOAD         pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).

      *>>    readiness-blocks.dat: student|date|campus|job-id|missing,
      *>>    the missing checkpoints comma-separated and blank once
      *>>    the student cleared them. The file is appended in time
      *>>    order, so a student's later row replaces the earlier.
       01  STUDENT-TABLE.
           05  STUDENT-ENTRY         occurs 2000 times.
               10  st-user           pic x(32).
               10  st-date           pic x(8).
               10  st-campus         pic x(10).
               10  st-job-id         pic x(10).
               10  st-missing        pic x(300).
               10  st-advisor        pic x(32).
               10  st-blocked        pic x.
       01  STUDENT-COUNT             pic 9(04) value 0.

      *>>    readiness-waivers.dat: student|checkpoint|advisor|date|
      *>>    reason.
       01  WAIVER-TABLE.
           05  WAIVER-ENTRY          occurs 2000 times.
               10  wv-user           pic x(32).
               10  wv-key            pic x(40).
               10  wv-date           pic x(8).
       01  WAIVER-COUNT              pic 9(04) value 0.

      *>>    One row per student per checkpoint still missing, and
      *>>    the distinct checkpoints in order of first appearance.
       01  ITEM-TABLE.
           05  ITEM-ENTRY            occurs 5000 times.
               10  it-key            pic x(40).
               10  it-student        pic 9(04).
       01  ITEM-COUNT                pic 9(04) value 0.
       01  CHECKPOINT-TABLE.
           05  CHECKPOINT-ENTRY      occurs 100 times.
               10  cp-key            pic x(40).
               10  cp-count          pic 9(04).
       01  CHECKPOINT-COUNT          pic 9(03) value 0.

       01  PARSE-FIELD-1             pic x(200).
       01  PARSE-FIELD-2             pic x(200).
       01  PARSE-FIELD-3             pic x(200).
       01  PARSE-FIELD-4             pic x(200).
       01  PARSE-FIELD-5             pic x(300).

       01  ws-i                      pic 9(04) value 0.
       01  ws-j                      pic 9(04) value 0.
       01  ws-k                      pic 9(04) value 0.
       01  ws-found                  pic x value "n".
       01  ws-waived                 pic x value "n".
       01  ws-today                  pic x(8).
       01  ws-key                    pic x(40).
       01  ws-ptr                    pic 9(03) value 1.
       01  ws-blocked-count          pic 9(04) value 0.
       01  ws-cleared-count          pic 9(04) value 0.
       01  ws-count-display          pic zzz9.
       01  ws-blocked-display        pic zzz9.
       01  ws-cleared-display        pic zzz9.
       01  ws-advisor-text           pic x(40).

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
           move "--- Career Readiness Report ---" to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Run date: " ws-today
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform load-latest-checks
           perform load-waivers
           perform load-advisors
           perform collect-missing-items

           move STUDENT-COUNT to ws-count-display
           move ws-blocked-count to ws-blocked-display
           move ws-cleared-count to ws-cleared-display
           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Students checked: " function trim(ws-count-display)
                  "   Currently blocked: "
                  function trim(ws-blocked-display)
                  "   Clear or waived: "
                  function trim(ws-cleared-display)
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           if ws-blocked-count = 0
               move spaces to report-line
               write report-line
               move "No students are currently blocked by a readiness checkpoint."
                   to report-line
               write report-line
           else
               perform write-checkpoint-groups
           end-if

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

       load-latest-checks.
           move 0 to STUDENT-COUNT
           open input block-file
           if FILESTAT-BLOCK = "00"
               perform until 1 = 2
                   read block-file into block-line
                       at end exit perform
                   end-read
                   perform take-block-row
               end-perform
               close block-file
           end-if
           .

       take-block-row.
           move spaces to PARSE-FIELD-1
           move spaces to PARSE-FIELD-2
           move spaces to PARSE-FIELD-3
           move spaces to PARSE-FIELD-4
           move spaces to PARSE-FIELD-5
           unstring block-line delimited by "|" into
               PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
               PARSE-FIELD-4 PARSE-FIELD-5
           end-unstring
           if function trim(PARSE-FIELD-1) = spaces
               exit paragraph
           end-if
           move "n" to ws-found
           perform varying ws-k from 1 by 1 until ws-k > STUDENT-COUNT
               if st-user(ws-k) = function trim(PARSE-FIELD-1)
                   move "y" to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = "n"
               if STUDENT-COUNT >= 2000
                   exit paragraph
               end-if
               add 1 to STUDENT-COUNT
               move STUDENT-COUNT to ws-k
               move function trim(PARSE-FIELD-1) to st-user(ws-k)
           end-if
           move PARSE-FIELD-2(1:8) to st-date(ws-k)
           move function trim(PARSE-FIELD-3) to st-campus(ws-k)
           move function trim(PARSE-FIELD-4) to st-job-id(ws-k)
           move function trim(PARSE-FIELD-5) to st-missing(ws-k)
           .

       load-waivers.
           move 0 to WAIVER-COUNT
           open input waiver-file
           if FILESTAT-WAIVE = "00"
               perform until 1 = 2
                   read waiver-file into waiver-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD-1
                   move spaces to PARSE-FIELD-2
                   move spaces to PARSE-FIELD-3
                   move spaces to PARSE-FIELD-4
                   unstring waiver-line delimited by "|" into
                       PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                       PARSE-FIELD-4
                   end-unstring
                   if WAIVER-COUNT < 2000
                       add 1 to WAIVER-COUNT
                       move function trim(PARSE-FIELD-1)
                           to wv-user(WAIVER-COUNT)
                       move function upper-case(function trim(PARSE-FIELD-2))
                           to wv-key(WAIVER-COUNT)
                       move PARSE-FIELD-4(1:8) to wv-date(WAIVER-COUNT)
                   end-if
               end-perform
               close waiver-file
           end-if
           .

      *>>    caseloads.dat: advisor|student|assigned-date|reason; the
      *>>    last assignment for a student is the current one.
       load-advisors.
           open input caseload-file
           if FILESTAT-CASELOAD = "00"
               perform until 1 = 2
                   read caseload-file into caseload-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD-1
                   move spaces to PARSE-FIELD-2
                   unstring caseload-line delimited by "|" into
                       PARSE-FIELD-1 PARSE-FIELD-2
                   end-unstring
                   perform varying ws-k from 1 by 1
                           until ws-k > STUDENT-COUNT
                       if st-user(ws-k) = function trim(PARSE-FIELD-2)
                           move function trim(PARSE-FIELD-1)
                               to st-advisor(ws-k)
                           exit perform
                       end-if
                   end-perform
               end-perform
               close caseload-file
           end-if
           .

      *>>    Splits each student's latest missing list into items,
      *>>    dropping any checkpoint waived on or after that check.
       collect-missing-items.
           move 0 to ITEM-COUNT
           move 0 to CHECKPOINT-COUNT
           move 0 to ws-blocked-count
           move 0 to ws-cleared-count
           perform varying ws-i from 1 by 1 until ws-i > STUDENT-COUNT
               move "n" to st-blocked(ws-i)
               move 1 to ws-ptr
               perform until ws-ptr > 300
                   move spaces to ws-key
                   unstring st-missing(ws-i) delimited by "," into ws-key
                       with pointer ws-ptr
                   end-unstring
                   if ws-key not = spaces
                       perform take-missing-item
                   end-if
               end-perform
               if st-blocked(ws-i) = "y"
                   add 1 to ws-blocked-count
               else
                   add 1 to ws-cleared-count
               end-if
           end-perform
           .

       take-missing-item.
           move "n" to ws-waived
           perform varying ws-j from 1 by 1 until ws-j > WAIVER-COUNT
               if wv-user(ws-j) = st-user(ws-i)
                  and wv-key(ws-j) =
                      function upper-case(function trim(ws-key))
                  and wv-date(ws-j) >= st-date(ws-i)
                   move "y" to ws-waived
                   exit perform
               end-if
           end-perform
           if ws-waived = "y" or ITEM-COUNT >= 5000
               exit paragraph
           end-if
           move "y" to st-blocked(ws-i)
           add 1 to ITEM-COUNT
           move function trim(ws-key) to it-key(ITEM-COUNT)
           move ws-i to it-student(ITEM-COUNT)

           move "n" to ws-found
           perform varying ws-k from 1 by 1 until ws-k > CHECKPOINT-COUNT
               if cp-key(ws-k) = it-key(ITEM-COUNT)
                   move "y" to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = "n" and CHECKPOINT-COUNT < 100
               add 1 to CHECKPOINT-COUNT
               move CHECKPOINT-COUNT to ws-k
               move it-key(ITEM-COUNT) to cp-key(ws-k)
               move 0 to cp-count(ws-k)
               move "y" to ws-found
           end-if
           if ws-found = "y"
               add 1 to cp-count(ws-k)
           end-if
           .

      *>>    One section per checkpoint, each blocked student under it
      *>>    with what an advisor needs to reach out.
       write-checkpoint-groups.
           perform varying ws-k from 1 by 1 until ws-k > CHECKPOINT-COUNT
               move spaces to report-line
               write report-line
               move cp-count(ws-k) to ws-count-display
               move spaces to WS-DISPLAY
               string "-- Missing " function trim(cp-key(ws-k)) " ("
                      function trim(ws-count-display) " student(s)) --"
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               perform varying ws-j from 1 by 1 until ws-j > ITEM-COUNT
                   if it-key(ws-j) = cp-key(ws-k)
                       move it-student(ws-j) to ws-i
                       perform write-blocked-student
                   end-if
               end-perform
           end-perform
           .

       write-blocked-student.
           if st-advisor(ws-i) = spaces
               move "no advisor assigned" to ws-advisor-text
           else
               move spaces to ws-advisor-text
               string "advisor " function trim(st-advisor(ws-i))
                   delimited by size into ws-advisor-text
           end-if
           move spaces to WS-DISPLAY
           string "   " function trim(st-user(ws-i)) " ("
                  function trim(st-campus(ws-i)) "), last checked "
                  st-date(ws-i) " applying to job "
                  function trim(st-job-id(ws-i)) ", "
                  function trim(ws-advisor-text)
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           if ws-csv-wanted = "y"
               perform begin-csv-row
               move cp-key(ws-k) to ws-csv-field
               perform add-csv-field
               move st-user(ws-i) to ws-csv-field
               perform add-csv-field
               move st-campus(ws-i) to ws-csv-field
               perform add-csv-field
               move st-date(ws-i) to ws-csv-field
               perform add-csv-field
               move st-job-id(ws-i) to ws-csv-field
               perform add-csv-field
               move st-advisor(ws-i) to ws-csv-field
               perform add-csv-field
               write csv-line
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

       write-csv-header.
           perform begin-csv-row
           move "checkpoint" to ws-csv-field
           perform add-csv-field
           move "student" to ws-csv-field
           perform add-csv-field
           move "campus" to ws-csv-field
           perform add-csv-field
           move "last-checked" to ws-csv-field
           perform add-csv-field
           move "job-id" to ws-csv-field
           perform add-csv-field
           move "advisor" to ws-csv-field
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
