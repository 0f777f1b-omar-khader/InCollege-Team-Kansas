      *>>    per term, with the student's major and graduation year
      *>>    joined from profiles.dat the way PlacementReport joins
      *>>    them. The academic-credit decision needs the confirmed
      *>>    number; the unconfirmed total is the chase list. Only
      *>>    confirmed hours at a placement with an approved
      *>>    learning-agreements.dat agreement, for weeks ending on
      *>>    or after its approval, count toward credit, and a
      *>>    closing section lists every placements.dat placement
      *>>    still missing one.
       identification division.
       program-id. CoopHoursReport.

           select placement-hours-file assign to "placement-hours.dat"
               organization is line sequential
               file status is FILESTAT-HOURS.
           select learning-agreement-file
               assign to "learning-agreements.dat"
               organization is line sequential
               file status is FILESTAT-LAGREE.
           select placement-file assign to "placements.dat"
               organization is line sequential
               file status is FILESTAT-PLACE.
           select profile-file assign to "profiles.dat"
               organization is indexed
               access mode is sequential
           select report-file assign to "Coop-Hours-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Coop-Hours-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  placement-hours-file.
       01  placement-hours-line      pic x(250).

       fd  learning-agreement-file.
       01  learning-agreement-line   pic x(600).

       fd  placement-file.
       01  placement-line            pic x(300).

       fd  profile-file.
       01  profile-record.
           05  fd-profile-username   pic x(32).
       fd  report-file.
       01  report-line               pic x(200).

       fd  csv-file.
       01  csv-line                  pic x(1000).

       fd  layout-version-file.
       01  layout-version-line       pic x(40).

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

       01  FILESTAT-HOURS            pic xx.
       01  FILESTAT-PROFILE          pic xx.
       01  FILESTAT-LAGREE           pic xx.
       01  FILESTAT-PLACE            pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).
               10  hr-week           pic x(8).
               10  hr-hours          pic 9(03).
               10  hr-confirmed      pic x.
               10  hr-covered        pic x.
       01  HOURS-COUNT               pic 9(04) value 0.

      *>>    learning-agreements.dat rows (student|sponsor|employer|
      *>>    job-title|company-id|credit-hours|supervisor|status|
      *>>    student-signed|supervisor-signed|supervisor-signed-by|
      *>>    sponsor-signed|approved|objectives), the fields this
      *>>    report needs.
       01  AGREE-TABLE.
           05  AGREE-ROW             occurs 500 times.
               10  ag-student        pic x(32).
               10  ag-sponsor        pic x(32).
               10  ag-employer       pic x(100).
               10  ag-title          pic x(100).
               10  ag-credit         pic x(2).
               10  ag-status         pic x(10).
               10  ag-sup-signed     pic x(8).
               10  ag-spon-signed    pic x(8).
               10  ag-approved       pic x(8).
       01  AGREE-COUNT               pic 9(04) value 0.
       01  ws-agree-state            pic x(40).
       01  ws-missing-count          pic 9(04) value 0.

      *>>    Distinct student/term pairs tallied on a second pass.
       01  TALLY-TABLE.
           05  TALLY-ENTRY           occurs 500 times.
               10  ty-student        pic x(32).
               10  ty-term           pic x(12).
               10  ty-confirmed      pic 9(05).
               10  ty-uncovered      pic 9(05).
               10  ty-pending        pic 9(05).
       01  TALLY-COUNT               pic 9(04) value 0.

       01  PARSE-FIELD-5             pic x(200).
       01  PARSE-FIELD-6             pic x(200).
       01  PARSE-FIELD-7             pic x(200).
       01  PARSE-FIELD-8             pic x(200).
       01  PARSE-FIELD-9             pic x(200).
       01  PARSE-FIELD-10            pic x(200).
       01  PARSE-FIELD-11            pic x(200).
       01  PARSE-FIELD-12            pic x(200).
       01  PARSE-FIELD-13            pic x(200).

       01  ws-i                      pic 9(04) value 0.
       01  ws-j                      pic 9(04) value 0.
       01  ws-lookup-gradyear        pic x(4).
       01  ws-last-student           pic x(32).

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
               stop run
           end-if

           perform read-run-options
           if ws-csv-wanted = "y"
               perform open-csv-file
           end-if

           move "--- Co-op Hours Report (registrar copy) ---" to report-line
           write report-line

           perform load-profile-map
           perform load-agreement-rows
           perform load-hours-rows

           if HOURS-COUNT = 0
               move "No co-op hours on file." to report-line
               write report-line
           else
               perform tally-student-terms
               perform write-student-sections

               move spaces to report-line
               write report-line
               move spaces to WS-DISPLAY
               string "Total weekly rows on file: " HOURS-COUNT
                   delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
           end-if

           perform write-missing-agreements

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

                       end-if
                       move function trim(PARSE-FIELD-6)
                           to hr-confirmed(HOURS-COUNT)
                       perform mark-hours-coverage
                   end-if
               end-perform
               close placement-hours-file
                   move hr-student(ws-i) to ty-student(ws-j)
                   move ws-term-label to ty-term(ws-j)
                   move 0 to ty-confirmed(ws-j)
                   move 0 to ty-uncovered(ws-j)
                   move 0 to ty-pending(ws-j)
                   move "y" to ws-found
               end-if
      *>>    search - the row is dropped from the tallies rather
      *>>    than written out of bounds.
               if ws-found = "y"
                   evaluate true
                       when hr-confirmed(ws-i) not = "Y"
                           add hr-hours(ws-i) to ty-pending(ws-j)
                       when hr-covered(ws-i) = "y"
                           add hr-hours(ws-i) to ty-confirmed(ws-j)
                       when other
                           add hr-hours(ws-i) to ty-uncovered(ws-j)
                   end-evaluate
               end-if
           end-perform
           .
                          delimited by size into WS-DISPLAY
                   move WS-DISPLAY to report-line
                   write report-line
                   perform write-student-agreements
                   perform write-student-weeks
               end-if
               move spaces to WS-DISPLAY
               string "   " function trim(ty-term(ws-j))
                      ": confirmed " ty-confirmed(ws-j)
                      " hour(s) toward credit, confirmed without"
                      " agreement " ty-uncovered(ws-j)
                      ", unconfirmed " ty-pending(ws-j)
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               if function trim(hr-student(ws-i)) =
                  function trim(ws-last-student)
                   move spaces to WS-DISPLAY
                   evaluate true
                       when hr-confirmed(ws-i) not = "Y"
                           string "   week " function trim(hr-week(ws-i))
                                  ": " hr-hours(ws-i) " hour(s) at "
                                  function trim(hr-employer(ws-i))
                                  " [UNCONFIRMED]"
                                  delimited by size into WS-DISPLAY
                       when hr-covered(ws-i) = "y"
                           string "   week " function trim(hr-week(ws-i))
                                  ": " hr-hours(ws-i) " hour(s) at "
                                  function trim(hr-employer(ws-i))
                                  " [confirmed]"
                                  delimited by size into WS-DISPLAY
                       when other
                           string "   week " function trim(hr-week(ws-i))
                                  ": " hr-hours(ws-i) " hour(s) at "
                                  function trim(hr-employer(ws-i))
                                  " [confirmed, NOT COVERED BY AN APPROVED AGREEMENT]"
                                  delimited by size into WS-DISPLAY
                   end-evaluate
                   move WS-DISPLAY to report-line
                   write report-line
                   if ws-csv-wanted = "y"
                       perform derive-term-label
                       perform begin-csv-row
                       move hr-student(ws-i) to ws-csv-field
                       perform add-csv-field
                       move ws-lookup-major to ws-csv-field
                       perform add-csv-field
                       move ws-lookup-gradyear to ws-csv-field
                       perform add-csv-field
                       move ws-term-label to ws-csv-field
                       perform add-csv-field
                       move hr-week(ws-i) to ws-csv-field
                       perform add-csv-field
                       move hr-employer(ws-i) to ws-csv-field
                       perform add-csv-field
                       move hr-hours(ws-i) to ws-csv-count
                       move ws-csv-count to ws-csv-field
                       perform add-csv-field
                       move "N" to ws-csv-field
                       if hr-confirmed(ws-i) = "Y"
                           move "Y" to ws-csv-field
                       end-if
                       perform add-csv-field
                       move "N" to ws-csv-field
                       if hr-covered(ws-i) = "y"
                           move "Y" to ws-csv-field
                       end-if
                       perform add-csv-field
                       write csv-line
                   end-if
               end-if
           end-perform
           .
           end-perform
           .

       load-agreement-rows.
           move 0 to AGREE-COUNT
           open input learning-agreement-file
           if FILESTAT-LAGREE = "00"
               perform until 1 = 2
                   read learning-agreement-file
                       into learning-agreement-line
                       at end exit perform
                   end-read
                   if AGREE-COUNT < 500
                       add 1 to AGREE-COUNT
                       move spaces to PARSE-FIELD-1
                       move spaces to PARSE-FIELD-2
                       move spaces to PARSE-FIELD-3
                       move spaces to PARSE-FIELD-4
                       move spaces to PARSE-FIELD-5
                       move spaces to PARSE-FIELD-6
                       move spaces to PARSE-FIELD-7
                       move spaces to PARSE-FIELD-8
                       move spaces to PARSE-FIELD-9
                       move spaces to PARSE-FIELD-10
                       move spaces to PARSE-FIELD-11
                       move spaces to PARSE-FIELD-12
                       move spaces to PARSE-FIELD-13
                       unstring learning-agreement-line delimited by "|"
                           into PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                                PARSE-FIELD-4 PARSE-FIELD-5 PARSE-FIELD-6
                                PARSE-FIELD-7 PARSE-FIELD-8 PARSE-FIELD-9
                                PARSE-FIELD-10 PARSE-FIELD-11
                                PARSE-FIELD-12 PARSE-FIELD-13
                       end-unstring
                       move function trim(PARSE-FIELD-1)
                           to ag-student(AGREE-COUNT)
                       move function trim(PARSE-FIELD-2)
                           to ag-sponsor(AGREE-COUNT)
                       move function trim(PARSE-FIELD-3)
                           to ag-employer(AGREE-COUNT)
                       move function trim(PARSE-FIELD-4)
                           to ag-title(AGREE-COUNT)
                       move function trim(PARSE-FIELD-6)
                           to ag-credit(AGREE-COUNT)
                       move function trim(PARSE-FIELD-8)
                           to ag-status(AGREE-COUNT)
                       move function trim(PARSE-FIELD-10)
                           to ag-sup-signed(AGREE-COUNT)
                       move function trim(PARSE-FIELD-12)
                           to ag-spon-signed(AGREE-COUNT)
                       move function trim(PARSE-FIELD-13)
                           to ag-approved(AGREE-COUNT)
                   end-if
               end-perform
               close learning-agreement-file
           end-if
           .

      *>>    Hours rows carry the employer but not the job title, so
      *>>    any approved agreement for the student at that employer
      *>>    covers the week - provided the week ended on or after
      *>>    the approval date. Work done before the agreement was
      *>>    signed off never counts, even once one is approved, and
      *>>    reports as confirmed without agreement.
       mark-hours-coverage.
           move "n" to hr-covered(HOURS-COUNT)
           perform varying ws-j from 1 by 1 until ws-j > AGREE-COUNT
               if function trim(ag-student(ws-j)) =
                  function trim(hr-student(HOURS-COUNT))
                  and function trim(ag-employer(ws-j)) =
                      function trim(hr-employer(HOURS-COUNT))
                  and function trim(ag-status(ws-j)) = "approved"
                  and hr-week(HOURS-COUNT) >= ag-approved(ws-j)
                   move "y" to hr-covered(HOURS-COUNT)
                   exit perform
               end-if
           end-perform
           .

       write-student-agreements.
           perform varying ws-i from 1 by 1 until ws-i > AGREE-COUNT
               if function trim(ag-student(ws-i)) =
                  function trim(ws-last-student)
                  and function trim(ag-status(ws-i)) = "approved"
                   move spaces to WS-DISPLAY
                   string "   Learning agreement: "
                          function trim(ag-title(ws-i)) " at "
                          function trim(ag-employer(ws-i)) ", "
                          function trim(ag-credit(ws-i))
                          " credit hour(s) sought, sponsor "
                          function trim(ag-sponsor(ws-i))
                          ", approved " ag-approved(ws-i)
                          delimited by size into WS-DISPLAY
                   move WS-DISPLAY to report-line
                   write report-line
               end-if
           end-perform
           .

      *>>    Every placements.dat placement (student|job-title|
      *>>    employer|...) with no approved agreement, and where the
      *>>    agreement stands - the registrar's chase list for credit
      *>>    that cannot yet be granted.
       write-missing-agreements.
           move spaces to report-line
           write report-line
           move "--- Placements Missing an Approved Learning Agreement ---"
               to report-line
           write report-line
           move 0 to ws-missing-count
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
                   move "no agreement" to ws-agree-state
                   perform varying ws-j from 1 by 1
                           until ws-j > AGREE-COUNT
                       if function trim(ag-student(ws-j)) =
                          function trim(PARSE-FIELD-1)
                          and function trim(ag-employer(ws-j)) =
                              function trim(PARSE-FIELD-3)
                          and function trim(ag-title(ws-j)) =
                              function trim(PARSE-FIELD-2)
                           perform describe-agreement-state
                           exit perform
                       end-if
                   end-perform
                   if function trim(ws-agree-state) not = "approved"
                       add 1 to ws-missing-count
                       move spaces to WS-DISPLAY
                       string "   " function trim(PARSE-FIELD-1) " - "
                              function trim(PARSE-FIELD-2) " at "
                              function trim(PARSE-FIELD-3) " ("
                              function trim(ws-agree-state) ")"
                              delimited by size into WS-DISPLAY
                       move WS-DISPLAY to report-line
                       write report-line
                   end-if
               end-perform
               close placement-file
           end-if
           if ws-missing-count = 0
               move "   Every placement has an approved learning agreement."
                   to report-line
               write report-line
           else
               move spaces to WS-DISPLAY
               string "Placements missing an approved agreement: "
                      ws-missing-count
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
           end-if
           .

       describe-agreement-state.
           evaluate true
               when function trim(ag-status(ws-j)) = "approved"
                   move "approved" to ws-agree-state
               when function trim(ag-status(ws-j)) = "returned"
                   move "returned to the student for changes"
                       to ws-agree-state
               when ag-sup-signed(ws-j) = spaces
                    and ag-spon-signed(ws-j) = spaces
                   move "awaiting supervisor and sponsor"
                       to ws-agree-state
               when ag-sup-signed(ws-j) = spaces
                   move "awaiting supervisor" to ws-agree-state
               when other
                   move "awaiting sponsor" to ws-agree-state
           end-evaluate
           .

      *>>    Compares every layout-versions.dat stamp against the
      *>>    registry above; a never-stamped install passes (the
      *>>    live program seeds the sidecar).
               close layout-version-file
           end-if
           .

       write-csv-header.
           perform begin-csv-row
           move "student" to ws-csv-field
           perform add-csv-field
           move "major" to ws-csv-field
           perform add-csv-field
           move "class-of" to ws-csv-field
           perform add-csv-field
           move "term" to ws-csv-field
           perform add-csv-field
           move "week-ending" to ws-csv-field
           perform add-csv-field
           move "employer" to ws-csv-field
           perform add-csv-field
           move "hours" to ws-csv-field
           perform add-csv-field
           move "confirmed" to ws-csv-field
           perform add-csv-field
           move "approved-agreement" to ws-csv-field
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
