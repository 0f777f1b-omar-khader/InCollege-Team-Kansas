      *>>    Peer mock-interview exchange report for the peer-educator
      *>>    program: from mock-interviews.dat, the practice sessions
      *>>    per volunteer interviewer (times published, still open,
      *>>    booked, completed with feedback, and booked sessions now
      *>>    past their date with no feedback yet - alumni marked from
      *>>    their graduation year in profiles.dat), then per student
      *>>    (sessions booked, completed and the average feedback
      *>>    rating). Withdrawn times are counted once in the totals
      *>>    and otherwise left out. Read only; the exchange itself
      *>>    runs from the student menu in InCollege.cob.
       identification division.
       program-id. MockInterviewReport.

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
           select mock-interview-file assign to "mock-interviews.dat"
               organization is line sequential
               file status is FILESTAT-MOCK.
           select profile-file assign to "profiles.dat"
               organization is indexed
               access mode is sequential
               record key is fd-profile-username
               file status is FILESTAT-PROFILE.
           select report-file assign to "Mock-Interview-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Mock-Interview-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  mock-interview-file.
       01  mock-interview-line       pic x(700).

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

       01  FILESTAT-MOCK             pic xx.
       01  FILESTAT-PROFILE          pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).

      *>>    Graduation year per profile, for the alumni mark.
       01  PROFILE-MAP-TABLE.
           05  PROFILE-MAP-ENTRY     occurs 2000 times.
               10  pm-user           pic x(32).
               10  pm-gradyear       pic 9(04).
       01  PROFILE-MAP-COUNT         pic 9(04) value 0.

      *>>    One entry per volunteer interviewer, in order of first
      *>>    appearance in mock-interviews.dat.
       01  VOLUNTEER-TABLE.
           05  VOLUNTEER-ENTRY       occurs 2000 times.
               10  vl-user           pic x(32).
               10  vl-published      pic 9(05).
               10  vl-open           pic 9(05).
               10  vl-booked         pic 9(05).
               10  vl-done           pic 9(05).
               10  vl-due            pic 9(05).
       01  VOLUNTEER-COUNT           pic 9(04) value 0.

      *>>    One entry per student who booked a session.
       01  STUDENT-TABLE.
           05  STUDENT-ENTRY         occurs 2000 times.
               10  sd-user           pic x(32).
               10  sd-booked         pic 9(05).
               10  sd-done           pic 9(05).
               10  sd-rating-total   pic 9(07).
       01  STUDENT-COUNT             pic 9(04) value 0.

      *>>    mock-interviews.dat: interviewer|student|focus-kind|
      *>>    focus|slot-time|status|booked-date|rating|strengths|
      *>>    improvements|feedback-date.
       01  mi-interviewer            pic x(32).
       01  mi-student                pic x(32).
       01  mi-slot-time              pic x(30).
       01  mi-status                 pic x(10).
       01  mi-rating                 pic 9 value 0.

       01  PARSE-FIELD-1             pic x(200).
       01  PARSE-FIELD-2             pic x(200).
       01  PARSE-FIELD-3             pic x(200).
       01  PARSE-FIELD-4             pic x(200).
       01  PARSE-FIELD-5             pic x(200).
       01  PARSE-FIELD-6             pic x(200).
       01  PARSE-FIELD-7             pic x(200).
       01  PARSE-FIELD-8             pic x(200).

       01  ws-i                      pic 9(04) value 0.
       01  ws-k                      pic 9(04) value 0.
       01  ws-found                  pic x value "n".
       01  ws-today                  pic x(8).
       01  ws-current-year           pic 9(04) value 0.
       01  ws-sched-raw              pic x(30).
       01  ws-sched-norm             pic x(8).
       01  ws-digit-i                pic 9(03) value 0.
       01  ws-digit-n                pic 9(03) value 0.
       01  ws-alum-mark              pic x(8).
       01  ws-line-ptr               pic 9(03) value 1.
       01  ws-total-rows             pic 9(05) value 0.
       01  ws-total-open             pic 9(05) value 0.
       01  ws-total-booked           pic 9(05) value 0.
       01  ws-total-done             pic 9(05) value 0.
       01  ws-total-due              pic 9(05) value 0.
       01  ws-total-withdrawn        pic 9(05) value 0.
       01  ws-avg-rating             pic 9(01)v9(01) value 0.
       01  ws-avg-display            pic 9.9.
       01  ws-count-display          pic zzzz9.
       01  ws-count-display-2        pic zzzz9.
       01  ws-count-display-3        pic zzzz9.
       01  ws-count-display-4        pic zzzz9.
       01  ws-count-display-5        pic zzzz9.

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
           move function numval(ws-today(1:4)) to ws-current-year
           move "--- Mock Interview Exchange Report ---" to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Run date: " ws-today
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform load-profile-map
           perform load-mock-interviews

           if ws-total-rows = 0
               move spaces to report-line
               write report-line
               move "No practice interviews on file." to report-line
               write report-line
           else
               perform write-overall-summary
               perform write-volunteer-lines
               perform write-student-lines
           end-if

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

      *>>    fd-profile-data runs firstname|lastname|university|
      *>>    major|gradyear|...
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
                       move 0 to pm-gradyear(PROFILE-MAP-COUNT)
                       if function trim(PARSE-FIELD-5) is numeric
                           move function numval(function trim(PARSE-FIELD-5))
                               to pm-gradyear(PROFILE-MAP-COUNT)
                       end-if
                   end-if
               end-perform
               close profile-file
           end-if
           .

       load-mock-interviews.
           move 0 to VOLUNTEER-COUNT
           move 0 to STUDENT-COUNT
           open input mock-interview-file
           if FILESTAT-MOCK = "00"
               perform until 1 = 2
                   read mock-interview-file into mock-interview-line
                       at end exit perform
                   end-read
                   if mock-interview-line not = spaces
                       perform take-mock-row
                   end-if
               end-perform
               close mock-interview-file
           end-if
           .

       take-mock-row.
           move spaces to PARSE-FIELD-1
           move spaces to PARSE-FIELD-2
           move spaces to PARSE-FIELD-3
           move spaces to PARSE-FIELD-4
           move spaces to PARSE-FIELD-5
           move spaces to PARSE-FIELD-6
           move spaces to PARSE-FIELD-7
           move spaces to PARSE-FIELD-8
           unstring mock-interview-line delimited by "|" into
               PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
               PARSE-FIELD-4 PARSE-FIELD-5 PARSE-FIELD-6
               PARSE-FIELD-7 PARSE-FIELD-8
           end-unstring
           move function trim(PARSE-FIELD-1) to mi-interviewer
           move function trim(PARSE-FIELD-2) to mi-student
           move function trim(PARSE-FIELD-5) to mi-slot-time
           move function trim(PARSE-FIELD-6) to mi-status
           move 0 to mi-rating
           if function trim(PARSE-FIELD-8) is numeric
               move function numval(function trim(PARSE-FIELD-8))
                   to mi-rating
           end-if
           add 1 to ws-total-rows

           if mi-status = "withdrawn"
               add 1 to ws-total-withdrawn
               exit paragraph
           end-if

           perform find-volunteer
           if ws-found = "n"
               exit paragraph
           end-if
           add 1 to vl-published(ws-k)
           evaluate mi-status
               when "open"
                   add 1 to vl-open(ws-k)
                   add 1 to ws-total-open
               when "done"
                   add 1 to vl-done(ws-k)
                   add 1 to ws-total-done
               when other
                   add 1 to vl-booked(ws-k)
                   add 1 to ws-total-booked
                   move mi-slot-time to ws-sched-raw
                   perform normalize-schedule-date
                   if ws-sched-norm = spaces
                      or ws-sched-norm < ws-today
                       add 1 to vl-due(ws-k)
                       add 1 to ws-total-due
                   end-if
           end-evaluate

           if mi-student = spaces
               exit paragraph
           end-if
           perform find-student
           if ws-found = "n"
               exit paragraph
           end-if
           if mi-status = "done"
               add 1 to sd-done(ws-k)
               add mi-rating to sd-rating-total(ws-k)
           else
               add 1 to sd-booked(ws-k)
           end-if
           .

      *>>    ws-k: mi-interviewer's VOLUNTEER-TABLE entry, added on
      *>>    first sight; ws-found "n" once the table is full.
       find-volunteer.
           move "n" to ws-found
           perform varying ws-k from 1 by 1 until ws-k > VOLUNTEER-COUNT
               if vl-user(ws-k) = mi-interviewer
                   move "y" to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = "n" and VOLUNTEER-COUNT < 2000
               add 1 to VOLUNTEER-COUNT
               move VOLUNTEER-COUNT to ws-k
               move mi-interviewer to vl-user(ws-k)
               move 0 to vl-published(ws-k)
               move 0 to vl-open(ws-k)
               move 0 to vl-booked(ws-k)
               move 0 to vl-done(ws-k)
               move 0 to vl-due(ws-k)
               move "y" to ws-found
           end-if
           .

       find-student.
           move "n" to ws-found
           perform varying ws-k from 1 by 1 until ws-k > STUDENT-COUNT
               if sd-user(ws-k) = mi-student
                   move "y" to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = "n" and STUDENT-COUNT < 2000
               add 1 to STUDENT-COUNT
               move STUDENT-COUNT to ws-k
               move mi-student to sd-user(ws-k)
               move 0 to sd-booked(ws-k)
               move 0 to sd-done(ws-k)
               move 0 to sd-rating-total(ws-k)
               move "y" to ws-found
           end-if
           .

      *>>    First eight digits of a free-text slot time, same
      *>>    normalization the My Schedule view applies.
       normalize-schedule-date.
           move spaces to ws-sched-norm
           move 0 to ws-digit-n
           perform varying ws-digit-i from 1 by 1
                   until ws-digit-i > 30 or ws-digit-n >= 8
               if ws-sched-raw(ws-digit-i:1) >= "0"
                  and ws-sched-raw(ws-digit-i:1) <= "9"
                   add 1 to ws-digit-n
                   move ws-sched-raw(ws-digit-i:1)
                       to ws-sched-norm(ws-digit-n:1)
               end-if
           end-perform
           if ws-digit-n < 8
               move spaces to ws-sched-norm
           end-if
           .

       write-overall-summary.
           move spaces to report-line
           write report-line
           move VOLUNTEER-COUNT to ws-count-display
           move STUDENT-COUNT to ws-count-display-2
           move spaces to WS-DISPLAY
           string "Volunteer interviewers: " function trim(ws-count-display)
                  "   Students who booked: "
                  function trim(ws-count-display-2)
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move ws-total-done to ws-count-display
           move ws-total-booked to ws-count-display-2
           move ws-total-due to ws-count-display-3
           move ws-total-open to ws-count-display-4
           move ws-total-withdrawn to ws-count-display-5
           move spaces to WS-DISPLAY
           string "Sessions completed: " function trim(ws-count-display)
                  "   Booked: " function trim(ws-count-display-2)
                  " (" function trim(ws-count-display-3)
                  " awaiting feedback)   Open times: "
                  function trim(ws-count-display-4)
                  "   Withdrawn: " function trim(ws-count-display-5)
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           .

       write-volunteer-lines.
           move spaces to report-line
           write report-line
           move "-- Sessions per volunteer --" to report-line
           write report-line
           perform varying ws-i from 1 by 1 until ws-i > VOLUNTEER-COUNT
               move spaces to ws-alum-mark
               perform varying ws-k from 1 by 1
                       until ws-k > PROFILE-MAP-COUNT
                   if pm-user(ws-k) = vl-user(ws-i)
                       if pm-gradyear(ws-k) > 0
                          and pm-gradyear(ws-k) < ws-current-year
                           move "alum" to ws-alum-mark
                       end-if
                       exit perform
                   end-if
               end-perform
               move vl-published(ws-i) to ws-count-display
               move vl-open(ws-i) to ws-count-display-2
               move vl-booked(ws-i) to ws-count-display-3
               move vl-done(ws-i) to ws-count-display-4
               move vl-due(ws-i) to ws-count-display-5
               move spaces to WS-DISPLAY
               move 1 to ws-line-ptr
               string "   " function trim(vl-user(ws-i))
                      delimited by size into WS-DISPLAY
                      with pointer ws-line-ptr
               end-string
               if ws-alum-mark not = spaces
                   string " (alum)" delimited by size into WS-DISPLAY
                       with pointer ws-line-ptr
                   end-string
               end-if
               string ": "
                      function trim(ws-count-display) " time(s), "
                      function trim(ws-count-display-2) " open, "
                      function trim(ws-count-display-3) " booked, "
                      function trim(ws-count-display-4) " completed"
                      delimited by size into WS-DISPLAY
                      with pointer ws-line-ptr
               end-string
               if vl-due(ws-i) > 0
                   string ", " function trim(ws-count-display-5)
                          " FEEDBACK DUE"
                          delimited by size into WS-DISPLAY
                          with pointer ws-line-ptr
                   end-string
               end-if
               move WS-DISPLAY to report-line
               write report-line

               if ws-csv-wanted = "y"
                   perform begin-csv-row
                   move "volunteer" to ws-csv-field
                   perform add-csv-field
                   move vl-user(ws-i) to ws-csv-field
                   perform add-csv-field
                   if ws-alum-mark = spaces
                       move "N" to ws-csv-field
                   else
                       move "Y" to ws-csv-field
                   end-if
                   perform add-csv-field
                   move vl-booked(ws-i) to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   move vl-done(ws-i) to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   move vl-due(ws-i) to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   move spaces to ws-csv-field
                   perform add-csv-field
                   write csv-line
               end-if
           end-perform
           .

       write-student-lines.
           move spaces to report-line
           write report-line
           move "-- Sessions per student --" to report-line
           write report-line
           perform varying ws-i from 1 by 1 until ws-i > STUDENT-COUNT
               move sd-booked(ws-i) to ws-count-display
               move sd-done(ws-i) to ws-count-display-2
               move spaces to WS-DISPLAY
               if sd-done(ws-i) > 0
                   compute ws-avg-rating rounded =
                       sd-rating-total(ws-i) / sd-done(ws-i)
                   move ws-avg-rating to ws-avg-display
                   string "   " function trim(sd-user(ws-i)) ": "
                          function trim(ws-count-display-2)
                          " completed (average feedback "
                          ws-avg-display "/5), "
                          function trim(ws-count-display) " booked"
                          delimited by size into WS-DISPLAY
               else
                   string "   " function trim(sd-user(ws-i)) ": "
                          "0 completed, "
                          function trim(ws-count-display) " booked"
                          delimited by size into WS-DISPLAY
               end-if
               move WS-DISPLAY to report-line
               write report-line

               if ws-csv-wanted = "y"
                   perform begin-csv-row
                   move "student" to ws-csv-field
                   perform add-csv-field
                   move sd-user(ws-i) to ws-csv-field
                   perform add-csv-field
                   move spaces to ws-csv-field
                   perform add-csv-field
                   move sd-booked(ws-i) to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   move sd-done(ws-i) to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   move spaces to ws-csv-field
                   perform add-csv-field
                   if sd-done(ws-i) > 0
                       move ws-avg-display to ws-csv-field
                   else
                       move spaces to ws-csv-field
                   end-if
                   perform add-csv-field
                   write csv-line
               end-if
           end-perform
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
           move "side" to ws-csv-field
           perform add-csv-field
           move "username" to ws-csv-field
           perform add-csv-field
           move "alum" to ws-csv-field
           perform add-csv-field
           move "booked" to ws-csv-field
           perform add-csv-field
           move "completed" to ws-csv-field
           perform add-csv-field
           move "feedback-due" to ws-csv-field
           perform add-csv-field
           move "average-rating" to ws-csv-field
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
