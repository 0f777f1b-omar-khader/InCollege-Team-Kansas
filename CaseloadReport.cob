      *>>    Advisor caseload report for the career-services
      *>>    director: each advisor's load from caseloads.dat
      *>>    (advisor|student|assigned-date|reason), and under it the
      *>>    students with no advising contact since the current term
      *>>    began. A contact is an advising-notes.dat note
      *>>    (advisor|student|yyyymmdd|note) or a booked
      *>>    advising-slots.dat appointment (advisor|slot-time|
      *>>    booked-by) already past. The term comes from
      *>>    academic-calendar.dat - the term containing today, or
      *>>    between terms the last one to have started. Active
      *>>    students on nobody's caseload are counted at the foot so
      *>>    the gaps are visible too. Read-only; output goes to
      *>>    Caseload-Report.txt.
       identification division.
       program-id. CaseloadReport.

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
           select caseload-file assign to "caseloads.dat"
               organization is line sequential
               file status is FILESTAT-CASELOAD.
           select advising-note-file assign to "advising-notes.dat"
               organization is line sequential
               file status is FILESTAT-ADVNOTE.
           select advising-slot-file assign to "advising-slots.dat"
               organization is line sequential
               file status is FILESTAT-ADVSLOT.
           select calendar-file assign to "academic-calendar.dat"
               organization is line sequential
               file status is FILESTAT-CAL.
           select report-file assign to "Caseload-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Caseload-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  user-file.
       01  user-record.
           05  fd-user-name          pic x(32).
           05  fd-user-data          pic x(200).

       fd  caseload-file.
       01  caseload-line             pic x(200).

       fd  advising-note-file.
       01  advising-note-line        pic x(250).

       fd  advising-slot-file.
       01  advising-slot-line        pic x(100).

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
       01  FILESTAT-CASELOAD         pic xx.
       01  FILESTAT-ADVNOTE          pic xx.
       01  FILESTAT-ADVSLOT          pic xx.
       01  FILESTAT-CAL              pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).

       01  TERMS-TABLE.
           05  TERM-ENTRY            occurs 20 times.
               10  tm-name           pic x(20).
               10  tm-start          pic x(8).
               10  tm-end            pic x(8).
       01  TERMS-COUNT               pic 9(02) value 0.
       01  ws-t                      pic 9(02) value 0.
       01  ws-current-term           pic x(20) value "(no term on file)".
       01  ws-term-start             pic x(8) value spaces.
       01  ws-today                  pic x(8).

      *>>    One row per caseload assignment, with the student's
      *>>    latest contact date (yyyymmdd, blank = never).
       01  CASELOAD-TABLE.
           05  CASELOAD-ENTRY        occurs 5000 times.
               10  cl-advisor        pic x(32).
               10  cl-student        pic x(32).
               10  cl-assigned       pic x(8).
               10  cl-last-contact   pic x(8).
       01  CASELOAD-COUNT            pic 9(05) value 0.

      *>>    Distinct advisors in caseload order, with their load and
      *>>    no-contact counts.
       01  ADVISOR-TABLE.
           05  ADVISOR-ENTRY         occurs 200 times.
               10  av-user           pic x(32).
               10  av-load           pic 9(05).
               10  av-no-contact     pic 9(05).
       01  ADVISOR-COUNT             pic 9(03) value 0.

       01  CF-PARSE-1                pic x(50).
       01  CF-PARSE-2                pic x(50).
       01  CF-PARSE-3                pic x(50).
       01  CF-PARSE-4                pic x(50).
       01  CF-PARSE-5                pic x(50).
       01  CF-PARSE-6                pic x(50).
       01  CF-PARSE-7                pic x(50).
       01  CF-PARSE-8                pic x(50).

       01  ws-i                      pic 9(05) value 0.
       01  ws-j                      pic 9(05) value 0.
       01  ws-found                  pic x value "n".
       01  ws-contact-student        pic x(32).
       01  ws-contact-date           pic x(8).
       01  ws-row-role               pic x(10).
       01  ws-row-status             pic x(12).
       01  ws-total-no-contact       pic 9(05) value 0.
       01  ws-unassigned-count       pic 9(05) value 0.
       01  ws-average-load           pic 9(05)v9 value 0.
       01  ws-average-disp           pic zzzz9.9.

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

           move "--- Advisor Caseload Report ---" to report-line
           write report-line

           perform derive-current-term
           move spaces to WS-DISPLAY
           if ws-term-start = spaces
               string "Term: " function trim(ws-current-term)
                      " - every student without any contact is listed"
                   delimited by size into WS-DISPLAY
           else
               string "Term: " function trim(ws-current-term)
                      " (contact counted from " ws-term-start ")"
                   delimited by size into WS-DISPLAY
           end-if
           move WS-DISPLAY to report-line
           write report-line

           perform load-caseloads
           perform apply-advising-notes
           perform apply-advising-slots
           perform write-advisor-sections
           perform count-unassigned-students

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Advisors with a caseload:     " ADVISOR-COUNT
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Students on a caseload:       " CASELOAD-COUNT
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           if ADVISOR-COUNT > 0
               compute ws-average-load rounded =
                   CASELOAD-COUNT / ADVISOR-COUNT
               move ws-average-load to ws-average-disp
               move spaces to WS-DISPLAY
               string "Average load per advisor:     " ws-average-disp
                   delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
           end-if
           move spaces to WS-DISPLAY
           string "No contact this term:         " ws-total-no-contact
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Active students unassigned:   " ws-unassigned-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

      *>>    The term containing today; between terms, the latest
      *>>    term that has already started.
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
               end-if
           end-perform
           .

       load-caseloads.
           move 0 to CASELOAD-COUNT
           move 0 to ADVISOR-COUNT
           open input caseload-file
           if FILESTAT-CASELOAD = "00"
               perform until 1 = 2
                   read caseload-file into caseload-line
                       at end exit perform
                   end-read
                   move spaces to CF-PARSE-1
                   move spaces to CF-PARSE-2
                   move spaces to CF-PARSE-3
                   unstring caseload-line delimited by "|" into
                       CF-PARSE-1 CF-PARSE-2 CF-PARSE-3
                   end-unstring
                   if function trim(CF-PARSE-2) not = spaces
                      and CASELOAD-COUNT < 5000
                       add 1 to CASELOAD-COUNT
                       move function trim(CF-PARSE-1)
                           to cl-advisor(CASELOAD-COUNT)
                       move function trim(CF-PARSE-2)
                           to cl-student(CASELOAD-COUNT)
                       move function trim(CF-PARSE-3)
                           to cl-assigned(CASELOAD-COUNT)
                       move spaces to cl-last-contact(CASELOAD-COUNT)
                       perform tally-advisor
                   end-if
               end-perform
               close caseload-file
           end-if
           .

       tally-advisor.
           move "n" to ws-found
           perform varying ws-j from 1 by 1 until ws-j > ADVISOR-COUNT
               if av-user(ws-j) = cl-advisor(CASELOAD-COUNT)
                   add 1 to av-load(ws-j)
                   move "y" to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = "n" and ADVISOR-COUNT < 200
               add 1 to ADVISOR-COUNT
               move cl-advisor(CASELOAD-COUNT) to av-user(ADVISOR-COUNT)
               move 1 to av-load(ADVISOR-COUNT)
               move 0 to av-no-contact(ADVISOR-COUNT)
           end-if
           .

       apply-advising-notes.
           open input advising-note-file
           if FILESTAT-ADVNOTE = "00"
               perform until 1 = 2
                   read advising-note-file into advising-note-line
                       at end exit perform
                   end-read
                   move spaces to CF-PARSE-1
                   move spaces to CF-PARSE-2
                   move spaces to CF-PARSE-3
                   unstring advising-note-line delimited by "|" into
                       CF-PARSE-1 CF-PARSE-2 CF-PARSE-3
                   end-unstring
                   move function trim(CF-PARSE-2) to ws-contact-student
                   move CF-PARSE-3(1:8) to ws-contact-date
                   perform record-contact
               end-perform
               close advising-note-file
           end-if
           .

      *>>    Slot times are entered as "yyyy-mm-dd hh:mm"; only a
      *>>    booked slot whose date reads cleanly and is not in the
      *>>    future counts.
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
                       move function trim(CF-PARSE-3) to ws-contact-student
                       move spaces to ws-contact-date
                       string CF-PARSE-2(1:4) CF-PARSE-2(6:2)
                              CF-PARSE-2(9:2)
                           delimited by size into ws-contact-date
                       end-string
                       if ws-contact-date <= ws-today
                           perform record-contact
                       end-if
                   end-if
               end-perform
               close advising-slot-file
           end-if
           .

      *>>    Raises the student's last-contact date to ws-contact-date
      *>>    when that is a real yyyymmdd and later.
       record-contact.
           if ws-contact-date is not numeric
               exit paragraph
           end-if
           perform varying ws-j from 1 by 1 until ws-j > CASELOAD-COUNT
               if cl-student(ws-j) = ws-contact-student
                   if cl-last-contact(ws-j) = spaces
                      or ws-contact-date > cl-last-contact(ws-j)
                       move ws-contact-date to cl-last-contact(ws-j)
                   end-if
               end-if
           end-perform
           .

       write-advisor-sections.
           perform varying ws-i from 1 by 1 until ws-i > ADVISOR-COUNT
               move spaces to report-line
               write report-line
               move spaces to WS-DISPLAY
               string "Advisor: " function trim(av-user(ws-i))
                      "  Students: " av-load(ws-i)
                   delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line

               perform varying ws-j from 1 by 1
                       until ws-j > CASELOAD-COUNT
                   if cl-advisor(ws-j) = av-user(ws-i)
                      and (cl-last-contact(ws-j) = spaces
                           or cl-last-contact(ws-j) < ws-term-start)
                       add 1 to av-no-contact(ws-i)
                       add 1 to ws-total-no-contact
                       move spaces to WS-DISPLAY
                       if cl-last-contact(ws-j) = spaces
                           string "   no contact: "
                                  function trim(cl-student(ws-j))
                                  " (never; assigned "
                                  cl-assigned(ws-j) ")"
                               delimited by size into WS-DISPLAY
                       else
                           string "   no contact: "
                                  function trim(cl-student(ws-j))
                                  " (last " cl-last-contact(ws-j) ")"
                               delimited by size into WS-DISPLAY
                       end-if
                       move WS-DISPLAY to report-line
                       write report-line
                       if ws-csv-wanted = "y"
                           perform begin-csv-row
                           move cl-advisor(ws-j) to ws-csv-field
                           perform add-csv-field
                           move cl-student(ws-j) to ws-csv-field
                           perform add-csv-field
                           move cl-assigned(ws-j) to ws-csv-field
                           perform add-csv-field
                           move cl-last-contact(ws-j) to ws-csv-field
                           perform add-csv-field
                           write csv-line
                       end-if
                   end-if
               end-perform

               move spaces to WS-DISPLAY
               string "   Without contact this term: " av-no-contact(ws-i)
                   delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
           end-perform
           .

      *>>    users.dat data: role is comma field 6, status field 8;
      *>>    a blank role is a student.
       count-unassigned-students.
           move 0 to ws-unassigned-count
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
                       move "n" to ws-found
                       perform varying ws-j from 1 by 1
                               until ws-j > CASELOAD-COUNT
                           if cl-student(ws-j) = fd-user-name
                               move "y" to ws-found
                               exit perform
                           end-if
                       end-perform
                       if ws-found = "n"
                           add 1 to ws-unassigned-count
                       end-if
                   end-if
               end-perform
               close user-file
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
           move "advisor" to ws-csv-field
           perform add-csv-field
           move "student" to ws-csv-field
           perform add-csv-field
           move "assigned-date" to ws-csv-field
           perform add-csv-field
           move "last-contact" to ws-csv-field
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
