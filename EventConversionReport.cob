               organization is line sequential
               file status is FILESTAT-COMPANY.
           select application-file assign to "applications.dat"
               organization is indexed
               access mode is sequential
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-APP.
           select placement-file assign to "placements.dat"
               organization is line sequential
           select report-file assign to "Event-Conversion-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Event-Conversion-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       01  company-line              pic x(300).

       fd  application-file.
       01  application-record.
           05  fd-app-key.
               10  fd-app-job-id     pic x(10).
               10  fd-app-username   pic x(32).
           05  fd-app-data           pic x(1000).

       fd  placement-file.
       01  placement-line            pic x(300).
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
       01  FILESTAT-RSVP             pic xx.
       01  FILESTAT-COMPANY          pic xx.
       01  FILESTAT-APP              pic xx.
       01  application-line          pic x(1000).
       01  FILESTAT-PLACE            pic xx.
       01  FILESTAT-RPT              pic xx.

       01  ws-elapsed-days           pic s9(06) value 0.
       01  ws-place-date             pic x(8).

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

           move "--- Event-to-Hire Attribution ---" to report-line
           write report-line

               close event-file
           end-if

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           if ws-csv-wanted = "y"
               perform begin-csv-row
               move ev-id to ws-csv-field
               perform add-csv-field
               move ev-title to ws-csv-field
               perform add-csv-field
               move ws-host-name to ws-csv-field
               perform add-csv-field
               move ev-date to ws-csv-field
               perform add-csv-field
               move ATT-COUNT to ws-csv-count
               move ws-csv-count to ws-csv-field
               perform add-csv-field
               move ws-applicant-count to ws-csv-count
               move ws-csv-count to ws-csv-field
               perform add-csv-field
               move ws-hire-count to ws-csv-count
               move ws-csv-count to ws-csv-field
               perform add-csv-field
               write csv-line
           end-if
           .

       trace-one-attendee.
           open input application-file
           if FILESTAT-APP = "00"
               perform until 1 = 2
                   read application-file next record
                       at end exit perform
                   end-read
                   move spaces to application-line
                   string function trim(fd-app-username) "|" fd-app-data
                       delimited by size into application-line
                   end-string
                   move spaces to PARSE-FIELD-4
                   move spaces to PARSE-FIELD-5
                   move spaces to PARSE-FIELD-6
               close layout-version-file
           end-if
           .

       write-csv-header.
           perform begin-csv-row
           move "event-id" to ws-csv-field
           perform add-csv-field
           move "event" to ws-csv-field
           perform add-csv-field
           move "host" to ws-csv-field
           perform add-csv-field
           move "event-date" to ws-csv-field
           perform add-csv-field
           move "attendees" to ws-csv-field
           perform add-csv-field
           move "applied-to-host" to ws-csv-field
           perform add-csv-field
           move "hired-by-host" to ws-csv-field
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
