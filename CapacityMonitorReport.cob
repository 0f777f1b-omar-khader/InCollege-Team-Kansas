               access mode is sequential
               record key is fd-conn-key
               file status is FILESTAT-CONN.
           select application-file assign to "applications.dat"
               organization is indexed
               access mode is sequential
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-APP.
           select message-file assign to "messages.dat"
               organization is indexed
               access mode is sequential
               record key is fd-msg-key
               alternate record key is fd-msg-sender with duplicates
               file status is FILESTAT-MSG.
           select report-file assign to "Capacity-Monitor-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Capacity-Monitor-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
           05  fd-conn-sent-date         pic x(20).
           05  fd-conn-decided-date      pic x(20).

       fd  application-file.
       01  application-record.
           05  fd-app-key.
               10  fd-app-job-id     pic x(10).
               10  fd-app-username   pic x(32).
           05  fd-app-data           pic x(1000).

       fd  message-file.
       01  message-record.
           05  fd-msg-key.
               10  fd-msg-recipient  pic x(32).
               10  fd-msg-timestamp  pic x(20).
               10  fd-msg-sender     pic x(32).
           05  fd-msg-line           pic x(600).

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
       01  FILESTAT-USER             pic xx.
       01  FILESTAT-PROFILE          pic xx.
       01  FILESTAT-CONN             pic xx.
       01  FILESTAT-APP              pic xx.
       01  FILESTAT-MSG              pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).
      *>>    in the dispatcher and the email/inactive reports;
      *>>    InCollege and AdminConsole both hold the full 100000).
      *>>    users/profiles/connections are indexed and counted
      *>>    through their own selects (slots 1-3), as are
      *>>    applications.dat and messages.dat (slots 5-6).
       01  LIMITS-TABLE-DATA.
           05  filler pic x(40) value "users.dat".
           05  filler pic 9(06) value 002000.
       01  ws-pct                    pic 9(05) value 0.
       01  ws-warn-count             pic 9(02) value 0.

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

           move "--- Table Capacity Monitor ---" to report-line
           write report-line
           move spaces to WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

                       end-perform
                       close connection-file
                   end-if
               when "applications.dat"
                   open input application-file
                   if FILESTAT-APP = "00"
                       perform until 1 = 2
                           read application-file next record
                               at end exit perform
                           end-read
                           add 1 to ws-row-count
                       end-perform
                       close application-file
                   end-if
               when "messages.dat"
                   open input message-file
                   if FILESTAT-MSG = "00"
                       perform until 1 = 2
                           read message-file next record
                               at end exit perform
                           end-read
                           add 1 to ws-row-count
                       end-perform
                       close message-file
                   end-if
               when other
                   move lm-file(ws-i) to WS-SEQ-NAME
                   open input seq-file
           end-if
           move WS-DISPLAY to report-line
           write report-line
           if ws-csv-wanted = "y"
               perform begin-csv-row
               move lm-file(ws-i) to ws-csv-field
               perform add-csv-field
               move ws-row-count to ws-csv-count
               move ws-csv-count to ws-csv-field
               perform add-csv-field
               move lm-limit(ws-i) to ws-csv-count
               move ws-csv-count to ws-csv-field
               perform add-csv-field
               move ws-pct to ws-csv-count
               move ws-csv-count to ws-csv-field
               perform add-csv-field
               move spaces to ws-csv-field
               if ws-pct >= WS-WARN-PCT
                   move "Y" to ws-csv-field
               end-if
               perform add-csv-field
               write csv-line
           end-if
           .

      *>>    Compares every layout-versions.dat stamp against the
               close layout-version-file
           end-if
           .

       write-csv-header.
           perform begin-csv-row
           move "file" to ws-csv-field
           perform add-csv-field
           move "rows" to ws-csv-field
           perform add-csv-field
           move "table-limit" to ws-csv-field
           perform add-csv-field
           move "percent-used" to ws-csv-field
           perform add-csv-field
           move "warning" to ws-csv-field
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
