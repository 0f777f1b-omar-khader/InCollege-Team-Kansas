           select report-file assign to "Mentorship-Outcomes-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Mentorship-Outcomes-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  report-file.
       01  report-line               pic x(200).

       fd  csv-file.
       01  csv-line                  pic x(1000).

       working-storage section.
       01  FILESTAT-MENTOR           pic xx.
       01  FILESTAT-MMEET            pic xx.
       01  ws-meeting-total          pic 9(05) value 0.
       01  ws-pct                    pic 9(03) value 0.

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
           open output report-file
               stop run
           end-if

           perform read-run-options
           if ws-csv-wanted = "y"
               perform open-csv-file
           end-if

           move "--- Mentorship Program Outcomes ---" to report-line
           write report-line

           if PAIRS-COUNT = 0
               move "No mentorship pairs on file." to report-line
               write report-line
               if ws-csv-wanted = "y"
                   close csv-file
               end-if
               close report-file
               stop run
           end-if
           perform write-pair-meetings
           perform write-major-rates

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
               move "pairs-by-status" to ws-csv-field
               perform add-csv-field
               move spaces to ws-csv-field
               perform add-csv-field
               move "proposed" to ws-csv-field
               perform add-csv-field
               move ws-proposed-count to ws-csv-count
               move ws-csv-count to ws-csv-field
               perform add-csv-field
               move spaces to ws-csv-field
               perform add-csv-field
               move spaces to ws-csv-field
               perform add-csv-field
               write csv-line
               perform begin-csv-row
               move "pairs-by-status" to ws-csv-field
               perform add-csv-field
               move spaces to ws-csv-field
               perform add-csv-field
               move "accepted" to ws-csv-field
               perform add-csv-field
               move ws-accepted-count to ws-csv-count
               move ws-csv-count to ws-csv-field
               perform add-csv-field
               move spaces to ws-csv-field
               perform add-csv-field
               move spaces to ws-csv-field
               perform add-csv-field
               write csv-line
               perform begin-csv-row
               move "pairs-by-status" to ws-csv-field
               perform add-csv-field
               move spaces to ws-csv-field
               perform add-csv-field
               move "completed" to ws-csv-field
               perform add-csv-field
               move ws-completed-count to ws-csv-count
               move ws-csv-count to ws-csv-field
               perform add-csv-field
               move spaces to ws-csv-field
               perform add-csv-field
               move spaces to ws-csv-field
               perform add-csv-field
               write csv-line
               perform begin-csv-row
               move "pairs-by-status" to ws-csv-field
               perform add-csv-field
               move spaces to ws-csv-field
               perform add-csv-field
               move "lapsed" to ws-csv-field
               perform add-csv-field
               move ws-lapsed-count to ws-csv-count
               move ws-csv-count to ws-csv-field
               perform add-csv-field
               move spaces to ws-csv-field
               perform add-csv-field
               move spaces to ws-csv-field
               perform add-csv-field
               write csv-line
               perform begin-csv-row
               move "meetings-logged" to ws-csv-field
               perform add-csv-field
               move spaces to ws-csv-field
               perform add-csv-field
               move spaces to ws-csv-field
               perform add-csv-field
               move ws-meeting-total to ws-csv-count
               move ws-csv-count to ws-csv-field
               perform add-csv-field
               move spaces to ws-csv-field
               perform add-csv-field
               move spaces to ws-csv-field
               perform add-csv-field
               write csv-line
           end-if
           .

       write-pair-meetings.
                          delimited by size into WS-DISPLAY
                   move WS-DISPLAY to report-line
                   write report-line
                   if ws-csv-wanted = "y"
                       perform begin-csv-row
                       move "meetings-per-pair" to ws-csv-field
                       perform add-csv-field
                       move spaces to ws-csv-field
                       string function trim(pr-mentor(ws-i))
                              " / " function trim(pr-mentee(ws-i))
                              delimited by size into ws-csv-field
                       perform add-csv-field
                       move pr-status(ws-i) to ws-csv-field
                       perform add-csv-field
                       move pr-meetings(ws-i) to ws-csv-count
                       move ws-csv-count to ws-csv-field
                       perform add-csv-field
                       move spaces to ws-csv-field
                       perform add-csv-field
                       move spaces to ws-csv-field
                       perform add-csv-field
                       write csv-line
                   end-if
               end-if
           end-perform
           .
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               if ws-csv-wanted = "y"
                   perform begin-csv-row
                   move "completion-by-major" to ws-csv-field
                   perform add-csv-field
                   move mj-major(ws-j) to ws-csv-field
                   perform add-csv-field
                   move "completed" to ws-csv-field
                   perform add-csv-field
                   move mj-completed(ws-j) to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   move mj-total(ws-j) to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   move ws-pct to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   write csv-line
               end-if
           end-perform
           .

       write-csv-header.
           perform begin-csv-row
           move "section" to ws-csv-field
           perform add-csv-field
           move "item" to ws-csv-field
           perform add-csv-field
           move "status" to ws-csv-field
           perform add-csv-field
           move "count" to ws-csv-field
           perform add-csv-field
           move "out-of" to ws-csv-field
           perform add-csv-field
           move "percent" to ws-csv-field
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
