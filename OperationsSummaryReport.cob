           select report-file assign to "Operations-Summary.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Operations-Summary.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
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
       01  ws-oc-i                   pic 9(02) value 0.
       01  ws-oc-found               pic x value "n".

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
      *>>    Summary reports: one section,item,value[,value] row
      *>>    per figure.
       01  ws-csv-section            pic x(40).
       01  ws-csv-item               pic x(200).
       01  ws-csv-value-1            pic x(40).
       01  ws-csv-value-2            pic x(200).

       procedure division.
       main.
           perform verify-layout-versions
               stop run
           end-if

           perform read-run-options
           if ws-csv-wanted = "y"
               perform open-csv-file
           end-if

           compute ws-yesterday-int =
               function integer-of-date(
                   function numval(function current-date(1:8))) - 1
           perform quote-batch-reports
           perform summarize-accounts

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               if ws-csv-wanted = "y"
                   move "error-log" to ws-csv-section
                   move ct-label(ws-i) to ws-csv-item
                   move ct-count(ws-i) to ws-csv-count
                   move ws-csv-count to ws-csv-value-1
                   perform write-csv-stat-row
               end-if
           end-perform
           .

                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           if ws-csv-wanted = "y"
               move "batch-sessions" to ws-csv-section
               move "input decks tracked" to ws-csv-item
               move ws-session-count to ws-csv-count
               move ws-csv-count to ws-csv-value-1
               perform write-csv-stat-row
               move "batch-sessions" to ws-csv-section
               move "total lines completed" to ws-csv-item
               move ws-line-total to ws-csv-count
               move ws-csv-count to ws-csv-value-1
               perform write-csv-stat-row
           end-if
           .

      *>>    The bottom-line counts of the two cleanup reports, quoted
                           delimited by size into WS-DISPLAY
                       move WS-DISPLAY to report-line
                       write report-line
                       if ws-csv-wanted = "y"
                           move "reconciliation" to ws-csv-section
                           move "report bottom line" to ws-csv-item
                           move spaces to ws-csv-value-1
                           move recon-line to ws-csv-value-2
                           perform write-csv-stat-row
                       end-if
                       move "y" to ws-found
                   end-if
               end-perform
                           delimited by size into WS-DISPLAY
                       move WS-DISPLAY to report-line
                       write report-line
                       if ws-csv-wanted = "y"
                           move "duplicate-connections" to ws-csv-section
                           move "report bottom line" to ws-csv-item
                           move spaces to ws-csv-value-1
                           move dup-line to ws-csv-value-2
                           perform write-csv-stat-row
                       end-if
                       move "y" to ws-found
                   end-if
               end-perform
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           if ws-csv-wanted = "y"
               move "accounts" to ws-csv-section
               move "accounts" to ws-csv-item
               move ws-account-count to ws-csv-count
               move ws-csv-count to ws-csv-value-1
               perform write-csv-stat-row
               move "accounts" to ws-csv-section
               move "locked" to ws-csv-item
               move ws-lockout-count to ws-csv-count
               move ws-csv-count to ws-csv-value-1
               perform write-csv-stat-row
               move "accounts" to ws-csv-section
               move "created/reset yesterday" to ws-csv-item
               move ws-new-account-count to ws-csv-count
               move ws-csv-count to ws-csv-value-1
               perform write-csv-stat-row
           end-if

      *>>    Campus breakdown (10th comma field, blank reads MAIN) -
      *>>    operators watching two campuses need the split.
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               if ws-csv-wanted = "y"
                   move "accounts-by-campus" to ws-csv-section
                   move oc-campus(ws-oc-i) to ws-csv-item
                   move oc-count(ws-oc-i) to ws-csv-count
                   move ws-csv-count to ws-csv-value-1
                   perform write-csv-stat-row
               end-if
           end-perform
           .

               close layout-version-file
           end-if
           .

       write-csv-header.
           perform begin-csv-row
           move "section" to ws-csv-field
           perform add-csv-field
           move "item" to ws-csv-field
           perform add-csv-field
           move "count" to ws-csv-field
           perform add-csv-field
           move "text" to ws-csv-field
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

       write-csv-stat-row.
           perform begin-csv-row
           move ws-csv-section to ws-csv-field
           perform add-csv-field
           move ws-csv-item to ws-csv-field
           perform add-csv-field
           move ws-csv-value-1 to ws-csv-field
           perform add-csv-field
           move ws-csv-value-2 to ws-csv-field
           perform add-csv-field
           write csv-line
           move spaces to ws-csv-value-2
           .
