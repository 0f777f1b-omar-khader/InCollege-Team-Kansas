      *>>    Career-office worklist over accommodations.dat (student|
      *>>    kind|ref|host|item|item-date|need|status|requested|
      *>>    advisor|decided, filed from My Schedule in InCollege.cob):
      *>>    every request still open, soonest interview or event
      *>>    first, with the days left before it - or PAST when it has
      *>>    already slipped by - plus arranged/declined totals. The
      *>>    report carries the needs themselves, so it goes to the
      *>>    advisors and nobody else.
       identification division.
       program-id. AccommodationsReport.

       environment division.
       input-output section.
       file-control.
           select accommodation-file assign to "accommodations.dat"
               organization is line sequential
               file status is FILESTAT-ACCOM.
           select report-file assign to "Accommodations-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Accommodations-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  accommodation-file.
       01  accommodation-line        pic x(700).

       fd  report-file.
       01  report-line               pic x(200).

       fd  csv-file.
       01  csv-line                  pic x(1000).

       working-storage section.
       01  FILESTAT-ACCOM            pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).

       01  PARSE-FIELD-1             pic x(100).
       01  PARSE-FIELD-2             pic x(100).
       01  PARSE-FIELD-3             pic x(100).
       01  PARSE-FIELD-4             pic x(100).
       01  PARSE-FIELD-5             pic x(150).
       01  PARSE-FIELD-6             pic x(100).
       01  PARSE-FIELD-7             pic x(200).
       01  PARSE-FIELD-8             pic x(100).
       01  PARSE-FIELD-9             pic x(100).

      *>>    Open requests; undated items sort to the end under a
      *>>    high-value key.
       01  OPEN-TABLE.
           05  OPEN-ENTRY            occurs 1000 times.
               10  op-sort-key       pic x(8).
               10  op-student        pic x(32).
               10  op-kind           pic x(10).
               10  op-item           pic x(150).
               10  op-need           pic x(200).
               10  op-requested      pic x(8).
       01  OPEN-SWAP                 pic x(408).
       01  OPEN-COUNT                pic 9(04) value 0.
       01  ws-open-overflow          pic x value "n".

       01  ws-i                      pic 9(04) value 0.
       01  ws-j                      pic 9(04) value 0.
       01  ws-today                  pic x(8).
       01  ws-days-left              pic s9(05) value 0.
       01  ws-days-text              pic x(12).
       01  ws-days-edit              pic z(4)9.
       01  ws-row-count              pic 9(05) value 0.
       01  ws-arranged-count         pic 9(05) value 0.
       01  ws-declined-count         pic 9(05) value 0.
       01  ws-past-count             pic 9(05) value 0.

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
           move "--- Open Accommodation Requests ---" to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "As of " ws-today
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to report-line
           write report-line

           perform load-requests
           perform sort-open-requests
           perform write-open-requests

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Requests on file: " ws-row-count
                  "  open: " OPEN-COUNT
                  "  past the item date: " ws-past-count
                  "  arranged: " ws-arranged-count
                  "  declined: " ws-declined-count
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           if ws-open-overflow = "y"
               move "Over 1000 open requests - only the first 1000 listed."
                   to report-line
               write report-line
           end-if

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

       load-requests.
           open input accommodation-file
           if FILESTAT-ACCOM = "00"
               perform until 1 = 2
                   read accommodation-file into accommodation-line
                       at end exit perform
                   end-read
                   add 1 to ws-row-count
                   move spaces to PARSE-FIELD-1
                   move spaces to PARSE-FIELD-2
                   move spaces to PARSE-FIELD-3
                   move spaces to PARSE-FIELD-4
                   move spaces to PARSE-FIELD-5
                   move spaces to PARSE-FIELD-6
                   move spaces to PARSE-FIELD-7
                   move spaces to PARSE-FIELD-8
                   move spaces to PARSE-FIELD-9
                   unstring accommodation-line delimited by "|" into
                       PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                       PARSE-FIELD-4 PARSE-FIELD-5 PARSE-FIELD-6
                       PARSE-FIELD-7 PARSE-FIELD-8 PARSE-FIELD-9
                   end-unstring
                   evaluate function trim(PARSE-FIELD-8)
                       when "arranged"
                           add 1 to ws-arranged-count
                       when "declined"
                           add 1 to ws-declined-count
                       when other
                           perform add-open-request
                   end-evaluate
               end-perform
               close accommodation-file
           end-if
           .

       add-open-request.
           if OPEN-COUNT >= 1000
               move "y" to ws-open-overflow
               exit paragraph
           end-if
           add 1 to OPEN-COUNT
           if PARSE-FIELD-6(1:8) is numeric
               move PARSE-FIELD-6(1:8) to op-sort-key(OPEN-COUNT)
           else
               move "99999999" to op-sort-key(OPEN-COUNT)
           end-if
           move function trim(PARSE-FIELD-1) to op-student(OPEN-COUNT)
           move function trim(PARSE-FIELD-2) to op-kind(OPEN-COUNT)
           move function trim(PARSE-FIELD-5) to op-item(OPEN-COUNT)
           move function trim(PARSE-FIELD-7) to op-need(OPEN-COUNT)
           move function trim(PARSE-FIELD-9) to op-requested(OPEN-COUNT)
           .

       sort-open-requests.
           perform varying ws-i from 1 by 1 until ws-i >= OPEN-COUNT
               perform varying ws-j from 1 by 1 until ws-j >= OPEN-COUNT
                   if op-sort-key(ws-j) > op-sort-key(ws-j + 1)
                       move OPEN-ENTRY(ws-j) to OPEN-SWAP
                       move OPEN-ENTRY(ws-j + 1) to OPEN-ENTRY(ws-j)
                       move OPEN-SWAP to OPEN-ENTRY(ws-j + 1)
                   end-if
               end-perform
           end-perform
           .

       write-open-requests.
           if OPEN-COUNT = 0
               move "No open accommodation requests." to report-line
               write report-line
               exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > OPEN-COUNT
               perform derive-days-left
               move spaces to WS-DISPLAY
               if op-sort-key(ws-i) = "99999999"
                   string "(undated) " function trim(op-student(ws-i))
                          " - " function trim(op-item(ws-i))
                          delimited by size into WS-DISPLAY
               else
                   string op-sort-key(ws-i) " " ws-days-text " "
                          function trim(op-student(ws-i))
                          " - " function trim(op-item(ws-i))
                          delimited by size into WS-DISPLAY
               end-if
               move WS-DISPLAY to report-line
               write report-line
               move spaces to WS-DISPLAY
               string "         needs: " function trim(op-need(ws-i))
                      "  (requested " op-requested(ws-i) ")"
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               if ws-csv-wanted = "y"
                   perform begin-csv-row
                   move op-sort-key(ws-i) to ws-csv-field
                   if op-sort-key(ws-i) = "99999999"
                       move spaces to ws-csv-field
                   end-if
                   perform add-csv-field
                   move ws-days-text to ws-csv-field
                   perform add-csv-field
                   move op-student(ws-i) to ws-csv-field
                   perform add-csv-field
                   move op-kind(ws-i) to ws-csv-field
                   perform add-csv-field
                   move op-item(ws-i) to ws-csv-field
                   perform add-csv-field
                   move op-need(ws-i) to ws-csv-field
                   perform add-csv-field
                   move op-requested(ws-i) to ws-csv-field
                   perform add-csv-field
                   write csv-line
               end-if
           end-perform
           .

      *>>    "PAST" once the item date has gone by, "today", or
      *>>    "in N day(s)".
       derive-days-left.
           move spaces to ws-days-text
           if op-sort-key(ws-i) = "99999999"
               exit paragraph
           end-if
           compute ws-days-left =
               function integer-of-date(function numval(op-sort-key(ws-i)))
             - function integer-of-date(function numval(ws-today))
           evaluate true
               when ws-days-left < 0
                   move "PAST" to ws-days-text
                   add 1 to ws-past-count
               when ws-days-left = 0
                   move "today" to ws-days-text
               when other
                   move ws-days-left to ws-days-edit
                   string "in " function trim(ws-days-edit) "d"
                       delimited by size into ws-days-text
           end-evaluate
           .

       write-csv-header.
           perform begin-csv-row
           move "item-date" to ws-csv-field
           perform add-csv-field
           move "days-left" to ws-csv-field
           perform add-csv-field
           move "student" to ws-csv-field
           perform add-csv-field
           move "kind" to ws-csv-field
           perform add-csv-field
           move "item" to ws-csv-field
           perform add-csv-field
           move "need" to ws-csv-field
           perform add-csv-field
           move "requested" to ws-csv-field
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
