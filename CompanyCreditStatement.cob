      *>>    feed posts), the credits used, and the remaining
      *>>    company-credits.dat balance - replacing the quarterly
      *>>    hand-reconstruction from jobs.dat posted dates that was
      *>>    wrong every time. Featured-posting purchases ("feature"
      *>>    rows, whose fifth field is the credits the window cost)
      *>>    are itemized in their own list after the posts and
      *>>    renewals.
       identification division.
       program-id. CompanyCreditStatement.

           select report-file assign to "Company-Credit-Statement.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the ledger lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Company-Credit-Statement.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  report-file.
       01  report-line               pic x(200).

       fd  csv-file.
       01  csv-line                  pic x(1000).

       working-storage section.
       01  FILESTAT-COMPANY          pic xx.
       01  FILESTAT-CREDIT           pic xx.
       01  PARSE-FIELD-2             pic x(200).
       01  PARSE-FIELD-3             pic x(200).
       01  PARSE-FIELD-4             pic x(200).
       01  PARSE-FIELD-5             pic x(200).

       01  co-id                     pic x(10).
       01  co-name                   pic x(100).

       01  ws-used-count             pic 9(05) value 0.
       01  ws-feature-count          pic 9(05) value 0.
       01  ws-feature-credits        pic 9(05) value 0.
       01  ws-row-credits            pic 9(05) value 0.
       01  ws-total-used             pic 9(05) value 0.
      *>>    "p" lists the posting and renewal draws, "f" the feature
      *>>    purchases.
       01  ws-ledger-pass            pic x value "p".
       01  ws-balance                pic 9(05) value 0.
       01  ws-balance-found          pic x value "n".
       01  ws-company-count          pic 9(04) value 0.

      *>>    "csv" on the command line (or after the program name in
      *>>    nightly-jobs.txt) also writes the statement's .csv
      *>>    companion: one header row, then one row per ledger line
      *>>    listed under a company.
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

       procedure division.
       main.
           open output report-file
               stop run
           end-if

           perform read-run-options
           if ws-csv-wanted = "y"
               perform open-csv-file
           end-if

           move "--- Posting Credit Statement ---" to report-line
           write report-line
           move spaces to WS-DISPLAY
               write report-line
           end-if

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

           write report-line

           move 0 to ws-used-count
           move 0 to ws-feature-count
           move 0 to ws-feature-credits
           move "p" to ws-ledger-pass
           perform list-company-ledger
           move "f" to ws-ledger-pass
           perform list-company-ledger

           move 0 to ws-balance
           move "n" to ws-balance-found
               close company-credit-file
           end-if

           compute ws-total-used = ws-used-count + ws-feature-credits
           move spaces to WS-DISPLAY
           string "   Posts and renewals: " ws-used-count
                  "  Feature purchases: " ws-feature-count
                  " (" ws-feature-credits " credit(s))"
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           if ws-balance-found = "y"
               string "   Credits used: " ws-total-used
                      "  Remaining balance: " ws-balance
                      delimited by size into WS-DISPLAY
           else
               string "   Credits used: " ws-total-used
                      "  (no credit account opened yet)"
                      delimited by size into WS-DISPLAY
           end-if
           move WS-DISPLAY to report-line
           write report-line
           .

      *>>    One pass over the ledger for co-id: the posting and
      *>>    renewal draws (ws-ledger-pass "p") or the feature
      *>>    purchases ("f"), each under its own heading when any.
       list-company-ledger.
           open input credit-ledger-file
           if FILESTAT-LEDGER not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read credit-ledger-file into credit-ledger-line
                   at end exit perform
               end-read
               move spaces to PARSE-FIELD-1
               move spaces to PARSE-FIELD-2
               move spaces to PARSE-FIELD-3
               move spaces to PARSE-FIELD-4
               move spaces to PARSE-FIELD-5
               unstring credit-ledger-line delimited by "|" into
                   PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                   PARSE-FIELD-4 PARSE-FIELD-5
               end-unstring
               if function trim(PARSE-FIELD-1) not = function trim(co-id)
                   exit perform cycle
               end-if
               if function trim(PARSE-FIELD-3) = "feature"
                   if ws-ledger-pass not = "f"
                       exit perform cycle
                   end-if
                   move 1 to ws-row-credits
                   if function trim(PARSE-FIELD-5) is numeric
                      and function trim(PARSE-FIELD-5) not = spaces
                       move function numval(function trim(PARSE-FIELD-5))
                           to ws-row-credits
                   end-if
                   if ws-feature-count = 0
                       move "   Feature purchases:" to report-line
                       write report-line
                   end-if
                   add 1 to ws-feature-count
                   add ws-row-credits to ws-feature-credits
                   move spaces to WS-DISPLAY
                   string "   " function trim(PARSE-FIELD-2)
                          " [feature, " ws-row-credits " credit(s)] "
                          function trim(PARSE-FIELD-4)
                          delimited by size into WS-DISPLAY
               else
                   if ws-ledger-pass not = "p"
                       exit perform cycle
                   end-if
                   if ws-used-count = 0
                       move "   Postings and renewals:" to report-line
                       write report-line
                   end-if
                   add 1 to ws-used-count
                   move spaces to WS-DISPLAY
                   string "   " function trim(PARSE-FIELD-2)
                          " [" function trim(PARSE-FIELD-3) "] "
                          function trim(PARSE-FIELD-4)
                          delimited by size into WS-DISPLAY
               end-if
               move WS-DISPLAY to report-line
               write report-line
               if ws-csv-wanted = "y"
                   perform write-ledger-csv-row
               end-if
           end-perform
           close credit-ledger-file
           .

      *>>    The ledger row just listed, as one CSV row: posts and
      *>>    renewals draw one credit each, a feature purchase what
      *>>    its fifth field says.
       write-ledger-csv-row.
           perform begin-csv-row
           move co-id to ws-csv-field
           perform add-csv-field
           move co-name to ws-csv-field
           perform add-csv-field
           move PARSE-FIELD-2 to ws-csv-field
           perform add-csv-field
           move PARSE-FIELD-3 to ws-csv-field
           perform add-csv-field
           move PARSE-FIELD-4 to ws-csv-field
           perform add-csv-field
           if ws-ledger-pass = "f"
               move ws-row-credits to ws-csv-count
           else
               move 1 to ws-csv-count
           end-if
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           write csv-line
           .

       write-csv-header.
           perform begin-csv-row
           move "company-id" to ws-csv-field
           perform add-csv-field
           move "company" to ws-csv-field
           perform add-csv-field
           move "date" to ws-csv-field
           perform add-csv-field
           move "action" to ws-csv-field
           perform add-csv-field
           move "detail" to ws-csv-field
           perform add-csv-field
           move "credits" to ws-csv-field
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
