      *>>    Help-desk workload for the operations team, from
      *>>    support-tickets.dat (ticket-id|requester|category|text|
      *>>    opened|status|assigned-operator|closed, raised from
      *>>    InCollege.cob's Contact Support and worked from the
      *>>    AdminConsole ticket queue). Open tickets are broken out by
      *>>    age, by category and by the operator holding them, then
      *>>    listed oldest first; closed tickets give the median time
      *>>    from opening to close.
       identification division.
       program-id. SupportTicketReport.

       environment division.
       input-output section.
       file-control.
           select support-ticket-file assign to "support-tickets.dat"
               organization is line sequential
               file status is FILESTAT-TICKET.
           select report-file assign to "Support-Ticket-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the totals, written only when the run
      *>>    is started with the "csv" option.
           select csv-file assign to "Support-Ticket-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  support-ticket-file.
       01  support-ticket-line       pic x(700).

       fd  report-file.
       01  report-line               pic x(200).

       fd  csv-file.
       01  csv-line                  pic x(1000).

       working-storage section.
       01  FILESTAT-TICKET           pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).

       01  support-ticket-data.
           05  tk-id                 pic x(10).
           05  tk-requester          pic x(32).
           05  tk-category           pic x(20).
           05  tk-text               pic x(400).
           05  tk-opened             pic x(14).
           05  tk-status             pic x(10).
           05  tk-operator           pic x(32).
           05  tk-closed             pic x(14).

      *>>    Open tickets in file order - ids are handed out in
      *>>    sequence, so that is oldest first.
       01  OPEN-TABLE.
           05  OPEN-ENTRY            occurs 2000 times.
               10  ot-id             pic x(10).
               10  ot-requester      pic x(32).
               10  ot-category       pic x(20).
               10  ot-operator       pic x(32).
               10  ot-age            pic 9(05).
               10  ot-text           pic x(50).
       01  OPEN-COUNT                pic 9(04) value 0.

      *>>    Age buckets, upper bound in whole days (99999 = no bound).
       01  AGE-TABLE.
           05  filler.
               10  filler            pic x(14) value "under 1 day".
               10  filler            pic 9(05) value 0.
           05  filler.
               10  filler            pic x(14) value "1-2 days".
               10  filler            pic 9(05) value 2.
           05  filler.
               10  filler            pic x(14) value "3-7 days".
               10  filler            pic 9(05) value 7.
           05  filler.
               10  filler            pic x(14) value "8-14 days".
               10  filler            pic 9(05) value 14.
           05  filler.
               10  filler            pic x(14) value "over 14 days".
               10  filler            pic 9(05) value 99999.
       01  AGE-TABLE-R redefines AGE-TABLE.
           05  AGE-ENTRY             occurs 5 times.
               10  ag-label          pic x(14).
               10  ag-max-days       pic 9(05).
       01  AGE-COUNTS.
           05  ag-count              occurs 5 times pic 9(05).
       01  ws-a                      pic 9(02) value 0.

       01  CATEGORY-TABLE.
           05  CATEGORY-ENTRY        occurs 20 times.
               10  cg-name           pic x(20).
               10  cg-count          pic 9(05).
       01  CATEGORY-COUNT            pic 9(02) value 0.

       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY        occurs 100 times.
               10  op-name           pic x(32).
               10  op-count          pic 9(05).
       01  OPERATOR-COUNT            pic 9(03) value 0.

      *>>    Hours from open to close for every closed ticket, sorted
      *>>    for the median.
       01  CLOSE-HOURS.
           05  ch-hours              occurs 2000 times pic 9(07).
       01  CLOSE-COUNT               pic 9(04) value 0.

       01  ws-i                      pic 9(04) value 0.
       01  ws-j                      pic 9(04) value 0.
       01  ws-ticket-total           pic 9(05) value 0.
       01  ws-closed-total           pic 9(05) value 0.
       01  ws-overflow               pic x value "n".
       01  ws-age-days               pic 9(05) value 0.
       01  ws-then-min               pic 9(10) value 0.
       01  ws-now-min                pic 9(10) value 0.
       01  ws-median                 pic 9(07) value 0.
       01  ws-swap                   pic 9(07) value 0.
       01  ws-owner-out              pic x(32).

      *>>    "csv" on the command line (or after the program name in
      *>>    nightly-jobs.txt) also writes the report's .csv
      *>>    companion: one header row, then one row per total line.
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
       01  ws-csv-section            pic x(40).
       01  ws-csv-item               pic x(200).
       01  ws-csv-value-1            pic x(40).
       01  ws-csv-value-2            pic x(40).

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

           move "--- Support Tickets ---" to report-line
           write report-line
           move spaces to report-line
           write report-line

           initialize AGE-COUNTS
           perform load-tickets

           move spaces to WS-DISPLAY
           string "Tickets: " ws-ticket-total
                  "  open: " OPEN-COUNT
                  "  closed: " ws-closed-total
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform write-age-totals
           perform write-category-totals
           perform write-operator-totals
           perform write-close-time
           perform list-open-tickets

           if ws-overflow = "y"
               move spaces to report-line
               write report-line
               move "Over 2000 open or closed tickets, 20 categories or 100 operators - the rest are not broken out."
                   to report-line
               write report-line
           end-if

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

       load-tickets.
           open input support-ticket-file
           if FILESTAT-TICKET not = "00"
               move "No support tickets on file." to report-line
               write report-line
               exit paragraph
           end-if
           perform until 1 = 2
               read support-ticket-file into support-ticket-line
                   at end exit perform
               end-read
               if support-ticket-line = spaces
                   exit perform cycle
               end-if
               move spaces to support-ticket-data
               unstring support-ticket-line delimited by "|"
                   into tk-id tk-requester tk-category tk-text
                        tk-opened tk-status tk-operator tk-closed
               end-unstring
               add 1 to ws-ticket-total
               if function trim(tk-status) = "closed"
                   add 1 to ws-closed-total
                   perform count-close-time
               else
                   perform count-open-ticket
               end-if
           end-perform
           close support-ticket-file
           .

       count-open-ticket.
           move 0 to ws-age-days
           if tk-opened(1:8) is numeric
              and tk-opened(1:8) < function current-date(1:8)
               compute ws-age-days =
                   function integer-of-date(
                       function numval(function current-date(1:8)))
                 - function integer-of-date(
                       function numval(tk-opened(1:8)))
           end-if
           perform varying ws-a from 1 by 1 until ws-a > 4
               if ws-age-days <= ag-max-days(ws-a)
                   exit perform
               end-if
           end-perform
           add 1 to ag-count(ws-a)

           if tk-category = spaces
               move "other" to tk-category
           end-if
           perform varying ws-j from 1 by 1 until ws-j > CATEGORY-COUNT
               if cg-name(ws-j) = tk-category
                   exit perform
               end-if
           end-perform
           if ws-j > CATEGORY-COUNT
               if CATEGORY-COUNT < 20
                   add 1 to CATEGORY-COUNT
                   move tk-category to cg-name(ws-j)
                   move 0 to cg-count(ws-j)
               else
                   move "y" to ws-overflow
                   move 0 to ws-j
               end-if
           end-if
           if ws-j > 0
               add 1 to cg-count(ws-j)
           end-if

           if tk-operator = spaces
               move "(unassigned)" to ws-owner-out
           else
               move tk-operator to ws-owner-out
           end-if
           perform varying ws-j from 1 by 1 until ws-j > OPERATOR-COUNT
               if op-name(ws-j) = ws-owner-out
                   exit perform
               end-if
           end-perform
           if ws-j > OPERATOR-COUNT
               if OPERATOR-COUNT < 100
                   add 1 to OPERATOR-COUNT
                   move ws-owner-out to op-name(ws-j)
                   move 0 to op-count(ws-j)
               else
                   move "y" to ws-overflow
                   move 0 to ws-j
               end-if
           end-if
           if ws-j > 0
               add 1 to op-count(ws-j)
           end-if

           if OPEN-COUNT < 2000
               add 1 to OPEN-COUNT
               move tk-id to ot-id(OPEN-COUNT)
               move tk-requester to ot-requester(OPEN-COUNT)
               move tk-category to ot-category(OPEN-COUNT)
               move ws-owner-out to ot-operator(OPEN-COUNT)
               move ws-age-days to ot-age(OPEN-COUNT)
               move tk-text to ot-text(OPEN-COUNT)
           else
               move "y" to ws-overflow
           end-if
           .

      *>>    Whole hours from tk-opened to tk-closed; a ticket missing
      *>>    either stamp is left out of the median.
       count-close-time.
           if tk-opened(1:12) is not numeric
              or tk-closed(1:12) is not numeric
               exit paragraph
           end-if
           if CLOSE-COUNT >= 2000
               move "y" to ws-overflow
               exit paragraph
           end-if
           compute ws-then-min =
               function integer-of-date(
                   function numval(tk-opened(1:8))) * 1440
               + function numval(tk-opened(9:2)) * 60
               + function numval(tk-opened(11:2))
           compute ws-now-min =
               function integer-of-date(
                   function numval(tk-closed(1:8))) * 1440
               + function numval(tk-closed(9:2)) * 60
               + function numval(tk-closed(11:2))
           add 1 to CLOSE-COUNT
           if ws-now-min > ws-then-min
               compute ch-hours(CLOSE-COUNT) =
                   (ws-now-min - ws-then-min) / 60
           else
               move 0 to ch-hours(CLOSE-COUNT)
           end-if
           .

       write-age-totals.
           move spaces to report-line
           write report-line
           move "Open tickets by age           tickets" to report-line
           write report-line
           perform varying ws-a from 1 by 1 until ws-a > 5
               move spaces to WS-DISPLAY
               string ag-label(ws-a) "                " ag-count(ws-a)
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               move "open-by-age" to ws-csv-section
               move ag-label(ws-a) to ws-csv-item
               move ag-count(ws-a) to ws-csv-count
               move ws-csv-count to ws-csv-value-1
               move spaces to ws-csv-value-2
               perform write-csv-total-row
           end-perform
           .

       write-category-totals.
           move spaces to report-line
           write report-line
           move "Open tickets by category      tickets" to report-line
           write report-line
           perform varying ws-j from 1 by 1 until ws-j > CATEGORY-COUNT
               move spaces to WS-DISPLAY
               string cg-name(ws-j) "          " cg-count(ws-j)
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               move "open-by-category" to ws-csv-section
               move cg-name(ws-j) to ws-csv-item
               move cg-count(ws-j) to ws-csv-count
               move ws-csv-count to ws-csv-value-1
               move spaces to ws-csv-value-2
               perform write-csv-total-row
           end-perform
           .

       write-operator-totals.
           move spaces to report-line
           write report-line
           move "Open tickets by operator                  tickets" to report-line
           write report-line
           perform varying ws-j from 1 by 1 until ws-j > OPERATOR-COUNT
               move spaces to WS-DISPLAY
               string op-name(ws-j) "          " op-count(ws-j)
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               move "open-by-operator" to ws-csv-section
               move op-name(ws-j) to ws-csv-item
               move op-count(ws-j) to ws-csv-count
               move ws-csv-count to ws-csv-value-1
               move spaces to ws-csv-value-2
               perform write-csv-total-row
           end-perform
           .

      *>>    Median of the sorted close times (the lower middle one
      *>>    for an even count).
       write-close-time.
           move spaces to report-line
           write report-line
           perform sort-close-hours
           move spaces to WS-DISPLAY
           if CLOSE-COUNT = 0
               move "Time to close: no closed tickets on file." to WS-DISPLAY
           else
               compute ws-i = (CLOSE-COUNT + 1) / 2
               move ch-hours(ws-i) to ws-median
               string "Time to close: median " ws-median
                      " hour(s) over " CLOSE-COUNT " closed ticket(s)"
                      delimited by size into WS-DISPLAY
           end-if
           move WS-DISPLAY to report-line
           write report-line
           if CLOSE-COUNT > 0
               move "time-to-close" to ws-csv-section
               move "median hours" to ws-csv-item
               move CLOSE-COUNT to ws-csv-count
               move ws-csv-count to ws-csv-value-1
               move ws-median to ws-csv-count
               move ws-csv-count to ws-csv-value-2
               perform write-csv-total-row
           end-if
           .

       sort-close-hours.
           perform varying ws-i from 1 by 1
                   until ws-i >= CLOSE-COUNT
               perform varying ws-j from 1 by 1
                       until ws-j >= CLOSE-COUNT
                   if ch-hours(ws-j) > ch-hours(ws-j + 1)
                       move ch-hours(ws-j) to ws-swap
                       move ch-hours(ws-j + 1) to ch-hours(ws-j)
                       move ws-swap to ch-hours(ws-j + 1)
                   end-if
               end-perform
           end-perform
           .

       list-open-tickets.
           move spaces to report-line
           write report-line
           move "Open tickets, oldest first" to report-line
           write report-line
           if OPEN-COUNT = 0
               move "   None." to report-line
               write report-line
               exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > OPEN-COUNT
               move spaces to WS-DISPLAY
               string ot-id(ws-i) " " ot-age(ws-i) " day(s)  "
                      function trim(ot-category(ws-i)) "  "
                      function trim(ot-requester(ws-i)) "  held by "
                      function trim(ot-operator(ws-i)) " - "
                      function trim(ot-text(ws-i))
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
           end-perform
           .

       write-csv-header.
           perform begin-csv-row
           move "section" to ws-csv-field
           perform add-csv-field
           move "item" to ws-csv-field
           perform add-csv-field
           move "tickets" to ws-csv-field
           perform add-csv-field
           move "hours" to ws-csv-field
           perform add-csv-field
           write csv-line
           .

       write-csv-total-row.
           if ws-csv-wanted not = "y"
               exit paragraph
           end-if
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
