      *>>    Scholarship awards for the financial-aid office, from
      *>>    awards.dat (award-id|scholarship-id|student|company-id|
      *>>    amount|award-date|awarded-by, appended by InCollege.cob
      *>>    each time a sponsor or advisor awards a scholarship).
      *>>    Every award is listed for reconciliation against the
      *>>    sponsors' payments, then totalled by sponsor, by academic
      *>>    term (the academic-calendar.dat term the award date falls
      *>>    in) and by sponsor within term. Scholarship titles come
      *>>    from scholarships.dat and sponsor names from companies.dat.
       identification division.
       program-id. ScholarshipAwardReport.

       environment division.
       input-output section.
       file-control.
           select award-file assign to "awards.dat"
               organization is line sequential
               file status is FILESTAT-AWARD.
           select scholarship-file assign to "scholarships.dat"
               organization is line sequential
               file status is FILESTAT-SCHOL.
           select company-file assign to "companies.dat"
               organization is line sequential
               file status is FILESTAT-COMPANY.
           select calendar-file assign to "academic-calendar.dat"
               organization is line sequential
               file status is FILESTAT-CAL.
           select report-file assign to "Scholarship-Award-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the totals, written only when the run
      *>>    is started with the "csv" option.
           select csv-file assign to "Scholarship-Award-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  award-file.
       01  award-line                pic x(200).

       fd  scholarship-file.
       01  scholarship-line          pic x(700).

       fd  company-file.
       01  company-line              pic x(500).

       fd  calendar-file.
       01  calendar-line             pic x(80).

       fd  report-file.
       01  report-line               pic x(200).

       fd  csv-file.
       01  csv-line                  pic x(1000).

       working-storage section.
       01  FILESTAT-AWARD            pic xx.
       01  FILESTAT-SCHOL            pic xx.
       01  FILESTAT-COMPANY          pic xx.
       01  FILESTAT-CAL              pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).

       01  PARSE-FIELD-1             pic x(100).
       01  PARSE-FIELD-2             pic x(100).
       01  PARSE-FIELD-3             pic x(100).
       01  PARSE-FIELD-4             pic x(100).
       01  PARSE-FIELD-5             pic x(100).
       01  PARSE-FIELD-6             pic x(100).
       01  PARSE-FIELD-7             pic x(100).

       01  SCHOL-TABLE.
           05  SCHOL-ENTRY           occurs 200 times.
               10  sc-id             pic x(10).
               10  sc-title          pic x(60).
       01  SCHOL-COUNT               pic 9(03) value 0.
       01  ws-s                      pic 9(03) value 0.

       01  COMPANIES-TABLE.
           05  COMPANIES-ENTRY       occurs 500 times.
               10  cn-id             pic x(10).
               10  cn-name           pic x(100).
       01  COMPANIES-COUNT           pic 9(04) value 0.
       01  ws-n                      pic 9(04) value 0.

       01  TERMS-TABLE.
           05  TERM-ENTRY            occurs 20 times.
               10  tm-name           pic x(20).
               10  tm-start          pic x(8).
               10  tm-end            pic x(8).
               10  tm-awards         pic 9(05).
               10  tm-amount         pic 9(11).
       01  TERMS-COUNT               pic 9(02) value 0.
       01  ws-t                      pic 9(02) value 0.
      *>>    Awards dated outside every calendar term.
       01  ws-offterm-awards         pic 9(05) value 0.
       01  ws-offterm-amount         pic 9(11) value 0.

       01  SPONSOR-TABLE.
           05  SPONSOR-ENTRY         occurs 500 times.
               10  sp-id             pic x(10).
               10  sp-name           pic x(100).
               10  sp-awards         pic 9(05).
               10  sp-amount         pic 9(11).
       01  SPONSOR-COUNT             pic 9(04) value 0.
       01  ws-c                      pic 9(04) value 0.

      *>>    One row per sponsor per term the sponsor awarded in;
      *>>    pt-term 0 holds the awards dated outside every term.
       01  PAIR-TABLE.
           05  PAIR-ENTRY            occurs 1000 times.
               10  pt-sponsor        pic 9(04).
               10  pt-term           pic 9(02).
               10  pt-awards         pic 9(05).
               10  pt-amount         pic 9(11).
       01  PAIR-COUNT                pic 9(04) value 0.
       01  ws-p                      pic 9(04) value 0.
       01  ws-overflow               pic x value "n".

       01  ws-award-count            pic 9(05) value 0.
       01  ws-award-total            pic 9(11) value 0.
       01  ws-award-amount           pic 9(09) value 0.
       01  ws-award-term             pic 9(02) value 0.
       01  ws-amount-out             pic $$$,$$$,$$$,$$9.
       01  ws-title-out              pic x(60).
       01  ws-term-out               pic x(20).

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

           perform load-academic-calendar
           perform load-scholarship-titles
           perform load-company-names

           move "--- Scholarship Awards ---" to report-line
           write report-line
           move spaces to report-line
           write report-line

           perform list-awards

           move spaces to report-line
           write report-line
           move ws-award-total to ws-amount-out
           move spaces to WS-DISPLAY
           string "Awards: " ws-award-count
                  "  total awarded: " function trim(ws-amount-out)
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform write-sponsor-totals
           perform write-term-totals
           perform write-sponsor-term-totals

           if ws-overflow = "y"
               move spaces to report-line
               write report-line
               move "Over 500 sponsors or 1000 sponsor-term pairs - the rest are not broken out."
                   to report-line
               write report-line
           end-if

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

       load-academic-calendar.
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
                       move 0 to tm-awards(TERMS-COUNT)
                       move 0 to tm-amount(TERMS-COUNT)
                   end-if
               end-perform
               close calendar-file
           end-if
           .

       load-scholarship-titles.
           move 0 to SCHOL-COUNT
           open input scholarship-file
           if FILESTAT-SCHOL = "00"
               perform until 1 = 2
                   read scholarship-file into scholarship-line
                       at end exit perform
                   end-read
                   if SCHOL-COUNT < 200
                       add 1 to SCHOL-COUNT
                       move spaces to PARSE-FIELD-1
                       move spaces to PARSE-FIELD-2
                       move spaces to PARSE-FIELD-3
                       unstring scholarship-line delimited by "|" into
                           PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                       end-unstring
                       move PARSE-FIELD-1 to sc-id(SCHOL-COUNT)
                       move PARSE-FIELD-3 to sc-title(SCHOL-COUNT)
                   end-if
               end-perform
               close scholarship-file
           end-if
           .

       load-company-names.
           move 0 to COMPANIES-COUNT
           open input company-file
           if FILESTAT-COMPANY = "00"
               perform until 1 = 2
                   read company-file into company-line
                       at end exit perform
                   end-read
                   if COMPANIES-COUNT < 500
                       add 1 to COMPANIES-COUNT
                       move spaces to PARSE-FIELD-1
                       move spaces to PARSE-FIELD-2
                       unstring company-line delimited by "|" into
                           PARSE-FIELD-1 PARSE-FIELD-2
                       end-unstring
                       move PARSE-FIELD-1 to cn-id(COMPANIES-COUNT)
                       move PARSE-FIELD-2 to cn-name(COMPANIES-COUNT)
                   end-if
               end-perform
               close company-file
           end-if
           .

       list-awards.
           open input award-file
           if FILESTAT-AWARD not = "00"
               move "No scholarship awards on file." to report-line
               write report-line
               exit paragraph
           end-if
           perform until 1 = 2
               read award-file into award-line
                   at end exit perform
               end-read
               if award-line = spaces
                   exit perform cycle
               end-if
               move spaces to PARSE-FIELD-1
               move spaces to PARSE-FIELD-2
               move spaces to PARSE-FIELD-3
               move spaces to PARSE-FIELD-4
               move spaces to PARSE-FIELD-5
               move spaces to PARSE-FIELD-6
               move spaces to PARSE-FIELD-7
               unstring award-line delimited by "|" into
                   PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                   PARSE-FIELD-4 PARSE-FIELD-5 PARSE-FIELD-6
                   PARSE-FIELD-7
               end-unstring
               move 0 to ws-award-amount
               if function trim(PARSE-FIELD-5) is numeric
                   move function numval(function trim(PARSE-FIELD-5))
                       to ws-award-amount
               end-if
               add 1 to ws-award-count
               add ws-award-amount to ws-award-total

               move PARSE-FIELD-2 to ws-title-out
               perform varying ws-s from 1 by 1 until ws-s > SCHOL-COUNT
                   if sc-id(ws-s) = PARSE-FIELD-2
                       move sc-title(ws-s) to ws-title-out
                       exit perform
                   end-if
               end-perform

               perform count-award-sponsor
               perform count-award-term
               perform count-award-pair

               move ws-award-amount to ws-amount-out
               move spaces to WS-DISPLAY
               string PARSE-FIELD-6(1:8) " "
                      function trim(PARSE-FIELD-1) " "
                      function trim(PARSE-FIELD-3) " - "
                      function trim(ws-title-out) " from "
                      function trim(sp-name(ws-c)) " "
                      function trim(ws-amount-out)
                      " (by " function trim(PARSE-FIELD-7) ")"
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
           end-perform
           close award-file
           .

      *>>    ws-c: the SPONSOR-TABLE row for the award's company-id,
      *>>    added on first sight. Past 500 sponsors the award still
      *>>    counts in the grand total but lands in row 500.
       count-award-sponsor.
           perform varying ws-c from 1 by 1 until ws-c > SPONSOR-COUNT
               if sp-id(ws-c) = PARSE-FIELD-4
                   exit perform
               end-if
           end-perform
           if ws-c > SPONSOR-COUNT
               if SPONSOR-COUNT >= 500
                   move "y" to ws-overflow
                   move 500 to ws-c
               else
                   add 1 to SPONSOR-COUNT
                   move SPONSOR-COUNT to ws-c
                   move PARSE-FIELD-4 to sp-id(ws-c)
                   move PARSE-FIELD-4 to sp-name(ws-c)
                   perform varying ws-n from 1 by 1
                           until ws-n > COMPANIES-COUNT
                       if cn-id(ws-n) = PARSE-FIELD-4
                           move cn-name(ws-n) to sp-name(ws-c)
                           exit perform
                       end-if
                   end-perform
                   move 0 to sp-awards(ws-c)
                   move 0 to sp-amount(ws-c)
               end-if
           end-if
           add 1 to sp-awards(ws-c)
           add ws-award-amount to sp-amount(ws-c)
           .

       count-award-term.
           move 0 to ws-award-term
           perform varying ws-t from 1 by 1 until ws-t > TERMS-COUNT
               if PARSE-FIELD-6(1:8) >= tm-start(ws-t)
                  and PARSE-FIELD-6(1:8) <= tm-end(ws-t)
                   move ws-t to ws-award-term
                   add 1 to tm-awards(ws-t)
                   add ws-award-amount to tm-amount(ws-t)
                   exit paragraph
               end-if
           end-perform
           add 1 to ws-offterm-awards
           add ws-award-amount to ws-offterm-amount
           .

       count-award-pair.
           perform varying ws-p from 1 by 1 until ws-p > PAIR-COUNT
               if pt-sponsor(ws-p) = ws-c
                  and pt-term(ws-p) = ws-award-term
                   exit perform
               end-if
           end-perform
           if ws-p > PAIR-COUNT
               if PAIR-COUNT >= 1000
                   move "y" to ws-overflow
                   exit paragraph
               end-if
               add 1 to PAIR-COUNT
               move PAIR-COUNT to ws-p
               move ws-c to pt-sponsor(ws-p)
               move ws-award-term to pt-term(ws-p)
               move 0 to pt-awards(ws-p)
               move 0 to pt-amount(ws-p)
           end-if
           add 1 to pt-awards(ws-p)
           add ws-award-amount to pt-amount(ws-p)
           .

       write-sponsor-totals.
           move spaces to report-line
           write report-line
           move "By sponsor                      awards           amount"
               to report-line
           write report-line
           perform varying ws-c from 1 by 1 until ws-c > SPONSOR-COUNT
               move sp-amount(ws-c) to ws-amount-out
               move spaces to WS-DISPLAY
               string sp-name(ws-c)(1:30) "  " sp-awards(ws-c)
                      "  " ws-amount-out
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               move "by-sponsor" to ws-csv-section
               move sp-name(ws-c) to ws-csv-item
               move sp-awards(ws-c) to ws-csv-count
               move ws-csv-count to ws-csv-value-1
               move sp-amount(ws-c) to ws-csv-count
               move ws-csv-count to ws-csv-value-2
               perform write-csv-total-row
           end-perform
           .

       write-term-totals.
           move spaces to report-line
           write report-line
           move "By term                         awards           amount"
               to report-line
           write report-line
           perform varying ws-t from 1 by 1 until ws-t > TERMS-COUNT
               if tm-awards(ws-t) > 0
                   move tm-amount(ws-t) to ws-amount-out
                   move spaces to WS-DISPLAY
                   string tm-name(ws-t) "            " tm-awards(ws-t)
                          "  " ws-amount-out
                          delimited by size into WS-DISPLAY
                   move WS-DISPLAY to report-line
                   write report-line
                   move "by-term" to ws-csv-section
                   move tm-name(ws-t) to ws-csv-item
                   move tm-awards(ws-t) to ws-csv-count
                   move ws-csv-count to ws-csv-value-1
                   move tm-amount(ws-t) to ws-csv-count
                   move ws-csv-count to ws-csv-value-2
                   perform write-csv-total-row
               end-if
           end-perform
           if ws-offterm-awards > 0
               move ws-offterm-amount to ws-amount-out
               move spaces to WS-DISPLAY
               string "(outside any term)              " ws-offterm-awards
                      "  " ws-amount-out
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               move "by-term" to ws-csv-section
               move "(outside any term)" to ws-csv-item
               move ws-offterm-awards to ws-csv-count
               move ws-csv-count to ws-csv-value-1
               move ws-offterm-amount to ws-csv-count
               move ws-csv-count to ws-csv-value-2
               perform write-csv-total-row
           end-if
           .

      *>>    Sponsor within term, in term order; the off-term pairs
      *>>    come last.
       write-sponsor-term-totals.
           move spaces to report-line
           write report-line
           move "By sponsor and term" to report-line
           write report-line
           move "Term                 Sponsor              awards           amount"
               to report-line
           write report-line
           perform varying ws-t from 1 by 1 until ws-t > TERMS-COUNT
               perform write-term-pairs
           end-perform
           move 0 to ws-t
           perform write-term-pairs
           .

       write-term-pairs.
           if ws-t = 0
               move "(outside any term)" to ws-term-out
           else
               move tm-name(ws-t) to ws-term-out
           end-if
           perform varying ws-p from 1 by 1 until ws-p > PAIR-COUNT
               if pt-term(ws-p) = ws-t
                   move pt-sponsor(ws-p) to ws-c
                   move pt-amount(ws-p) to ws-amount-out
                   move spaces to WS-DISPLAY
                   string ws-term-out " " sp-name(ws-c)(1:20) " "
                          pt-awards(ws-p) "  " ws-amount-out
                          delimited by size into WS-DISPLAY
                   move WS-DISPLAY to report-line
                   write report-line
                   move "by-sponsor-term" to ws-csv-section
                   move spaces to ws-csv-item
                   string function trim(ws-term-out) " / "
                          function trim(sp-name(ws-c))
                          delimited by size into ws-csv-item
                   move pt-awards(ws-p) to ws-csv-count
                   move ws-csv-count to ws-csv-value-1
                   move pt-amount(ws-p) to ws-csv-count
                   move ws-csv-count to ws-csv-value-2
                   perform write-csv-total-row
               end-if
           end-perform
           .

       write-csv-header.
           perform begin-csv-row
           move "section" to ws-csv-field
           perform add-csv-field
           move "item" to ws-csv-field
           perform add-csv-field
           move "awards" to ws-csv-field
           perform add-csv-field
           move "amount" to ws-csv-field
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
