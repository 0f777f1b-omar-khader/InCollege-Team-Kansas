      *>>    Offer reneges and rescinds for employer relations, from
      *>>    offer-events.dat (date|event|student|job-title|employer|
      *>>    company-id|recorded-by|reason, written by InCollege.cob
      *>>    when a student accepts a second offer over an accepted one
      *>>    or an employer takes an offer back). Every event is
      *>>    listed, then counted both sides by academic term (the
      *>>    academic-calendar.dat term the event date falls in) and
      *>>    by company (company-id, or the employer name for postings
      *>>    that carry none).
       identification division.
       program-id. RenegeReport.

       environment division.
       input-output section.
       file-control.
           select offer-event-file assign to "offer-events.dat"
               organization is line sequential
               file status is FILESTAT-OEVT.
           select calendar-file assign to "academic-calendar.dat"
               organization is line sequential
               file status is FILESTAT-CAL.
           select report-file assign to "Renege-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the term and company counts, written
      *>>    only when the run is started with the "csv" option.
           select csv-file assign to "Renege-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  offer-event-file.
       01  offer-event-line          pic x(400).

       fd  calendar-file.
       01  calendar-line             pic x(80).

       fd  report-file.
       01  report-line               pic x(200).

       fd  csv-file.
       01  csv-line                  pic x(1000).

       working-storage section.
       01  FILESTAT-OEVT             pic xx.
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
       01  PARSE-FIELD-8             pic x(100).

       01  TERMS-TABLE.
           05  TERM-ENTRY            occurs 20 times.
               10  tm-name           pic x(20).
               10  tm-start          pic x(8).
               10  tm-end            pic x(8).
               10  tm-reneges        pic 9(05).
               10  tm-rescinds       pic 9(05).
       01  TERMS-COUNT               pic 9(02) value 0.
       01  ws-t                      pic 9(02) value 0.
      *>>    Events dated outside every calendar term.
       01  ws-offterm-reneges        pic 9(05) value 0.
       01  ws-offterm-rescinds       pic 9(05) value 0.

       01  COMPANY-TABLE.
           05  COMPANY-ENTRY         occurs 500 times.
               10  co-key            pic x(100).
               10  co-name           pic x(100).
               10  co-reneges        pic 9(05).
               10  co-rescinds       pic 9(05).
       01  COMPANY-COUNT             pic 9(04) value 0.
       01  ws-company-overflow       pic x value "n".
       01  ws-c                      pic 9(04) value 0.
       01  ws-company-key            pic x(100).

       01  ws-event-count            pic 9(05) value 0.
       01  ws-renege-count           pic 9(05) value 0.
       01  ws-rescind-count          pic 9(05) value 0.
       01  ws-event-label            pic x(8).
       01  ws-rpt-ptr                pic 9(03) value 1.

      *>>    "csv" on the command line (or after the program name in
      *>>    nightly-jobs.txt) also writes the report's .csv
      *>>    companion: one header row, then one row per count line.
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

           move "--- Offer Reneges and Rescinds ---" to report-line
           write report-line
           move spaces to report-line
           write report-line

           perform list-offer-events

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Events: " ws-event-count
                  "  student reneges: " ws-renege-count
                  "  employer rescinds: " ws-rescind-count
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform write-term-counts
           perform write-company-counts

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
                       move 0 to tm-reneges(TERMS-COUNT)
                       move 0 to tm-rescinds(TERMS-COUNT)
                   end-if
               end-perform
               close calendar-file
           end-if
           .

       list-offer-events.
           open input offer-event-file
           if FILESTAT-OEVT not = "00"
               move "No offer reneges or rescinds on file." to report-line
               write report-line
               exit paragraph
           end-if
           perform until 1 = 2
               read offer-event-file into offer-event-line
                   at end exit perform
               end-read
               move spaces to PARSE-FIELD-1
               move spaces to PARSE-FIELD-2
               move spaces to PARSE-FIELD-3
               move spaces to PARSE-FIELD-4
               move spaces to PARSE-FIELD-5
               move spaces to PARSE-FIELD-6
               move spaces to PARSE-FIELD-7
               move spaces to PARSE-FIELD-8
               unstring offer-event-line delimited by "|" into
                   PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                   PARSE-FIELD-4 PARSE-FIELD-5 PARSE-FIELD-6
                   PARSE-FIELD-7 PARSE-FIELD-8
               end-unstring
               evaluate function trim(PARSE-FIELD-2)
                   when "renege"
                       add 1 to ws-renege-count
                       move "RENEGE" to ws-event-label
                   when "rescind"
                       add 1 to ws-rescind-count
                       move "RESCIND" to ws-event-label
                   when other
                       exit perform cycle
               end-evaluate
               add 1 to ws-event-count

               move spaces to WS-DISPLAY
               string PARSE-FIELD-1(1:8) " " ws-event-label " "
                      function trim(PARSE-FIELD-3) " - "
                      function trim(PARSE-FIELD-4) " at "
                      function trim(PARSE-FIELD-5)
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               if PARSE-FIELD-8 not = spaces
                   move spaces to WS-DISPLAY
                   string "         " function trim(PARSE-FIELD-8)
                          delimited by size into WS-DISPLAY
                   move WS-DISPLAY to report-line
                   write report-line
               end-if

               perform count-event-term
               perform count-event-company
           end-perform
           close offer-event-file
           .

       count-event-term.
           perform varying ws-t from 1 by 1 until ws-t > TERMS-COUNT
               if PARSE-FIELD-1(1:8) >= tm-start(ws-t)
                  and PARSE-FIELD-1(1:8) <= tm-end(ws-t)
                   if function trim(PARSE-FIELD-2) = "renege"
                       add 1 to tm-reneges(ws-t)
                   else
                       add 1 to tm-rescinds(ws-t)
                   end-if
                   exit paragraph
               end-if
           end-perform
           if function trim(PARSE-FIELD-2) = "renege"
               add 1 to ws-offterm-reneges
           else
               add 1 to ws-offterm-rescinds
           end-if
           .

       count-event-company.
           if PARSE-FIELD-6 not = spaces
               move PARSE-FIELD-6 to ws-company-key
           else
               move PARSE-FIELD-5 to ws-company-key
           end-if
           perform varying ws-c from 1 by 1 until ws-c > COMPANY-COUNT
               if co-key(ws-c) = ws-company-key
                   exit perform
               end-if
           end-perform
           if ws-c > COMPANY-COUNT
               if COMPANY-COUNT >= 500
                   move "y" to ws-company-overflow
                   exit paragraph
               end-if
               add 1 to COMPANY-COUNT
               move COMPANY-COUNT to ws-c
               move ws-company-key to co-key(ws-c)
               move PARSE-FIELD-5 to co-name(ws-c)
               move 0 to co-reneges(ws-c)
               move 0 to co-rescinds(ws-c)
           end-if
           if function trim(PARSE-FIELD-2) = "renege"
               add 1 to co-reneges(ws-c)
           else
               add 1 to co-rescinds(ws-c)
           end-if
           .

       write-term-counts.
           move spaces to report-line
           write report-line
           move "By term                reneges  rescinds" to report-line
           write report-line
           perform varying ws-t from 1 by 1 until ws-t > TERMS-COUNT
               if tm-reneges(ws-t) > 0 or tm-rescinds(ws-t) > 0
                   move spaces to WS-DISPLAY
                   string tm-name(ws-t) "   " tm-reneges(ws-t)
                          "     " tm-rescinds(ws-t)
                          delimited by size into WS-DISPLAY
                   move WS-DISPLAY to report-line
                   write report-line
                   move "by-term" to ws-csv-section
                   move tm-name(ws-t) to ws-csv-item
                   move tm-reneges(ws-t) to ws-csv-count
                   move ws-csv-count to ws-csv-value-1
                   move tm-rescinds(ws-t) to ws-csv-count
                   move ws-csv-count to ws-csv-value-2
                   if ws-csv-wanted = "y"
                       perform write-csv-stat-row
                   end-if
               end-if
           end-perform
           if ws-offterm-reneges > 0 or ws-offterm-rescinds > 0
               move spaces to WS-DISPLAY
               string "(outside any term)     " ws-offterm-reneges
                      "     " ws-offterm-rescinds
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               move "by-term" to ws-csv-section
               move "(outside any term)" to ws-csv-item
               move ws-offterm-reneges to ws-csv-count
               move ws-csv-count to ws-csv-value-1
               move ws-offterm-rescinds to ws-csv-count
               move ws-csv-count to ws-csv-value-2
               if ws-csv-wanted = "y"
                   perform write-csv-stat-row
               end-if
           end-if
           .

       write-company-counts.
           move spaces to report-line
           write report-line
           move "By company             reneges  rescinds" to report-line
           write report-line
           perform varying ws-c from 1 by 1 until ws-c > COMPANY-COUNT
               move spaces to WS-DISPLAY
               move 1 to ws-rpt-ptr
               string co-name(ws-c)(1:20) "   " co-reneges(ws-c)
                      "     " co-rescinds(ws-c)
                      delimited by size into WS-DISPLAY
                      with pointer ws-rpt-ptr
               end-string
               if co-key(ws-c) not = co-name(ws-c)
                   string "  (" function trim(co-key(ws-c)) ")"
                       delimited by size into WS-DISPLAY
                       with pointer ws-rpt-ptr
                   end-string
               end-if
               move WS-DISPLAY to report-line
               write report-line
               move "by-company" to ws-csv-section
               move co-name(ws-c) to ws-csv-item
               move co-reneges(ws-c) to ws-csv-count
               move ws-csv-count to ws-csv-value-1
               move co-rescinds(ws-c) to ws-csv-count
               move ws-csv-count to ws-csv-value-2
               if ws-csv-wanted = "y"
                   perform write-csv-stat-row
               end-if
           end-perform
           if ws-company-overflow = "y"
               move "Over 500 companies - the rest are not broken out."
                   to report-line
               write report-line
           end-if
           .

       write-csv-header.
           perform begin-csv-row
           move "section" to ws-csv-field
           perform add-csv-field
           move "item" to ws-csv-field
           perform add-csv-field
           move "reneges" to ws-csv-field
           perform add-csv-field
           move "rescinds" to ws-csv-field
           perform add-csv-field
           write csv-line
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
