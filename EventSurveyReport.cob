      *>>    alongside EventAttendanceReport's headcounts - funding
      *>>    renewals need satisfaction data too. Rating-0 rows are
      *>>    declines and count only as "asked, not answered".
      *>>    Each event names its host and host type - a company from
      *>>    companies.dat, or a student group (G-prefixed host) from
      *>>    groups.dat.
       identification division.
       program-id. EventSurveyReport.

               assign to "event-survey-responses.dat"
               organization is line sequential
               file status is FILESTAT-SURVEY.
           select company-file assign to "companies.dat"
               organization is line sequential
               file status is FILESTAT-COMPANY.
           select group-file assign to "groups.dat"
               organization is line sequential
               file status is FILESTAT-GROUP.
           select report-file assign to "Event-Survey-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Event-Survey-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  event-survey-file.
       01  event-survey-line         pic x(250).

       fd  company-file.
       01  company-line              pic x(300).

       fd  group-file.
       01  group-line                pic x(400).

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

       01  FILESTAT-EVENT            pic xx.
       01  FILESTAT-SURVEY           pic xx.
       01  FILESTAT-COMPANY          pic xx.
       01  FILESTAT-GROUP            pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).
       01  PARSE-FIELD-6             pic x(200).
       01  PARSE-FIELD-7             pic x(200).

      *>>    Hosts by id: companies, then student groups.
       01  HOSTS-TABLE.
           05 HOST-ENTRY             occurs 1000 times.
               10 hs-id              pic x(10).
               10 hs-name            pic x(100).
       01  HOSTS-COUNT               pic 9(04) value 0.
       01  ws-i                      pic 9(04) value 0.

       01  ev-id                     pic x(10).
       01  ev-title                  pic x(50).
       01  ev-company-id             pic x(10).
       01  ev-date                   pic x(10).
       01  ws-host-name              pic x(100).
       01  ws-host-type              pic x(10).
       01  ev-survey                 pic x(100).

       01  ws-response-count         pic 9(05) value 0.
       01  ws-avg-display            pic 9.9.
       01  ws-event-count            pic 9(04) value 0.

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

           move "--- Event Survey Report ---" to report-line
           write report-line

           perform load-hosts

           open input event-file
           if FILESTAT-EVENT = "00"
               perform until 1 = 2
               write report-line
           end-if

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

           end-unstring
           move function trim(PARSE-FIELD-1) to ev-id
           move function trim(PARSE-FIELD-2) to ev-title
           move function trim(PARSE-FIELD-3) to ev-company-id
           move function trim(PARSE-FIELD-4) to ev-date
           move function trim(PARSE-FIELD-7) to ev-survey

           end-if
           add 1 to ws-event-count

           if ev-company-id(1:1) = "G"
               move "group" to ws-host-type
           else
               move "company" to ws-host-type
           end-if
           move spaces to ws-host-name
           perform varying ws-i from 1 by 1 until ws-i > HOSTS-COUNT
               if function trim(hs-id(ws-i)) = function trim(ev-company-id)
                   move hs-name(ws-i) to ws-host-name
                   exit perform
               end-if
           end-perform

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "   Host: " function trim(ws-host-name)
                  " [" function trim(ws-host-type) "]"
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "   Q: " function trim(ev-survey)
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
                       PARSE-FIELD-4
                   end-unstring
                   if function trim(PARSE-FIELD-1) = function trim(ev-id)
                       if ws-csv-wanted = "y"
                           perform begin-csv-row
                           move ev-id to ws-csv-field
                           perform add-csv-field
                           move ev-title to ws-csv-field
                           perform add-csv-field
                           move ev-date to ws-csv-field
                           perform add-csv-field
                           move ws-host-name to ws-csv-field
                           perform add-csv-field
                           move ws-host-type to ws-csv-field
                           perform add-csv-field
                           move PARSE-FIELD-2 to ws-csv-field
                           perform add-csv-field
                           move spaces to ws-csv-field
                           if function trim(PARSE-FIELD-3) not = "0"
                               move PARSE-FIELD-3 to ws-csv-field
                           end-if
                           perform add-csv-field
                           move spaces to ws-csv-field
                           if function trim(PARSE-FIELD-3) = "0"
                               move "Y" to ws-csv-field
                           end-if
                           perform add-csv-field
                           move PARSE-FIELD-4 to ws-csv-field
                           perform add-csv-field
                           write csv-line
                       end-if
                       if function trim(PARSE-FIELD-3) = "0"
                           add 1 to ws-decline-count
                       else
           write report-line
           .

      *>>    companies.dat and groups.dat rows both begin id|name.
       load-hosts.
           move 0 to HOSTS-COUNT
           open input company-file
           if FILESTAT-COMPANY = "00"
               perform until 1 = 2
                   read company-file into company-line
                       at end exit perform
                   end-read
                   if HOSTS-COUNT < 1000
                       move spaces to PARSE-FIELD-1
                       move spaces to PARSE-FIELD-2
                       unstring company-line delimited by "|" into
                           PARSE-FIELD-1 PARSE-FIELD-2
                       end-unstring
                       add 1 to HOSTS-COUNT
                       move function trim(PARSE-FIELD-1) to hs-id(HOSTS-COUNT)
                       move function trim(PARSE-FIELD-2) to hs-name(HOSTS-COUNT)
                   end-if
               end-perform
               close company-file
           end-if
           open input group-file
           if FILESTAT-GROUP = "00"
               perform until 1 = 2
                   read group-file into group-line
                       at end exit perform
                   end-read
                   if HOSTS-COUNT < 1000
                       move spaces to PARSE-FIELD-1
                       move spaces to PARSE-FIELD-2
                       unstring group-line delimited by "|" into
                           PARSE-FIELD-1 PARSE-FIELD-2
                       end-unstring
                       add 1 to HOSTS-COUNT
                       move function trim(PARSE-FIELD-1) to hs-id(HOSTS-COUNT)
                       move function trim(PARSE-FIELD-2) to hs-name(HOSTS-COUNT)
                   end-if
               end-perform
               close group-file
           end-if
           .

      *>>    Compares every layout-versions.dat stamp against the
      *>>    registry above; a never-stamped install passes (the
      *>>    live program seeds the sidecar).
               close layout-version-file
           end-if
           .

       write-csv-header.
           perform begin-csv-row
           move "event-id" to ws-csv-field
           perform add-csv-field
           move "event" to ws-csv-field
           perform add-csv-field
           move "event-date" to ws-csv-field
           perform add-csv-field
           move "host" to ws-csv-field
           perform add-csv-field
           move "host-type" to ws-csv-field
           perform add-csv-field
           move "student" to ws-csv-field
           perform add-csv-field
           move "rating" to ws-csv-field
           perform add-csv-field
           move "declined" to ws-csv-field
           perform add-csv-field
           move "comment" to ws-csv-field
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
