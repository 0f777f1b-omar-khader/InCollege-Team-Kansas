      *>>    Batch attendance report for the career office: one section
      *>>    per events.dat event with its host company (joined from
      *>>    companies.dat), the RSVP'd usernames from event-rsvps.dat,
      *>>    and an attendance count against capacity. Events hosted
      *>>    by a student group (G-prefixed host, joined from
      *>>    groups.dat) carry their own host type and are totalled
      *>>    per group for Student Life.
       identification division.
       program-id. EventAttendanceReport.

           select company-file assign to "companies.dat"
               organization is line sequential
               file status is FILESTAT-COMPANY.
           select group-file assign to "groups.dat"
               organization is line sequential
               file status is FILESTAT-GROUP.
           select report-file assign to "Event-Attendance-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Event-Attendance-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
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
       01  FILESTAT-RSVP             pic xx.
       01  FILESTAT-COMPANY          pic xx.
       01  FILESTAT-GROUP            pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).
               10 co-name            pic x(100).
       01  COMPANIES-COUNT           pic 9(04) value 0.

      *>>    Student groups that can host events, with the events
      *>>    and check-in attendance credited to each this run.
       01  GROUPS-TABLE.
           05 GROUP-ENTRY            occurs 500 times.
               10 gp-id              pic x(10).
               10 gp-name            pic x(100).
               10 gp-events          pic 9(04).
               10 gp-promised        pic 9(05).
               10 gp-attended        pic 9(05).
       01  GROUPS-COUNT              pic 9(04) value 0.
       01  ws-group-idx              pic 9(04) value 0.
       01  ws-group-hosted-count     pic 9(04) value 0.

       01  PARSE-FIELD-1             pic x(200).
       01  PARSE-FIELD-2             pic x(200).
       01  PARSE-FIELD-3             pic x(200).

       01  ws-i                      pic 9(04) value 0.
       01  ws-company-name           pic x(100).
      *>>    "company" or "group" - the host type of the event being
      *>>    reported.
       01  ws-host-type              pic x(10).
       01  ws-rsvp-count             pic 9(05) value 0.
       01  ws-event-count            pic 9(04) value 0.

      *>>    for the career office's quiet deprioritization list.
       01  WS-SERIAL-THRESHOLD       pic 9(02) value 2.

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

           move "--- Campus Event Attendance Report ---" to report-line
           write report-line

           perform load-companies
           perform load-groups

           open input event-file
           if FILESTAT-EVENT = "00"
               close event-file
           end-if

           perform write-group-credit
           perform write-serial-noshows

           move spaces to report-line
           move WS-DISPLAY to report-line
           write report-line

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

           end-if
           .

      *>>    Events credited to each hosting student group: how many
      *>>    it ran, the RSVPs promised and the students checked in.
       write-group-credit.
           move spaces to report-line
           write report-line
           move "-- Group-hosted events --" to report-line
           write report-line
           move 0 to ws-group-hosted-count
           perform varying ws-i from 1 by 1 until ws-i > GROUPS-COUNT
               if gp-events(ws-i) > 0
                   add 1 to ws-group-hosted-count
                   move spaces to WS-DISPLAY
                   string "   " function trim(gp-name(ws-i))
                          ": " gp-events(ws-i) " event(s), "
                          gp-promised(ws-i) " RSVP(s), "
                          gp-attended(ws-i) " attended"
                          delimited by size into WS-DISPLAY
                   move WS-DISPLAY to report-line
                   write report-line
               end-if
           end-perform
           if ws-group-hosted-count = 0
               move "   None on record." to report-line
               write report-line
           end-if
           .

       load-groups.
           move 0 to GROUPS-COUNT
           open input group-file
           if FILESTAT-GROUP = "00"
               perform until 1 = 2
                   read group-file into group-line
                       at end exit perform
                   end-read
                   if GROUPS-COUNT < 500
                       move spaces to PARSE-FIELD-1
                       move spaces to PARSE-FIELD-2
                       unstring group-line delimited by "|" into
                           PARSE-FIELD-1 PARSE-FIELD-2
                       end-unstring
                       add 1 to GROUPS-COUNT
                       move function trim(PARSE-FIELD-1)
                           to gp-id(GROUPS-COUNT)
                       move function trim(PARSE-FIELD-2)
                           to gp-name(GROUPS-COUNT)
                       move 0 to gp-events(GROUPS-COUNT)
                       move 0 to gp-promised(GROUPS-COUNT)
                       move 0 to gp-attended(GROUPS-COUNT)
                   end-if
               end-perform
               close group-file
           end-if
           .

       load-companies.
           move 0 to COMPANIES-COUNT
           open input company-file
           end-if

           move spaces to ws-company-name
           move 0 to ws-group-idx
           if ev-company-id(1:1) = "G"
               move "group" to ws-host-type
               perform varying ws-i from 1 by 1 until ws-i > GROUPS-COUNT
                   if function trim(gp-id(ws-i)) =
                      function trim(ev-company-id)
                       move gp-name(ws-i) to ws-company-name
                       move ws-i to ws-group-idx
                       add 1 to gp-events(ws-i)
                       exit perform
                   end-if
               end-perform
           else
               move "company" to ws-host-type
               perform varying ws-i from 1 by 1 until ws-i > COMPANIES-COUNT
                   if function trim(co-id(ws-i)) = function trim(ev-company-id)
                       move co-name(ws-i) to ws-company-name
                       exit perform
                   end-if
               end-perform
           end-if

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "-- " function trim(ev-id) ": " function trim(ev-title)
                  " hosted by " function trim(ws-company-name)
                  " [" function trim(ws-host-type) "]"
                  " on " function trim(ev-date)
                  " at " function trim(ev-location) " --"
                  delimited by size into WS-DISPLAY
                       end-evaluate
                       move WS-DISPLAY to report-line
                       write report-line
                       if ws-csv-wanted = "y"
                           perform begin-csv-row
                           move ev-id to ws-csv-field
                           perform add-csv-field
                           move ev-title to ws-csv-field
                           perform add-csv-field
                           move ws-company-name to ws-csv-field
                           perform add-csv-field
                           move ws-host-type to ws-csv-field
                           perform add-csv-field
                           move ev-date to ws-csv-field
                           perform add-csv-field
                           move ev-location to ws-csv-field
                           perform add-csv-field
                           move PARSE-FIELD-2 to ws-csv-field
                           perform add-csv-field
                           move PARSE-FIELD-3 to ws-csv-field
                           perform add-csv-field
                           evaluate function trim(PARSE-FIELD-4)
                               when "Y"
                                   move "attended" to ws-csv-field
                               when "N"
                                   move "no-show" to ws-csv-field
                               when other
                                   move spaces to ws-csv-field
                           end-evaluate
                           perform add-csv-field
                           write csv-line
                       end-if
                   end-if
               end-perform
               close event-rsvp-file
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           if ws-group-idx > 0
               add ws-rsvp-count to gp-promised(ws-group-idx)
               add ws-attended-count to gp-attended(ws-group-idx)
           end-if
           .

       tally-noshow.
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
           move "host-type" to ws-csv-field
           perform add-csv-field
           move "event-date" to ws-csv-field
           perform add-csv-field
           move "location" to ws-csv-field
           perform add-csv-field
           move "student" to ws-csv-field
           perform add-csv-field
           move "rsvp-date" to ws-csv-field
           perform add-csv-field
           move "attendance" to ws-csv-field
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
