      *>>    How introductions turn out, from introductions.dat
      *>>    (id|requester|broker|target|reason|status|requested|
      *>>    decided|broker-note, written by InCollege.cob's Ask for
      *>>    an Introduction). Every row is counted by status; each
      *>>    forwarded one is followed into connections.dat on its
      *>>    requester/target key to see whether the request it
      *>>    created was accepted, is still waiting, or was turned
      *>>    down - overall and per introducing member.
       identification division.
       program-id. IntroductionsReport.

       environment division.
       input-output section.
       file-control.
           select introduction-file assign to "introductions.dat"
               organization is line sequential
               file status is FILESTAT-INTRO.
           select connection-file assign to "connections.dat"
               organization is indexed
               access mode is random
               record key is fd-conn-key
               file status is FILESTAT-CONN.
           select report-file assign to "Introductions-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the counts, written only when the run
      *>>    is started with the "csv" option.
           select csv-file assign to "Introductions-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  introduction-file.
       01  introduction-line         pic x(500).

       fd  connection-file.
       01  connection-record.
           05  fd-conn-key.
               10  fd-conn-from-user     pic x(32).
               10  fd-conn-to-user       pic x(32).
           05  fd-conn-status            pic x(10).
           05  fd-conn-sent-date         pic x(20).
           05  fd-conn-decided-date      pic x(20).

       fd  report-file.
       01  report-line               pic x(200).

       fd  csv-file.
       01  csv-line                  pic x(1000).

       working-storage section.
       01  FILESTAT-INTRO            pic xx.
       01  FILESTAT-CONN             pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).

       01  introduction-data.
           05  in-id                 pic x(16).
           05  in-requester          pic x(32).
           05  in-broker             pic x(32).
           05  in-target             pic x(32).
           05  in-reason             pic x(150).
           05  in-status             pic x(10).
           05  in-requested          pic x(8).
           05  in-decided            pic x(8).
           05  in-note               pic x(150).

       01  ws-conn-open              pic x value "n".
       01  ws-outcome                pic x(10).

       01  ws-intro-count            pic 9(05) value 0.
       01  ws-pending-count          pic 9(05) value 0.
       01  ws-forwarded-count        pic 9(05) value 0.
       01  ws-declined-count         pic 9(05) value 0.
       01  ws-closed-count           pic 9(05) value 0.
      *>>    What became of the forwarded ones' connection requests.
       01  ws-accepted-count         pic 9(05) value 0.
       01  ws-waiting-count          pic 9(05) value 0.
       01  ws-rejected-count         pic 9(05) value 0.
       01  ws-lapsed-count           pic 9(05) value 0.
       01  ws-gone-count             pic 9(05) value 0.
       01  ws-rate                   pic 9(03)v9 value 0.
       01  ws-rate-display           pic zz9.9.

       01  BROKER-TABLE.
           05  BROKER-ENTRY          occurs 1000 times.
               10  bk-name           pic x(32).
               10  bk-forwarded      pic 9(05).
               10  bk-accepted       pic 9(05).
       01  BROKER-COUNT              pic 9(04) value 0.
       01  ws-broker-overflow        pic x value "n".
       01  ws-b                      pic 9(04) value 0.

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

           move "--- Introductions ---" to report-line
           write report-line
           move spaces to report-line
           write report-line

           open input connection-file
           if FILESTAT-CONN = "00"
               move "y" to ws-conn-open
           end-if
           perform list-introductions
           if ws-conn-open = "y"
               close connection-file
           end-if

           perform write-status-counts
           perform write-outcome-counts
           perform write-broker-counts

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

       list-introductions.
           open input introduction-file
           if FILESTAT-INTRO not = "00"
               move "No introductions on file." to report-line
               write report-line
               exit paragraph
           end-if
           perform until 1 = 2
               read introduction-file into introduction-line
                   at end exit perform
               end-read
               move spaces to introduction-data
               unstring introduction-line delimited by "|" into
                   in-id in-requester in-broker in-target in-reason
                   in-status in-requested in-decided in-note
               end-unstring
               if in-requester = spaces
                   exit perform cycle
               end-if
               add 1 to ws-intro-count
               evaluate function trim(in-status)
                   when "pending"
                       add 1 to ws-pending-count
                   when "forwarded"
                       add 1 to ws-forwarded-count
                       perform follow-forwarded-introduction
                   when "declined"
                       add 1 to ws-declined-count
                   when other
                       add 1 to ws-closed-count
               end-evaluate
           end-perform
           close introduction-file
           .

      *>>    The request a forward created is the requester->target
      *>>    connections.dat record; accepting it makes it
      *>>    "connected", and a removed one is no longer there.
       follow-forwarded-introduction.
           move "gone" to ws-outcome
           if ws-conn-open = "y"
               move in-requester to fd-conn-from-user
               move in-target to fd-conn-to-user
               read connection-file
                   invalid key continue
                   not invalid key
                       move fd-conn-status to ws-outcome
               end-read
           end-if
           evaluate function trim(ws-outcome)
               when "connected"
                   add 1 to ws-accepted-count
               when "pending"
                   add 1 to ws-waiting-count
               when "rejected"
                   add 1 to ws-rejected-count
               when "expired"
                   add 1 to ws-lapsed-count
               when other
                   add 1 to ws-gone-count
           end-evaluate

           move spaces to WS-DISPLAY
           string in-decided " " function trim(in-broker)
                  " introduced " function trim(in-requester)
                  " to " function trim(in-target) ": "
                  function trim(ws-outcome)
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform varying ws-b from 1 by 1 until ws-b > BROKER-COUNT
               if bk-name(ws-b) = in-broker
                   exit perform
               end-if
           end-perform
           if ws-b > BROKER-COUNT
               if BROKER-COUNT >= 1000
                   move "y" to ws-broker-overflow
                   exit paragraph
               end-if
               add 1 to BROKER-COUNT
               move BROKER-COUNT to ws-b
               move in-broker to bk-name(ws-b)
               move 0 to bk-forwarded(ws-b)
               move 0 to bk-accepted(ws-b)
           end-if
           add 1 to bk-forwarded(ws-b)
           if function trim(ws-outcome) = "connected"
               add 1 to bk-accepted(ws-b)
           end-if
           .

       write-status-counts.
           move spaces to report-line
           write report-line
           move "By status                count" to report-line
           write report-line
           move "pending" to ws-csv-item
           move ws-pending-count to ws-csv-count
           perform write-status-line
           move "forwarded" to ws-csv-item
           move ws-forwarded-count to ws-csv-count
           perform write-status-line
           move "declined" to ws-csv-item
           move ws-declined-count to ws-csv-count
           perform write-status-line
           move "closed" to ws-csv-item
           move ws-closed-count to ws-csv-count
           perform write-status-line
           move "total" to ws-csv-item
           move ws-intro-count to ws-csv-count
           perform write-status-line
           .

       write-status-line.
           move spaces to WS-DISPLAY
           string ws-csv-item(1:20) "  " ws-csv-count
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move "status" to ws-csv-section
           move ws-csv-count to ws-csv-value-1
           if ws-csv-wanted = "y"
               perform write-csv-stat-row
           end-if
           .

       write-outcome-counts.
           move spaces to report-line
           write report-line
           move "Forwarded introductions  count" to report-line
           write report-line
           move "accepted" to ws-csv-item
           move ws-accepted-count to ws-csv-count
           perform write-outcome-line
           move "still pending" to ws-csv-item
           move ws-waiting-count to ws-csv-count
           perform write-outcome-line
           move "rejected" to ws-csv-item
           move ws-rejected-count to ws-csv-count
           perform write-outcome-line
           move "expired" to ws-csv-item
           move ws-lapsed-count to ws-csv-count
           perform write-outcome-line
           move "removed" to ws-csv-item
           move ws-gone-count to ws-csv-count
           perform write-outcome-line

           move 0 to ws-rate
           if ws-forwarded-count > 0
               compute ws-rate rounded =
                   ws-accepted-count * 100 / ws-forwarded-count
           end-if
           move ws-rate to ws-rate-display
           move spaces to WS-DISPLAY
           string "Forwarded introductions accepted: "
                  ws-rate-display "%"
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move "outcome" to ws-csv-section
           move "accepted percent" to ws-csv-item
           move ws-rate-display to ws-csv-value-1
           if ws-csv-wanted = "y"
               perform write-csv-stat-row
           end-if
           .

       write-outcome-line.
           move spaces to WS-DISPLAY
           string ws-csv-item(1:20) "  " ws-csv-count
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move "outcome" to ws-csv-section
           move ws-csv-count to ws-csv-value-1
           if ws-csv-wanted = "y"
               perform write-csv-stat-row
           end-if
           .

       write-broker-counts.
           if BROKER-COUNT = 0
               exit paragraph
           end-if
           move spaces to report-line
           write report-line
           move "By introducer                     forwarded  accepted" to report-line
           write report-line
           perform varying ws-b from 1 by 1 until ws-b > BROKER-COUNT
               move spaces to WS-DISPLAY
               string bk-name(ws-b) "  " bk-forwarded(ws-b)
                      "      " bk-accepted(ws-b)
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               move "by-introducer" to ws-csv-section
               move bk-name(ws-b) to ws-csv-item
               move bk-forwarded(ws-b) to ws-csv-count
               move ws-csv-count to ws-csv-value-1
               move bk-accepted(ws-b) to ws-csv-count
               move ws-csv-count to ws-csv-value-2
               if ws-csv-wanted = "y"
                   perform write-csv-stat-row
               end-if
           end-perform
           if ws-broker-overflow = "y"
               move "Over 1000 introducers - the rest are not broken out."
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
           move "count" to ws-csv-field
           perform add-csv-field
           move "accepted" to ws-csv-field
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
