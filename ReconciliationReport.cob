      *>>    connections.dat, jobs.dat, and applications.dat and writes
      *>>    any referential-integrity problems found to a report file
      *>>    instead of leaving orphaned rows undetected.
      *>>    With the "incremental" option users.dat, connections.dat
      *>>    and applications.dat are not re-read:
      *>>    reconciliation-incremental.dat keeps a key-ordered mirror
      *>>    of the keys and job references the checks need, brought
      *>>    forward from data-journal.dat. A missing or doubtful
      *>>    state, a weekly schedule, "full" on the command line or a
      *>>    row count that disagrees with ControlTotals sends the run
      *>>    back to a full read. jobs.dat is always read directly.
       identification division.
       program-id. ReconciliationReport.

               organization is line sequential
               file status is FILESTAT-JOB.
           select application-file assign to "applications.dat"
               organization is indexed
               access mode is sequential
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-APP.
           select report-file assign to "Reconciliation-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Reconciliation-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.
           select state-file
               assign to "reconciliation-incremental.dat"
               organization is line sequential
               file status is FILESTAT-STATE.
           select journal-file assign to "data-journal.dat"
               organization is line sequential
               file status is FILESTAT-JOURNAL.
           select totals-file assign to "control-totals.dat"
               organization is line sequential
               file status is FILESTAT-TOTALS.

       data division.
       file section.
       01  job-line                  pic x(1000).

       fd  application-file.
       01  application-record.
           05  fd-app-key.
               10  fd-app-job-id     pic x(10).
               10  fd-app-username   pic x(32).
           05  fd-app-data           pic x(1000).

       fd  report-file.
       01  report-line              pic x(200).

       fd  csv-file.
       01  csv-line                  pic x(1000).

       fd  layout-version-file.
       01  layout-version-line       pic x(40).

       fd  state-file.
       01  state-line                pic x(400).

       fd  journal-file.
       01  journal-line              pic x(6200).

       fd  totals-file.
       01  totals-line               pic x(120).

       working-storage section.
      *>>    The row layouts this build parses, checked against
      *>>    layout-versions.dat before anything is read.
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
       01  FILESTAT-CONN             pic xx.
       01  FILESTAT-JOB              pic xx.
       01  FILESTAT-APP              pic xx.
       01  application-line          pic x(1000).
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).
       01  ws-app-job-title          pic x(100).
       01  ws-app-employer           pic x(100).

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

      *>>    Incremental-mode bookkeeping: the high-water row of
      *>>    data-journal.dat, the state file's header and trailer,
      *>>    and the newest ControlTotals run to cross-check against.
       01  FILESTAT-STATE            pic xx.
       01  FILESTAT-JOURNAL          pic xx.
       01  FILESTAT-TOTALS           pic xx.
       01  ws-incremental-wanted     pic x value "n".
       01  ws-full-wanted            pic x value "n".
       01  ws-full-rebuild           pic x value "y".
       01  ws-state-ok               pic x value "n".
       01  ws-state-bad              pic x value "n".
       01  ws-state-overflow         pic x value "n".
       01  ws-trailer-seen           pic x value "n".
       01  ws-rebuild-reason         pic x(80).
       01  ws-hwm-position           pic 9(09) value 0.
       01  ws-hwm-row                pic x(80).
       01  ws-hwm-last-full          pic x(08).
       01  ws-hwm-saved              pic x(14).
       01  ws-journal-position       pic 9(09) value 0.
       01  ws-journal-last-row       pic x(80).
       01  ws-applied-count          pic 9(07) value 0.
       01  ws-state-rows             pic 9(07) value 0.
       01  ws-trailer-rows           pic 9(07) value 0.
       01  ws-days-since-full        pic s9(07) value 0.
       01  ws-parse-pos              pic 9(04) value 0.
       01  ST-PARSE-FIELDS.
           05  ST-PARSE              occurs 12 times pic x(200).
       01  ws-st-i                   pic 9(02) value 0.
       01  jr-stamp                  pic x(21).
       01  jr-program                pic x(40).
       01  jr-file                   pic x(40).
       01  jr-action                 pic x(10).
       01  jr-image                  pic x(6200).
       01  ws-image-rest             pic x(6200).
       01  ws-ct-stamp               pic x(14).
       01  ws-ct-applies             pic x value "n".
       01  ws-ct-snapped             pic x value "n".
       01  CT-CHECK-TABLE.
           05  CT-CHECK-ENTRY        occurs 6 times.
               10  ck-file           pic x(40).
               10  ck-kind           pic x.
               10  ck-found          pic x.
               10  ck-rows           pic 9(09).
               10  ck-snap           pic 9(09).
       01  CT-CHECK-COUNT            pic 9(02) value 0.
       01  ws-ck-i                   pic 9(02) value 0.
       01  ws-count-display          pic z(6)9.

      *>>    Key-ordered mirror of the indexed files this report
      *>>    reads: a kind digit (1 users, 2 profiles, 3 connections,
      *>>    4 applications, 5 messages), the record key as the file
      *>>    holds it, and just the data the report tallies. Kinds
      *>>    sort in the order the full read meets the files, so a
      *>>    full read fills the mirror already in order.
       01  MIRROR-TABLE.
           05  MIRROR-ENTRY          occurs 15000 times.
               10  mr-key.
                   15  mr-kind       pic x.
                   15  mr-file-key   pic x(84).
               10  mr-data           pic x(200).
       01  MIRROR-COUNT              pic 9(05) value 0.
       01  WS-MIRROR-MAX             pic 9(05) value 15000.
       01  ws-mr-i                   pic 9(05) value 0.
       01  ws-mr-at                  pic 9(05) value 0.
       01  ws-mr-key.
           05  ws-mr-kind            pic x.
           05  ws-mr-file-key        pic x(84).
       01  ws-mr-data                pic x(200).

       procedure division.
       main.
           perform verify-layout-versions
               stop run
           end-if

           perform read-run-options
           if ws-csv-wanted = "y"
               perform open-csv-file
           end-if

           move "--- Nightly Reconciliation Report ---" to report-line
           write report-line

           if ws-incremental-wanted = "y"
               perform prepare-incremental-run
               if ws-full-rebuild = "y"
                   perform note-journal-position
               end-if
           end-if
           perform load-users
           perform load-jobs
           perform check-connections
           perform check-applications
           if ws-incremental-wanted = "y"
               perform save-incremental-state
           end-if

           move spaces to report-line
           write report-line
           move WS-DISPLAY to report-line
           write report-line

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

       load-users.
           move 0 to USERS-COUNT
           if ws-full-rebuild not = "y"
               perform varying ws-mr-i from 1 by 1
                       until ws-mr-i > MIRROR-COUNT
                   if mr-kind(ws-mr-i) = "1"
                       add 1 to USERS-COUNT
                       move function trim(mr-file-key(ws-mr-i)(1:32))
                           to USER-TABLE-ENTRY(USERS-COUNT)
                   end-if
               end-perform
               exit paragraph
           end-if
           open input user-file
           if FILESTAT = "00"
               perform until 1 = 2

                   add 1 to USERS-COUNT
                   move function trim(fd-user-name) to USER-TABLE-ENTRY(USERS-COUNT)
                   if ws-incremental-wanted = "y"
                       move "1" to ws-mr-kind
                       move fd-user-name to ws-mr-file-key
                       move spaces to ws-mr-data
                       perform append-mirror-row
                   end-if
               end-perform
               close user-file
           end-if
           move "-- connections.dat --" to report-line
           write report-line

           if ws-full-rebuild not = "y"
               perform varying ws-mr-i from 1 by 1
                       until ws-mr-i > MIRROR-COUNT
                   if mr-kind(ws-mr-i) = "3"
                       move mr-file-key(ws-mr-i)(1:32) to fd-conn-from-user
                       move mr-file-key(ws-mr-i)(33:32) to fd-conn-to-user
                       perform check-one-connection
                   end-if
               end-perform
               exit paragraph
           end-if
           open input connection-file
           if FILESTAT-CONN = "00"
               perform until 1 = 2
                       at end exit perform
                   end-read

                   perform check-one-connection
                   if ws-incremental-wanted = "y"
                       move "3" to ws-mr-kind
                       move fd-conn-key to ws-mr-file-key
                       move spaces to ws-mr-data
                       perform append-mirror-row
                   end-if
               end-perform
               close connection-file
           move "-- applications.dat --" to report-line
           write report-line

           if ws-full-rebuild not = "y"
               perform varying ws-mr-i from 1 by 1
                       until ws-mr-i > MIRROR-COUNT
                   if mr-kind(ws-mr-i) = "4"
                       move function trim(mr-file-key(ws-mr-i)(11:32))
                           to ws-app-username
                       move mr-data(ws-mr-i)(1:100) to ws-app-job-title
                       move mr-data(ws-mr-i)(101:100) to ws-app-employer
                       perform check-one-application
                   end-if
               end-perform
               exit paragraph
           end-if
           open input application-file
           if FILESTAT-APP = "00"
               perform until 1 = 2
                   read application-file next record
                       at end exit perform
                   end-read
                   move spaces to application-line
                   string function trim(fd-app-username) "|" fd-app-data
                       delimited by size into application-line
                   end-string

                   move spaces to PARSE-FIELD-1
                   move spaces to PARSE-FIELD-2
                   move function trim(PARSE-FIELD-2) to ws-app-job-title
                   move function trim(PARSE-FIELD-3) to ws-app-employer

                   perform check-one-application
                   if ws-incremental-wanted = "y"
                       move "4" to ws-mr-kind
                       move fd-app-key to ws-mr-file-key
                       move ws-app-job-title to ws-mr-data(1:100)
                       move ws-app-employer to ws-mr-data(101:100)
                       perform append-mirror-row
                   end-if
               end-perform
               close application-file
           end-if
           .

      *>>    Both ends of one connection must be known users.
       check-one-connection.
           move fd-conn-from-user to PARSE-FIELD-1
           perform user-exists
           if ws-found = "n"
               add 1 to ws-problem-count
               move spaces to WS-DISPLAY
               string "Orphaned connection: from-user '"
                   function trim(fd-conn-from-user)
                   "' (to '" function trim(fd-conn-to-user)
                   "') does not exist in users.dat"
                   delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               if ws-csv-wanted = "y"
                   perform begin-csv-row
                   move "connections.dat" to ws-csv-field
                   perform add-csv-field
                   move "orphaned from-user" to ws-csv-field
                   perform add-csv-field
                   move fd-conn-from-user to ws-csv-field
                   perform add-csv-field
                   move fd-conn-to-user to ws-csv-field
                   perform add-csv-field
                   move spaces to ws-csv-field
                   perform add-csv-field
                   move spaces to ws-csv-field
                   perform add-csv-field
                   write csv-line
               end-if
           end-if

           move fd-conn-to-user to PARSE-FIELD-1
           perform user-exists
           if ws-found = "n"
               add 1 to ws-problem-count
               move spaces to WS-DISPLAY
               string "Orphaned connection: to-user '"
                   function trim(fd-conn-to-user)
                   "' (from '" function trim(fd-conn-from-user)
                   "') does not exist in users.dat"
                   delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               if ws-csv-wanted = "y"
                   perform begin-csv-row
                   move "connections.dat" to ws-csv-field
                   perform add-csv-field
                   move "orphaned to-user" to ws-csv-field
                   perform add-csv-field
                   move fd-conn-to-user to ws-csv-field
                   perform add-csv-field
                   move fd-conn-from-user to ws-csv-field
                   perform add-csv-field
                   move spaces to ws-csv-field
                   perform add-csv-field
                   move spaces to ws-csv-field
                   perform add-csv-field
                   write csv-line
               end-if
           end-if
           .

      *>>    The applicant must be a known user and the job a
      *>>    still-posted listing (title and employer).
       check-one-application.
           move ws-app-username to PARSE-FIELD-1
           perform user-exists
           if ws-found = "n"
               add 1 to ws-problem-count
               move spaces to WS-DISPLAY
               string "Orphaned application: applicant '"
                   function trim(ws-app-username)
                   "' does not exist in users.dat"
                   delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               if ws-csv-wanted = "y"
                   perform begin-csv-row
                   move "applications.dat" to ws-csv-field
                   perform add-csv-field
                   move "orphaned applicant" to ws-csv-field
                   perform add-csv-field
                   move ws-app-username to ws-csv-field
                   perform add-csv-field
                   move spaces to ws-csv-field
                   perform add-csv-field
                   move ws-app-job-title to ws-csv-field
                   perform add-csv-field
                   move ws-app-employer to ws-csv-field
                   perform add-csv-field
                   write csv-line
               end-if
           end-if

           move "n" to ws-found
           perform varying ws-i from 1 by 1 until ws-i > JOBS-COUNT
               if function trim(jt-title(ws-i)) = ws-app-job-title
                   and function trim(jt-employer(ws-i)) = ws-app-employer
                   move "y" to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = "n"
               add 1 to ws-problem-count
               move spaces to WS-DISPLAY
               string "Orphaned application: job '"
                   function trim(ws-app-job-title)
                   "' at '" function trim(ws-app-employer)
                   "' (applicant '" function trim(ws-app-username)
                   "') does not exist in jobs.dat"
                   delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               if ws-csv-wanted = "y"
                   perform begin-csv-row
                   move "applications.dat" to ws-csv-field
                   perform add-csv-field
                   move "orphaned job" to ws-csv-field
                   perform add-csv-field
                   move spaces to ws-csv-field
                   perform add-csv-field
                   move ws-app-username to ws-csv-field
                   perform add-csv-field
                   move ws-app-job-title to ws-csv-field
                   perform add-csv-field
                   move ws-app-employer to ws-csv-field
                   perform add-csv-field
                   write csv-line
               end-if
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
           move "file" to ws-csv-field
           perform add-csv-field
           move "problem" to ws-csv-field
           perform add-csv-field
           move "missing-username" to ws-csv-field
           perform add-csv-field
           move "other-username" to ws-csv-field
           perform add-csv-field
           move "job-title" to ws-csv-field
           perform add-csv-field
           move "employer" to ws-csv-field
           perform add-csv-field
           write csv-line
           .

      *>>    Run options from the command line; "csv" turns on the
      *>>    spreadsheet companion file, "incremental" the journal-fed
      *>>    mirror and "full" forces that mirror to be rebuilt.
       read-run-options.
           move spaces to ws-command-args
           accept ws-command-args from command-line
           move function lower-case(ws-command-args) to ws-command-args
           move 0 to ws-csv-tally
           inspect ws-command-args tallying ws-csv-tally for all "csv"
           if ws-csv-tally > 0
               move "y" to ws-csv-wanted
           end-if
           move 0 to ws-csv-tally
           inspect ws-command-args tallying ws-csv-tally
               for all "incremental"
           if ws-csv-tally > 0
               move "y" to ws-incremental-wanted
           end-if
           move 0 to ws-csv-tally
           inspect ws-command-args tallying ws-csv-tally for all "full"
           if ws-csv-tally > 0
               move "y" to ws-full-wanted
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

       clear-incremental-state.
           move 0 to MIRROR-COUNT
           move "n" to ws-state-overflow
           .

      *>>    Decides between an incremental night and a full read:
      *>>    loads the state, checks the weekly schedule, applies the
      *>>    journal tail to the mirror and cross-checks its row
      *>>    counts with ControlTotals. Any doubt leaves
      *>>    ws-full-rebuild "y" with the reason in ws-rebuild-reason.
       prepare-incremental-run.
           move "y" to ws-full-rebuild
           perform clear-incremental-state
           if ws-full-wanted = "y"
               move "full rebuild requested" to ws-rebuild-reason
               perform announce-run-mode
               exit paragraph
           end-if
           perform load-incremental-state
           if ws-state-ok = "y"
               perform check-weekly-rebuild
           end-if
           if ws-state-ok = "y"
               perform load-control-totals-stamp
               perform replay-journal-tail
           end-if
           if ws-state-ok = "y" and ws-ct-applies = "y"
               if ws-ct-snapped not = "y"
                   perform snapshot-mirror-counts
               end-if
               perform compare-mirror-counts
           end-if
           if ws-state-ok = "y"
               perform catch-up-sequential-sources
           end-if
           if ws-state-ok = "y"
               move "n" to ws-full-rebuild
           else
               perform clear-incremental-state
           end-if
           perform announce-run-mode
           .

       announce-run-mode.
           if ws-full-rebuild = "y"
               display "ReconciliationReport: full read - "
                   function trim(ws-rebuild-reason)
           else
               move ws-applied-count to ws-count-display
               display "ReconciliationReport: incremental, "
                   function trim(ws-count-display)
                   " journal row(s) applied"
           end-if
           .

      *>>    State layout: "hwm|<journal row>|<last full yyyymmdd>|
      *>>    <saved yyyymmddhhmmss>|<first 80 bytes of that journal
      *>>    row>", the rows, then "end|<rows>". Mirror rows start
      *>>    with their kind digit and are fixed-layout (kind, key,
      *>>    data); a missing trailer means the last save was cut
      *>>    short.
       load-incremental-state.
           move "n" to ws-state-ok
           move "n" to ws-state-bad
           move "n" to ws-trailer-seen
           move 0 to ws-state-rows
           move 0 to ws-trailer-rows
           move "no incremental state on file" to ws-rebuild-reason
           open input state-file
           if FILESTAT-STATE not = "00"
               exit paragraph
           end-if
           move spaces to state-line
           read state-file into state-line
               at end continue
           end-read
           if state-line(1:4) not = "hwm|"
               move "incremental state header is unreadable"
                   to ws-rebuild-reason
               close state-file
               exit paragraph
           end-if
           move spaces to ST-PARSE-FIELDS
           move 1 to ws-parse-pos
           unstring state-line delimited by "|" into
               ST-PARSE(1) ST-PARSE(2) ST-PARSE(3) ST-PARSE(4)
               with pointer ws-parse-pos
           end-unstring
           move spaces to ws-hwm-row
           if ws-parse-pos <= 400
               move state-line(ws-parse-pos:) to ws-hwm-row
           end-if
           if ST-PARSE(2)(1:9) is not numeric
              or ST-PARSE(3)(1:8) is not numeric
              or ST-PARSE(4)(1:14) is not numeric
               move "incremental state header is unreadable"
                   to ws-rebuild-reason
               close state-file
               exit paragraph
           end-if
           if function test-date-yyyymmdd(
                  function numval(ST-PARSE(3)(1:8))) not = 0
               move "incremental state header is unreadable"
                   to ws-rebuild-reason
               close state-file
               exit paragraph
           end-if
           move ST-PARSE(2)(1:9) to ws-hwm-position
           move ST-PARSE(3)(1:8) to ws-hwm-last-full
           move ST-PARSE(4)(1:14) to ws-hwm-saved

           perform until 1 = 2
               read state-file into state-line
                   at end exit perform
               end-read
               if state-line(1:4) = "end|"
                   move "y" to ws-trailer-seen
                   if state-line(5:7) is numeric
                       move state-line(5:7) to ws-trailer-rows
                   end-if
                   exit perform
               end-if
               add 1 to ws-state-rows
               if state-line(1:1) is numeric
                   perform load-mirror-row
               else
                   perform load-extra-state-row
               end-if
               if ws-state-bad = "y"
                   exit perform
               end-if
           end-perform
           close state-file

           if ws-state-bad = "y"
               exit paragraph
           end-if
           if ws-trailer-seen not = "y"
              or ws-trailer-rows not = ws-state-rows
               move "incremental state is cut short" to ws-rebuild-reason
               exit paragraph
           end-if
           move "y" to ws-state-ok
           .

      *>>    Mirror rows must be of a kind this report keeps and
      *>>    strictly ascending.
       load-mirror-row.
           move state-line(1:85) to ws-mr-key
           move state-line(86:200) to ws-mr-data
           if ws-mr-kind not = "1"
                  and ws-mr-kind not = "3"
                  and ws-mr-kind not = "4"
               move "y" to ws-state-bad
               move "incremental state has an unreadable row"
                   to ws-rebuild-reason
               exit paragraph
           end-if
           if MIRROR-COUNT >= WS-MIRROR-MAX
               move "y" to ws-state-bad
               move "incremental state is larger than the mirror"
                   to ws-rebuild-reason
               exit paragraph
           end-if
           if MIRROR-COUNT > 0
               if ws-mr-key not > mr-key(MIRROR-COUNT)
                   move "y" to ws-state-bad
                   move "incremental state is out of key order"
                       to ws-rebuild-reason
                   exit paragraph
               end-if
           end-if
           add 1 to MIRROR-COUNT
           move ws-mr-key to mr-key(MIRROR-COUNT)
           move ws-mr-data to mr-data(MIRROR-COUNT)
           .

       check-weekly-rebuild.
           compute ws-days-since-full =
               function integer-of-date(
                   function numval(function current-date(1:8)))
               - function integer-of-date(
                   function numval(ws-hwm-last-full))
           if ws-days-since-full >= 7 or ws-days-since-full < 0
               move "n" to ws-state-ok
               move "weekly full rebuild due" to ws-rebuild-reason
           end-if
           .

      *>>    The newest ControlTotals run's row counts for the files
      *>>    mirrored here; they only prove anything when that run is
      *>>    newer than the saved state.
       load-control-totals-stamp.
           move "n" to ws-ct-applies
           move "n" to ws-ct-snapped
           move spaces to ws-ct-stamp
           move 3 to CT-CHECK-COUNT
           move "users.dat" to ck-file(1)
           move "1" to ck-kind(1)
           move "connections.dat" to ck-file(2)
           move "3" to ck-kind(2)
           move "applications.dat" to ck-file(3)
           move "4" to ck-kind(3)
           perform varying ws-ck-i from 1 by 1
                   until ws-ck-i > CT-CHECK-COUNT
               move "n" to ck-found(ws-ck-i)
               move 0 to ck-rows(ws-ck-i)
               move 0 to ck-snap(ws-ck-i)
           end-perform
           open input totals-file
           if FILESTAT-TOTALS not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read totals-file into totals-line
                   at end exit perform
               end-read
               move spaces to ST-PARSE-FIELDS
               unstring totals-line delimited by "|" into
                   ST-PARSE(1) ST-PARSE(2) ST-PARSE(3)
               end-unstring
               if ST-PARSE(1)(1:14) is not numeric
                   exit perform cycle
               end-if
               if ws-ct-stamp = spaces
                  or ST-PARSE(1)(1:14) > ws-ct-stamp
                   move ST-PARSE(1)(1:14) to ws-ct-stamp
                   perform varying ws-ck-i from 1 by 1
                           until ws-ck-i > CT-CHECK-COUNT
                       move "n" to ck-found(ws-ck-i)
                   end-perform
               end-if
               if ST-PARSE(1)(1:14) = ws-ct-stamp
                   perform varying ws-ck-i from 1 by 1
                           until ws-ck-i > CT-CHECK-COUNT
                       if ck-file(ws-ck-i) = ST-PARSE(2)
                          and function trim(ST-PARSE(3)) is numeric
                           move "y" to ck-found(ws-ck-i)
                           move function numval(ST-PARSE(3))
                               to ck-rows(ws-ck-i)
                       end-if
                   end-perform
               end-if
           end-perform
           close totals-file
           if ws-ct-stamp not = spaces
              and ws-ct-stamp > ws-hwm-saved
               move "y" to ws-ct-applies
           end-if
           .

      *>>    Walks data-journal.dat to its end: the row at the
      *>>    high-water position must be the one recorded (else the
      *>>    journal was replaced), and every later row is applied to
      *>>    the mirror. The mirror's counts are snapshotted as the
      *>>    walk passes the ControlTotals stamp.
       replay-journal-tail.
           move 0 to ws-journal-position
           move 0 to ws-applied-count
           move spaces to ws-journal-last-row
           open input journal-file
           if FILESTAT-JOURNAL not = "00"
               if ws-hwm-position > 0
                   move "n" to ws-state-ok
                   move "data-journal.dat is missing" to ws-rebuild-reason
               end-if
               exit paragraph
           end-if
           perform until 1 = 2
               read journal-file into journal-line
                   at end exit perform
               end-read
               add 1 to ws-journal-position
               move journal-line(1:80) to ws-journal-last-row
               if ws-journal-position = ws-hwm-position
                  and journal-line(1:80) not = ws-hwm-row
                   move "n" to ws-state-ok
                   move "data-journal.dat no longer matches the high-water row"
                       to ws-rebuild-reason
                   exit perform
               end-if
               if ws-journal-position > ws-hwm-position
                   perform split-journal-row
                   if ws-ct-applies = "y"
                      and ws-ct-snapped not = "y"
                      and jr-stamp(1:14) > ws-ct-stamp
                       perform snapshot-mirror-counts
                       move "y" to ws-ct-snapped
                   end-if
                   perform apply-journal-change
                   if ws-state-ok not = "y"
                       exit perform
                   end-if
               end-if
           end-perform
           close journal-file
           if ws-state-ok = "y"
              and ws-journal-position < ws-hwm-position
               move "n" to ws-state-ok
               move "data-journal.dat is shorter than the high-water mark"
                   to ws-rebuild-reason
           end-if
           .

       split-journal-row.
           move spaces to jr-stamp
           move spaces to jr-program
           move spaces to jr-file
           move spaces to jr-action
           move spaces to jr-image
           move 1 to ws-parse-pos
           unstring journal-line delimited by "|" into
               jr-stamp jr-program jr-file jr-action
               with pointer ws-parse-pos
           end-unstring
           if ws-parse-pos <= 6200
               move journal-line(ws-parse-pos:) to jr-image
           end-if
           .

      *>>    Keyed images as JournalReplay reads them: "update" is a
      *>>    write or rewrite of the whole record, "delete" a removal.
      *>>    Any other action on a mirrored file can't be applied row
      *>>    by row.
       apply-journal-change.
           evaluate function trim(jr-file)
               when "users.dat"
                   move "1" to ws-mr-kind
               when "profiles.dat"
                   move "2" to ws-mr-kind
               when "connections.dat"
                   move "3" to ws-mr-kind
               when "applications.dat"
                   move "4" to ws-mr-kind
               when "messages.dat"
                   move "5" to ws-mr-kind
               when other
                   exit paragraph
           end-evaluate
           if ws-mr-kind not = "1"
                  and ws-mr-kind not = "3"
                  and ws-mr-kind not = "4"
               exit paragraph
           end-if
           perform mirror-key-from-image
           evaluate function trim(jr-action)
               when "update"
                   perform mirror-data-from-image
                   perform upsert-mirror-row
               when "delete"
                   perform remove-mirror-row
               when other
                   move "n" to ws-state-ok
                   move spaces to ws-rebuild-reason
                   string function trim(jr-file) " "
                          function trim(jr-action)
                          " row in the journal"
                       delimited by size into ws-rebuild-reason
                   end-string
           end-evaluate
           add 1 to ws-applied-count
           .

      *>>    Builds ws-mr-file-key from the journal image the way the
      *>>    live programs key the record: users "name,rest";
      *>>    profiles "name|rest"; connections from|to|...;
      *>>    applications username|...|job-id (field 12); messages
      *>>    sender|recipient|content|timestamp|... . ws-image-rest
      *>>    keeps a users or profiles row's data part.
       mirror-key-from-image.
           move spaces to ws-mr-file-key
           move spaces to ws-image-rest
           move spaces to ST-PARSE-FIELDS
           move 1 to ws-parse-pos
           evaluate ws-mr-kind
               when "1"
                   unstring jr-image delimited by "," into ST-PARSE(1)
                       with pointer ws-parse-pos
                   end-unstring
                   if ws-parse-pos <= 6200
                       move jr-image(ws-parse-pos:) to ws-image-rest
                   end-if
                   move function trim(ST-PARSE(1)) to ws-mr-file-key(1:32)
               when "2"
                   unstring jr-image delimited by "|" into ST-PARSE(1)
                       with pointer ws-parse-pos
                   end-unstring
                   if ws-parse-pos <= 6200
                       move jr-image(ws-parse-pos:) to ws-image-rest
                   end-if
                   move function trim(ST-PARSE(1)) to ws-mr-file-key(1:32)
               when "3"
                   unstring jr-image delimited by "|" into
                       ST-PARSE(1) ST-PARSE(2) ST-PARSE(3)
                   end-unstring
                   move function trim(ST-PARSE(1)) to ws-mr-file-key(1:32)
                   move function trim(ST-PARSE(2)) to ws-mr-file-key(33:32)
               when "4"
                   unstring jr-image delimited by "|" into
                       ST-PARSE(1) ST-PARSE(2) ST-PARSE(3) ST-PARSE(4)
                       ST-PARSE(5) ST-PARSE(6) ST-PARSE(7) ST-PARSE(8)
                       ST-PARSE(9) ST-PARSE(10) ST-PARSE(11) ST-PARSE(12)
                   end-unstring
                   move function trim(ST-PARSE(12)) to ws-mr-file-key(1:10)
                   move function trim(ST-PARSE(1)) to ws-mr-file-key(11:32)
               when "5"
                   unstring jr-image delimited by "|" into
                       ST-PARSE(1) ST-PARSE(2) ST-PARSE(3) ST-PARSE(4)
                       ST-PARSE(5) ST-PARSE(6) ST-PARSE(7) ST-PARSE(8)
                       ST-PARSE(9)
                   end-unstring
                   move function trim(ST-PARSE(2)) to ws-mr-file-key(1:32)
                   move function trim(ST-PARSE(4)) to ws-mr-file-key(33:20)
                   move function trim(ST-PARSE(1)) to ws-mr-file-key(53:32)
           end-evaluate
           .

      *>>    Leaves in ws-mr-at the first mirror row whose key is not
      *>>    below ws-mr-key (MIRROR-COUNT + 1 when none).
       find-mirror-slot.
           move MIRROR-COUNT to ws-mr-at
           add 1 to ws-mr-at
           perform varying ws-mr-i from 1 by 1
                   until ws-mr-i > MIRROR-COUNT
               if mr-key(ws-mr-i) >= ws-mr-key
                   move ws-mr-i to ws-mr-at
                   exit perform
               end-if
           end-perform
           .

       upsert-mirror-row.
           perform find-mirror-slot
           if ws-mr-at <= MIRROR-COUNT
               if mr-key(ws-mr-at) = ws-mr-key
                   move ws-mr-data to mr-data(ws-mr-at)
                   exit paragraph
               end-if
           end-if
           if MIRROR-COUNT >= WS-MIRROR-MAX
               move "n" to ws-state-ok
               move "mirror is full" to ws-rebuild-reason
               exit paragraph
           end-if
           perform varying ws-mr-i from MIRROR-COUNT by -1
                   until ws-mr-i < ws-mr-at
               move MIRROR-ENTRY(ws-mr-i) to MIRROR-ENTRY(ws-mr-i + 1)
           end-perform
           add 1 to MIRROR-COUNT
           move ws-mr-key to mr-key(ws-mr-at)
           move ws-mr-data to mr-data(ws-mr-at)
           .

       remove-mirror-row.
           perform find-mirror-slot
           if ws-mr-at > MIRROR-COUNT
               exit paragraph
           end-if
           if mr-key(ws-mr-at) not = ws-mr-key
               exit paragraph
           end-if
           perform varying ws-mr-i from ws-mr-at by 1
                   until ws-mr-i >= MIRROR-COUNT
               move MIRROR-ENTRY(ws-mr-i + 1) to MIRROR-ENTRY(ws-mr-i)
           end-perform
           subtract 1 from MIRROR-COUNT
           .

      *>>    Full reads append in key order; a mirror that outgrows
      *>>    its table is simply not saved.
       append-mirror-row.
           if MIRROR-COUNT < WS-MIRROR-MAX
               add 1 to MIRROR-COUNT
               move ws-mr-key to mr-key(MIRROR-COUNT)
               move ws-mr-data to mr-data(MIRROR-COUNT)
           else
               move "y" to ws-state-overflow
           end-if
           .

       snapshot-mirror-counts.
           perform varying ws-ck-i from 1 by 1
                   until ws-ck-i > CT-CHECK-COUNT
               move 0 to ck-snap(ws-ck-i)
               perform varying ws-mr-i from 1 by 1
                       until ws-mr-i > MIRROR-COUNT
                   if mr-kind(ws-mr-i) = ck-kind(ws-ck-i)
                       add 1 to ck-snap(ws-ck-i)
                   end-if
               end-perform
           end-perform
           .

       compare-mirror-counts.
           perform varying ws-ck-i from 1 by 1
                   until ws-ck-i > CT-CHECK-COUNT
               if ck-found(ws-ck-i) = "y"
                  and ck-snap(ws-ck-i) not = ck-rows(ws-ck-i)
                   move "n" to ws-state-ok
                   move spaces to ws-rebuild-reason
                   string function trim(ck-file(ws-ck-i))
                          " mirror disagrees with ControlTotals"
                       delimited by size into ws-rebuild-reason
                   end-string
                   exit perform
               end-if
           end-perform
           .

      *>>    A full read starts from here: rows journaled while the
      *>>    files are being read are applied again next night, which
      *>>    is harmless - updates and deletes land the same twice.
       note-journal-position.
           move 0 to ws-journal-position
           move spaces to ws-journal-last-row
           move function current-date(1:8) to ws-hwm-last-full
           open input journal-file
           if FILESTAT-JOURNAL = "00"
               perform until 1 = 2
                   read journal-file into journal-line
                       at end exit perform
                   end-read
                   add 1 to ws-journal-position
                   move journal-line(1:80) to ws-journal-last-row
               end-perform
               close journal-file
           end-if
           .

      *>>    An overflowed mirror is not saved at all - an empty
      *>>    state file sends the next run to a full read.
       save-incremental-state.
           open output state-file
           if FILESTAT-STATE not = "00"
               exit paragraph
           end-if
           if ws-state-overflow = "y"
               close state-file
               exit paragraph
           end-if
           move 0 to ws-state-rows
           move spaces to state-line
           string "hwm|" ws-journal-position "|"
                  ws-hwm-last-full "|"
                  function current-date(1:14) "|"
                  ws-journal-last-row
               delimited by size into state-line
           end-string
           write state-line
           perform varying ws-mr-i from 1 by 1
                   until ws-mr-i > MIRROR-COUNT
               move spaces to state-line
               move mr-key(ws-mr-i) to state-line(1:85)
               move mr-data(ws-mr-i) to state-line(86:200)
               write state-line
               add 1 to ws-state-rows
           end-perform
           perform save-extra-state-rows
           move spaces to state-line
           string "end|" ws-state-rows
               delimited by size into state-line
           end-string
           write state-line
           close state-file
           .

      *>>    Applications keep the title and employer they point at;
      *>>    users and connections are checked by key alone.
       mirror-data-from-image.
           move spaces to ws-mr-data
           if ws-mr-kind = "4"
               move function trim(ST-PARSE(2)) to ws-mr-data(1:100)
               move function trim(ST-PARSE(3)) to ws-mr-data(101:100)
           end-if
           .

       load-extra-state-row.
           move "y" to ws-state-bad
           move "incremental state has an unreadable row"
               to ws-rebuild-reason
           .

       save-extra-state-rows.
           continue
           .

       catch-up-sequential-sources.
           continue
           .
