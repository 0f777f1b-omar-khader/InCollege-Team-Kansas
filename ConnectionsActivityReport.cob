      *>>    (not the interactive session's Connections-Output.txt mirror)
      *>>    and tallies pending/connected/rejected counts per user for a
      *>>    shop-wide view of networking activity.
      *>>    Run with "incremental", it keeps its place in
      *>>    connections-activity-incremental.dat: the journal row it
      *>>    last applied, the date of its last full read and a
      *>>    key-ordered mirror of every connection's status. Each
      *>>    night it applies only the data-journal.dat rows written
      *>>    since, and reads connections.dat in full only weekly, on
      *>>    "full", or when the mirror can't be trusted (missing or
      *>>    cut-short state, a rotated journal, a whole-file rewrite,
      *>>    or a row count that disagrees with ControlTotals). Either
      *>>    way the report is tallied from the same rows in the same
      *>>    key order, so it reads exactly as a full run would.
       identification division.
       program-id. ConnectionsActivityReport.

           select report-file assign to "Connections-Activity-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Connections-Activity-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.
           select state-file
               assign to "connections-activity-incremental.dat"
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
       fd  report-file.
       01  report-line              pic x(200).

       fd  csv-file.
       01  csv-line                  pic x(1000).

       fd  state-file.
       01  state-line                pic x(400).

       fd  journal-file.
       01  journal-line              pic x(6200).

       fd  totals-file.
       01  totals-line               pic x(120).

       working-storage section.
       01  FILESTAT-CONN             pic xx.
       01  FILESTAT-RPT              pic xx.
       01  ws-total-connected        pic 9(06) value 0.
       01  ws-total-rejected         pic 9(06) value 0.

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
       01  ws-state-overflow         pic x value "n".
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
       01  ST-PARSE-1                pic x(40).
       01  ST-PARSE-2                pic x(40).
       01  ST-PARSE-3                pic x(40).
       01  ST-PARSE-4                pic x(40).
       01  ST-PARSE-5                pic x(40).
       01  jr-stamp                  pic x(21).
       01  jr-program                pic x(40).
       01  jr-file                   pic x(40).
       01  jr-action                 pic x(10).
       01  jr-image                  pic x(6200).
       01  ws-state-bad              pic x value "n".
       01  ws-trailer-seen           pic x value "n".
       01  ws-ct-stamp               pic x(14).
       01  ws-ct-applies             pic x value "n".
       01  ws-ct-snapped             pic x value "n".
       01  CT-CHECK-TABLE.
           05  CT-CHECK-ENTRY        occurs 6 times.
               10  ck-file           pic x(40).
               10  ck-found          pic x.
               10  ck-rows           pic 9(09).
               10  ck-snap           pic 9(09).
       01  CT-CHECK-COUNT            pic 9(02) value 0.
       01  ws-ck-i                   pic 9(02) value 0.
       01  ws-count-display          pic z(6)9.

      *>>    Key-ordered mirror of connections.dat (from+to, status) -
      *>>    the rows tallied on an incremental night.
       01  CONN-MIRROR-TABLE.
           05  CONN-MIRROR-ENTRY     occurs 5000 times.
               10  cm-key.
                   15  cm-from       pic x(32).
                   15  cm-to         pic x(32).
               10  cm-status         pic x(10).
       01  CONN-MIRROR-COUNT         pic 9(05) value 0.
       01  ws-cm-i                   pic 9(05) value 0.
       01  ws-cm-at                  pic 9(05) value 0.
       01  ws-cm-key                 pic x(64).
       01  ws-cm-status              pic x(10).

       procedure division.
       main.
           open output report-file
               stop run
           end-if

           perform read-run-options
           if ws-csv-wanted = "y"
               perform open-csv-file
           end-if

           move "--- Connections Activity Report ---" to report-line
           write report-line
           move spaces to report-line
           write report-line

           if ws-incremental-wanted = "y"
               perform prepare-incremental-run
           end-if
           if ws-full-rebuild = "y"
               if ws-incremental-wanted = "y"
                   perform note-journal-position
               end-if
               perform load-connections
           else
               perform tally-connection-mirror
           end-if
           perform write-per-user-totals
           perform write-grand-totals

           if ws-incremental-wanted = "y"
               perform save-incremental-state
           end-if

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

                   read connection-file next record
                       at end exit perform
                   end-read
                   perform tally-connection-row
                   if ws-incremental-wanted = "y"
                       if CONN-MIRROR-COUNT < 5000
                           add 1 to CONN-MIRROR-COUNT
                           move fd-conn-key to cm-key(CONN-MIRROR-COUNT)
                           move fd-conn-status
                               to cm-status(CONN-MIRROR-COUNT)
                       else
                           move "y" to ws-state-overflow
                       end-if
                   end-if
               end-perform
               close connection-file
           end-if
           .

      *>>    One connections.dat row, as read or as mirrored.
       tally-connection-row.
           evaluate function trim(fd-conn-status)
               when "pending"
                   add 1 to ws-total-pending
               when "connected"
                   add 1 to ws-total-connected
               when "rejected"
                   add 1 to ws-total-rejected
           end-evaluate

           move fd-conn-from-user to ws-lookup-name
           perform find-or-add-user
           move ws-idx to ws-i
           perform tally-status

           move fd-conn-to-user to ws-lookup-name
           perform find-or-add-user
           move ws-idx to ws-i
           perform tally-status
           .

      *>>    The incremental night's stand-in for load-connections:
      *>>    the mirror is already in key order, so users are met in
      *>>    the order a full read would meet them.
       tally-connection-mirror.
           perform varying ws-cm-i from 1 by 1
                   until ws-cm-i > CONN-MIRROR-COUNT
               move cm-key(ws-cm-i) to fd-conn-key
               move cm-status(ws-cm-i) to fd-conn-status
               perform tally-connection-row
           end-perform
           .

      *>>    Looks up (or creates) the USER-ACTIVITY-TABLE row for
      *>>    ws-lookup-name and leaves its index in ws-idx.
       find-or-add-user.
                   delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               if ws-csv-wanted = "y"
                   perform begin-csv-row
                   move ua-username(ws-i) to ws-csv-field
                   perform add-csv-field
                   move ua-pending(ws-i) to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   move ua-connected(ws-i) to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   move ua-rejected(ws-i) to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   write csv-line
               end-if
           end-perform
           .

           move WS-DISPLAY to report-line
           write report-line
           .

       write-csv-header.
           perform begin-csv-row
           move "username" to ws-csv-field
           perform add-csv-field
           move "pending" to ws-csv-field
           perform add-csv-field
           move "connected" to ws-csv-field
           perform add-csv-field
           move "rejected" to ws-csv-field
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

      *>>    Decides between an incremental night and a full read:
      *>>    loads the state, checks the weekly schedule, applies the
      *>>    journal tail to the mirror and cross-checks its row count
      *>>    with ControlTotals. Any doubt leaves ws-full-rebuild "y"
      *>>    with the reason in ws-rebuild-reason.
       prepare-incremental-run.
           move "y" to ws-full-rebuild
           move 0 to CONN-MIRROR-COUNT
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
               move "n" to ws-full-rebuild
           else
               move 0 to CONN-MIRROR-COUNT
           end-if
           perform announce-run-mode
           .

       announce-run-mode.
           if ws-full-rebuild = "y"
               display "Connections activity: full read - "
                   function trim(ws-rebuild-reason)
           else
               move ws-applied-count to ws-count-display
               display "Connections activity: incremental, "
                   function trim(ws-count-display)
                   " journal row(s) applied"
           end-if
           .

      *>>    State layout: "hwm|<journal row>|<last full yyyymmdd>|
      *>>    <saved yyyymmddhhmmss>|<first 80 bytes of that journal
      *>>    row>", the mirror rows, then "end|<mirror rows>". A
      *>>    missing trailer means the last save was cut short.
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
           move spaces to ST-PARSE-1
           move spaces to ST-PARSE-2
           move spaces to ST-PARSE-3
           move spaces to ST-PARSE-4
           move 1 to ws-parse-pos
           unstring state-line delimited by "|" into
               ST-PARSE-1 ST-PARSE-2 ST-PARSE-3 ST-PARSE-4
               with pointer ws-parse-pos
           end-unstring
           move spaces to ws-hwm-row
           if ws-parse-pos <= 400
               move state-line(ws-parse-pos:) to ws-hwm-row
           end-if
           if ST-PARSE-2(1:9) is not numeric
              or ST-PARSE-3(1:8) is not numeric
              or ST-PARSE-4(1:14) is not numeric
               move "incremental state header is unreadable"
                   to ws-rebuild-reason
               close state-file
               exit paragraph
           end-if
           if function test-date-yyyymmdd(
                  function numval(ST-PARSE-3(1:8))) not = 0
               move "incremental state header is unreadable"
                   to ws-rebuild-reason
               close state-file
               exit paragraph
           end-if
           move ST-PARSE-2(1:9) to ws-hwm-position
           move ST-PARSE-3(1:8) to ws-hwm-last-full
           move ST-PARSE-4(1:14) to ws-hwm-saved

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
               perform load-state-row
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

      *>>    "c|from|to|status", strictly ascending by key.
       load-state-row.
           move spaces to ST-PARSE-1
           move spaces to ST-PARSE-2
           move spaces to ST-PARSE-3
           move spaces to ST-PARSE-4
           unstring state-line delimited by "|" into
               ST-PARSE-1 ST-PARSE-2 ST-PARSE-3 ST-PARSE-4
           end-unstring
           if function trim(ST-PARSE-1) not = "c"
              or CONN-MIRROR-COUNT >= 5000
               move "y" to ws-state-bad
               move "incremental state has an unreadable row"
                   to ws-rebuild-reason
               exit paragraph
           end-if
           move spaces to ws-cm-key
           move ST-PARSE-2(1:32) to ws-cm-key(1:32)
           move ST-PARSE-3(1:32) to ws-cm-key(33:32)
           if CONN-MIRROR-COUNT > 0
               if ws-cm-key not > cm-key(CONN-MIRROR-COUNT)
                   move "y" to ws-state-bad
                   move "incremental state is out of key order"
                       to ws-rebuild-reason
                   exit paragraph
               end-if
           end-if
           add 1 to CONN-MIRROR-COUNT
           move ws-cm-key to cm-key(CONN-MIRROR-COUNT)
           move ST-PARSE-4(1:10) to cm-status(CONN-MIRROR-COUNT)
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
           move 1 to CT-CHECK-COUNT
           move "connections.dat" to ck-file(1)
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
               move spaces to ST-PARSE-1
               move spaces to ST-PARSE-2
               move spaces to ST-PARSE-3
               unstring totals-line delimited by "|" into
                   ST-PARSE-1 ST-PARSE-2 ST-PARSE-3
               end-unstring
               if ST-PARSE-1(1:14) is not numeric
                   exit perform cycle
               end-if
               if ws-ct-stamp = spaces
                  or ST-PARSE-1(1:14) > ws-ct-stamp
                   move ST-PARSE-1(1:14) to ws-ct-stamp
                   perform varying ws-ck-i from 1 by 1
                           until ws-ck-i > CT-CHECK-COUNT
                       move "n" to ck-found(ws-ck-i)
                   end-perform
               end-if
               if ST-PARSE-1(1:14) = ws-ct-stamp
                   perform varying ws-ck-i from 1 by 1
                           until ws-ck-i > CT-CHECK-COUNT
                       if ck-file(ws-ck-i) = ST-PARSE-2
                          and function trim(ST-PARSE-3) is numeric
                           move "y" to ck-found(ws-ck-i)
                           move function numval(ST-PARSE-3)
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

      *>>    connections.dat rows carry the whole record
      *>>    (from|to|status|sent|decided): "update" is a write or
      *>>    rewrite, "delete" a removal. Anything else touching the
      *>>    file can't be applied row by row.
       apply-journal-change.
           if function trim(jr-file) not = "connections.dat"
               exit paragraph
           end-if
           move spaces to ST-PARSE-1
           move spaces to ST-PARSE-2
           move spaces to ST-PARSE-3
           unstring jr-image delimited by "|" into
               ST-PARSE-1 ST-PARSE-2 ST-PARSE-3
           end-unstring
           move spaces to ws-cm-key
           move ST-PARSE-1(1:32) to ws-cm-key(1:32)
           move ST-PARSE-2(1:32) to ws-cm-key(33:32)
           move ST-PARSE-3(1:10) to ws-cm-status
           evaluate function trim(jr-action)
               when "update"
                   perform upsert-conn-mirror
               when "delete"
                   perform remove-conn-mirror
               when other
                   move "n" to ws-state-ok
                   move spaces to ws-rebuild-reason
                   string "connections.dat "
                          function trim(jr-action)
                          " row in the journal"
                       delimited by size into ws-rebuild-reason
                   end-string
           end-evaluate
           add 1 to ws-applied-count
           .

      *>>    Leaves in ws-cm-at the first mirror row whose key is not
      *>>    below ws-cm-key (CONN-MIRROR-COUNT + 1 when none).
       find-conn-mirror-slot.
           move CONN-MIRROR-COUNT to ws-cm-at
           add 1 to ws-cm-at
           perform varying ws-cm-i from 1 by 1
                   until ws-cm-i > CONN-MIRROR-COUNT
               if cm-key(ws-cm-i) >= ws-cm-key
                   move ws-cm-i to ws-cm-at
                   exit perform
               end-if
           end-perform
           .

       upsert-conn-mirror.
           perform find-conn-mirror-slot
           if ws-cm-at <= CONN-MIRROR-COUNT
               if cm-key(ws-cm-at) = ws-cm-key
                   move ws-cm-status to cm-status(ws-cm-at)
                   exit paragraph
               end-if
           end-if
           if CONN-MIRROR-COUNT >= 5000
               move "n" to ws-state-ok
               move "connection mirror is full" to ws-rebuild-reason
               exit paragraph
           end-if
           perform varying ws-cm-i from CONN-MIRROR-COUNT by -1
                   until ws-cm-i < ws-cm-at
               move CONN-MIRROR-ENTRY(ws-cm-i)
                   to CONN-MIRROR-ENTRY(ws-cm-i + 1)
           end-perform
           add 1 to CONN-MIRROR-COUNT
           move ws-cm-key to cm-key(ws-cm-at)
           move ws-cm-status to cm-status(ws-cm-at)
           .

       remove-conn-mirror.
           perform find-conn-mirror-slot
           if ws-cm-at > CONN-MIRROR-COUNT
               exit paragraph
           end-if
           if cm-key(ws-cm-at) not = ws-cm-key
               exit paragraph
           end-if
           perform varying ws-cm-i from ws-cm-at by 1
                   until ws-cm-i >= CONN-MIRROR-COUNT
               move CONN-MIRROR-ENTRY(ws-cm-i + 1)
                   to CONN-MIRROR-ENTRY(ws-cm-i)
           end-perform
           subtract 1 from CONN-MIRROR-COUNT
           .

       snapshot-mirror-counts.
           perform varying ws-ck-i from 1 by 1
                   until ws-ck-i > CT-CHECK-COUNT
               evaluate function trim(ck-file(ws-ck-i))
                   when "connections.dat"
                       move CONN-MIRROR-COUNT to ck-snap(ws-ck-i)
               end-evaluate
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
      *>>    file is being read are applied again next night, which
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

      *>>    A mirror that outgrew its table is not saved at all - an
      *>>    empty state file sends the next run to a full read.
       save-incremental-state.
           open output state-file
           if FILESTAT-STATE not = "00"
               exit paragraph
           end-if
           if ws-state-overflow = "y"
               close state-file
               exit paragraph
           end-if
           move spaces to state-line
           string "hwm|" ws-journal-position "|"
                  ws-hwm-last-full "|"
                  function current-date(1:14) "|"
                  ws-journal-last-row
               delimited by size into state-line
           end-string
           write state-line
           perform varying ws-cm-i from 1 by 1
                   until ws-cm-i > CONN-MIRROR-COUNT
               move spaces to state-line
               string "c|" function trim(cm-from(ws-cm-i)) "|"
                      function trim(cm-to(ws-cm-i)) "|"
                      function trim(cm-status(ws-cm-i))
                   delimited by size into state-line
               end-string
               write state-line
           end-perform
           move CONN-MIRROR-COUNT to ws-state-rows
           move spaces to state-line
           string "end|" ws-state-rows
               delimited by size into state-line
           end-string
           write state-line
           close state-file
           .
