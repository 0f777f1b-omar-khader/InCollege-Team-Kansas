      *>>    One-time migration utility for the messages.dat indexed
      *>>    conversion: reads the old pipe-delimited line-sequential
      *>>    messages.dat into memory, then recreates messages.dat as
      *>>    an indexed file keyed on recipient + timestamp + sender
      *>>    with an alternate key on the sender (the layout
      *>>    InCollege, AdminConsole, and the reports now expect),
      *>>    writing each row through a keyed write. The record
      *>>    carries the whole one-line row after the key, so nothing
      *>>    in the row itself changes.
      *>>
      *>>    A row with a blank sender, recipient or timestamp cannot
      *>>    be keyed and is rejected; so is a second row with the
      *>>    same recipient, timestamp and sender (a double-submitted
      *>>    send). Rejected rows are listed in full so they can be
      *>>    put back by hand if wanted.
      *>>
      *>>    On success the messages.dat stamp in layout-versions.dat
      *>>    is set to 03. Counts go to Messages-Migration-Report.txt.
      *>>    Run once per data directory before the first session
      *>>    after the conversion; rerunning against an already-
      *>>    migrated file reports a read failure and changes nothing.
       identification division.
       program-id. MigrateMessagesFile.

       environment division.
       input-output section.
       file-control.
           select old-message-file assign to "messages.dat"
               organization is line sequential
               file status is FILESTAT-OLD.
           select new-message-file assign to "messages.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-msg-key
               alternate record key is fd-msg-sender with duplicates
               file status is FILESTAT-NEW.
           select layout-version-file assign to "layout-versions.dat"
               organization is line sequential
               file status is FILESTAT-LAYOUT.
      *>>    Cross-program writers' lock: every program that rewrites
      *>>    the shared .dat files takes incollege-data.lock
      *>>    (owner|yyyymmddhhmmss) at startup and clears it on exit,
      *>>    so a purge or batch rewrite can never interleave with a
      *>>    live session's save. Read-only reports skip it. A lock
      *>>    older than WS-LOCK-STALE-MINUTES is overridden with a
      *>>    report line rather than honored silently.
           select lock-file assign to "incollege-data.lock"
               organization is line sequential
               file status is FILESTAT-LOCK.

           select report-file assign to "Messages-Migration-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.

       data division.
       file section.
       fd  old-message-file.
       01  old-message-line          pic x(600).

       fd  new-message-file.
       01  message-record.
           05  fd-msg-key.
               10  fd-msg-recipient  pic x(32).
               10  fd-msg-timestamp  pic x(20).
               10  fd-msg-sender     pic x(32).
           05  fd-msg-line           pic x(600).

       fd  layout-version-file.
       01  layout-version-line       pic x(40).

       fd  lock-file.
       01  lock-line                 pic x(60).

       fd  report-file.
       01  report-line               pic x(200).

       working-storage section.
       01  FILESTAT-LOCK             pic xx.
       01  WS-LOCK-OWNER             pic x(30) value "MigrateMessages".
       01  WS-LOCK-STALE-MINUTES     pic 9(04) value 30.
       01  ws-lock-acquired          pic x value "n".
       01  ws-lock-holder            pic x(30).
       01  ws-lock-stamp             pic x(14).
       01  ws-lock-age-minutes       pic s9(09) value 0.
       01  ws-lock-then-min          pic 9(09) value 0.
       01  ws-lock-now-min           pic 9(09) value 0.

       01  FILESTAT-OLD              pic xx.
       01  FILESTAT-NEW              pic xx.
       01  FILESTAT-LAYOUT           pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).

       01  OLD-ROWS-TABLE.
           05  OLD-ROW-ENTRY         occurs 20000 times pic x(600).
       01  OLD-ROWS-COUNT            pic 9(06) value 0.
       01  ws-old-overflow           pic x value "n".

      *>>    sender|recipient|content|timestamp - the fields the key
      *>>    is built from.
       01  MSG-PARSE-1               pic x(32).
       01  MSG-PARSE-2               pic x(32).
       01  MSG-PARSE-3               pic x(300).
       01  MSG-PARSE-4               pic x(20).

       01  LAYOUT-LINES-TABLE.
           05  LAYOUT-LINE-ENTRY     occurs 50 times pic x(40).
       01  LAYOUT-LINES-COUNT        pic 9(02) value 0.
       01  ws-layout-found           pic x value "n".
       01  LY-PARSE-1                pic x(20).

       01  ws-i                      pic 9(06) value 0.
       01  ws-written-count          pic 9(06) value 0.
       01  ws-unkeyed-count          pic 9(06) value 0.
       01  ws-rejected-count         pic 9(06) value 0.

       procedure division.
       main.
           open output report-file
           if FILESTAT-RPT not = "00"
               display "ERROR opening report file"
               move 8 to return-code
               stop run
           end-if

           move "--- messages.dat Indexed Migration ---" to report-line
           write report-line

           perform acquire-data-lock
           if ws-lock-acquired not = "y"
               move "Data lock held - migration abandoned." to report-line
               write report-line
               close report-file
               move 8 to return-code
               stop run
           end-if

           perform load-old-rows

           if OLD-ROWS-COUNT = 0
               move spaces to WS-DISPLAY
               string "No rows readable from the old messages.dat"
                      " (status " FILESTAT-OLD "). Nothing migrated."
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               display function trim(WS-DISPLAY)
               perform release-data-lock
               close report-file
               stop run
           end-if

           if ws-old-overflow = "y"
               move "messages.dat over 20000 rows - migration refused."
                   to report-line
               write report-line
               display function trim(report-line)
               perform release-data-lock
               close report-file
               move 8 to return-code
               stop run
           end-if

           perform write-new-file
           if return-code = 0
               perform stamp-layout-version
           end-if

           move spaces to WS-DISPLAY
           string "Rows read from old file:   " OLD-ROWS-COUNT
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           move spaces to WS-DISPLAY
           string "Rows written keyed:        " ws-written-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           move spaces to WS-DISPLAY
           string "Rows rejected (no key):    " ws-unkeyed-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           move spaces to WS-DISPLAY
           string "Rows rejected (duplicate): " ws-rejected-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform release-data-lock
           close report-file
           stop run.

       load-old-rows.
           move 0 to OLD-ROWS-COUNT
           open input old-message-file
           if FILESTAT-OLD = "00"
               perform until 1 = 2
                   read old-message-file into old-message-line
                       at end exit perform
                   end-read
                   if function trim(old-message-line) not = spaces
                       if OLD-ROWS-COUNT < 20000
                           add 1 to OLD-ROWS-COUNT
                           move old-message-line
                               to OLD-ROW-ENTRY(OLD-ROWS-COUNT)
                       else
                           move "y" to ws-old-overflow
                       end-if
                   end-if
               end-perform
               close old-message-file
           end-if
           .

      *>>    Recreates messages.dat indexed, then loads every old row
      *>>    through an i-o keyed write: the key repeats the
      *>>    recipient (field 2), timestamp (field 4) and sender
      *>>    (field 1), the record the row as it stood.
       write-new-file.
           open output new-message-file
           if FILESTAT-NEW not = "00"
               move spaces to WS-DISPLAY
               string "Could not create indexed messages.dat (status "
                      FILESTAT-NEW ")."
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               display function trim(WS-DISPLAY)
               move 8 to return-code
               exit paragraph
           end-if
           close new-message-file

           open i-o new-message-file
           perform varying ws-i from 1 by 1 until ws-i > OLD-ROWS-COUNT
               move spaces to MSG-PARSE-1
               move spaces to MSG-PARSE-2
               move spaces to MSG-PARSE-3
               move spaces to MSG-PARSE-4
               unstring OLD-ROW-ENTRY(ws-i) delimited by "|" into
                   MSG-PARSE-1 MSG-PARSE-2 MSG-PARSE-3 MSG-PARSE-4
               end-unstring

               move spaces to message-record
               move function trim(MSG-PARSE-2) to fd-msg-recipient
               move function trim(MSG-PARSE-4) to fd-msg-timestamp
               move function trim(MSG-PARSE-1) to fd-msg-sender
               move OLD-ROW-ENTRY(ws-i) to fd-msg-line

               if fd-msg-recipient = spaces
                  or fd-msg-timestamp = spaces
                  or fd-msg-sender = spaces
                   add 1 to ws-unkeyed-count
                   perform report-rejected-row
               else
                   write message-record
                       invalid key
                           add 1 to ws-rejected-count
                           perform report-rejected-row
                       not invalid key
                           add 1 to ws-written-count
                   end-write
               end-if
           end-perform
           close new-message-file
           .

       report-rejected-row.
           move spaces to WS-DISPLAY
           string "  rejected: " OLD-ROW-ENTRY(ws-i)(1:180)
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           .

      *>>    Sets (or adds) the messages.dat|03 stamp; every other
      *>>    line of layout-versions.dat is kept as it was.
       stamp-layout-version.
           move 0 to LAYOUT-LINES-COUNT
           move "n" to ws-layout-found
           open input layout-version-file
           if FILESTAT-LAYOUT = "00"
               perform until 1 = 2
                   read layout-version-file into layout-version-line
                       at end exit perform
                   end-read
                   if LAYOUT-LINES-COUNT < 50
                       add 1 to LAYOUT-LINES-COUNT
                       move spaces to LY-PARSE-1
                       unstring layout-version-line delimited by "|"
                           into LY-PARSE-1
                       end-unstring
                       if function trim(LY-PARSE-1) = "messages.dat"
                           move "messages.dat|03"
                               to LAYOUT-LINE-ENTRY(LAYOUT-LINES-COUNT)
                           move "y" to ws-layout-found
                       else
                           move layout-version-line
                               to LAYOUT-LINE-ENTRY(LAYOUT-LINES-COUNT)
                       end-if
                   end-if
               end-perform
               close layout-version-file
           end-if
           if ws-layout-found = "n" and LAYOUT-LINES-COUNT < 50
               add 1 to LAYOUT-LINES-COUNT
               move "messages.dat|03"
                   to LAYOUT-LINE-ENTRY(LAYOUT-LINES-COUNT)
           end-if

           open output layout-version-file
           if FILESTAT-LAYOUT = "00"
               perform varying ws-i from 1 by 1
                       until ws-i > LAYOUT-LINES-COUNT
                   move LAYOUT-LINE-ENTRY(ws-i) to layout-version-line
                   write layout-version-line
               end-perform
               close layout-version-file
               move "layout-versions.dat: messages.dat stamped 03."
                   to report-line
               write report-line
           end-if
           .

      *>>    Takes the shared writers' lock, overriding only a stale
      *>>    or unreadable one. Sets ws-lock-acquired.
       acquire-data-lock.
           move "n" to ws-lock-acquired
           move spaces to lock-line
           open input lock-file
           if FILESTAT-LOCK = "00"
               read lock-file into lock-line
                   at end continue
               end-read
               close lock-file
           end-if

           if function trim(lock-line) = spaces
               perform write-data-lock
               exit paragraph
           end-if

           move spaces to ws-lock-holder
           move spaces to ws-lock-stamp
           unstring lock-line delimited by "|" into
               ws-lock-holder ws-lock-stamp
           end-unstring
           perform compute-lock-age-minutes

           if ws-lock-age-minutes > WS-LOCK-STALE-MINUTES
               display "Overriding stale data lock held by "
                   function trim(ws-lock-holder)
                   " since " function trim(ws-lock-stamp)
               perform write-data-lock
           else
               display "Data files are locked by "
                   function trim(ws-lock-holder)
                   " - try again shortly."
           end-if
           .

       write-data-lock.
           open output lock-file
           if FILESTAT-LOCK = "00"
               move spaces to lock-line
               string function trim(WS-LOCK-OWNER) "|"
                      function current-date(1:14)
                   delimited by size into lock-line
               end-string
               write lock-line
               close lock-file
               move "y" to ws-lock-acquired
           end-if
           .

       release-data-lock.
           if ws-lock-acquired = "y"
               open output lock-file
               close lock-file
           end-if
           .

      *>>    Whole minutes since the lock's own timestamp; an
      *>>    unreadable stamp counts as infinitely old.
       compute-lock-age-minutes.
           if ws-lock-stamp(1:14) is not numeric
               move 999999 to ws-lock-age-minutes
               exit paragraph
           end-if
           compute ws-lock-then-min =
               function integer-of-date(
                   function numval(ws-lock-stamp(1:8))) * 1440
               + function numval(ws-lock-stamp(9:2)) * 60
               + function numval(ws-lock-stamp(11:2))
           compute ws-lock-now-min =
               function integer-of-date(
                   function numval(function current-date(1:8))) * 1440
               + function numval(function current-date(9:2)) * 60
               + function numval(function current-date(11:2))
           compute ws-lock-age-minutes = ws-lock-now-min - ws-lock-then-min
           .
