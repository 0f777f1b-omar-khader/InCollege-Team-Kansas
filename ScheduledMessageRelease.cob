      *>>    Nightly send-later release: every scheduled-messages.dat
      *>>    row still "queued" whose release date has come is sent
      *>>    into messages.dat the way an immediate send would be -
      *>>    refused when the recipient has blocked the sender or
      *>>    when it would take the sender past the daily message cap
      *>>    in rate-limits.dat (counted in send-counters.dat), and
      *>>    announced to the recipient unless they have turned
      *>>    message notifications off. A refused row is marked
      *>>    "refused" with the reason, listed in the report, and the
      *>>    sender is told. Rows no longer queued (sent, refused,
      *>>    cancelled) are dropped from the file once their release
      *>>    date is more than WS-KEEP-FINISHED-DAYS old - the sent
      *>>    copy lives on in messages.dat - so the queue only ever
      *>>    holds what is waiting plus the last month's outcomes.
       identification division.
       program-id. ScheduledMessageRelease.

       environment division.
       input-output section.
       file-control.
      *>>    Layout-version sidecar shared with InCollege.cob: this
      *>>    program refuses to run against a file stamped for a
      *>>    newer layout than it was built to parse - unattended
      *>>    batch is exactly where silent misparsing goes unnoticed.
           select layout-version-file assign to "layout-versions.dat"
               organization is line sequential
               file status is FILESTAT-LAYOUT.
           select scheduled-message-file
               assign to "scheduled-messages.dat"
               organization is line sequential
               file status is FILESTAT-SCHMSG.
      *>>    Write-verify-swap target for the status rewrite, so an
      *>>    interrupted run leaves the queue untouched.
           select temp-schmsg-file
               assign to "scheduled-messages.dat.new"
               organization is line sequential
               file status is FILESTAT-TMPS.
           select message-file assign to "messages.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-msg-key
               alternate record key is fd-msg-sender with duplicates
               file status is FILESTAT-MSG.
           select blocked-file assign to "blocked-users.dat"
               organization is line sequential
               file status is FILESTAT-BLOCK.
           select rate-limit-file assign to "rate-limits.dat"
               organization is line sequential
               file status is FILESTAT-RLIM.
           select rate-counter-file assign to "send-counters.dat"
               organization is line sequential
               file status is FILESTAT-RATE.
           select preference-file assign to "preferences.dat"
               organization is line sequential
               file status is FILESTAT-PREF.
           select notification-file assign to "notifications.dat"
               organization is line sequential
               file status is FILESTAT-NOTIF.
      *>>    Cross-program writers' lock shared with every data-writing
      *>>    program.
           select lock-file assign to "incollege-data.lock"
               organization is line sequential
               file status is FILESTAT-LOCK.
      *>>    Shared intra-day recovery journal (see InCollege.cob's
      *>>    write-journal-row): each released message is journaled
      *>>    the way save-message journals one.
           select journal-file assign to "data-journal.dat"
               organization is line sequential
               file status is FILESTAT-JOURNAL.
           select report-file
               assign to "Scheduled-Message-Release-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.

       data division.
       file section.
       fd  scheduled-message-file.
       01  scheduled-message-line    pic x(500).

       fd  temp-schmsg-file.
       01  temp-schmsg-line          pic x(500).

       fd  message-file.
       01  message-record.
           05  fd-msg-key.
               10  fd-msg-recipient  pic x(32).
               10  fd-msg-timestamp  pic x(20).
               10  fd-msg-sender     pic x(32).
           05  fd-msg-line           pic x(600).

       fd  blocked-file.
       01  blocked-line              pic x(70).

       fd  rate-limit-file.
       01  rate-limit-line           pic x(40).

       fd  rate-counter-file.
       01  rate-counter-line         pic x(80).

       fd  preference-file.
       01  preference-line           pic x(150).

       fd  journal-file.
       01  journal-line              pic x(6200).

       fd  notification-file.
       01  notification-line         pic x(400).

       fd  lock-file.
       01  lock-line                 pic x(60).

       fd  report-file.
       01  report-line               pic x(200).

       fd  layout-version-file.
       01  layout-version-line       pic x(40).

       working-storage section.
      *>>    The row layouts this build parses, checked against
      *>>    layout-versions.dat before anything is read.
       01  FILESTAT-LAYOUT           pic xx.
       01  LAYOUT-REGISTRY.
           05  filler.
               10  filler            pic x(20) value "users.dat".
               10  filler            pic 9(02) value 03.
           05  filler.
               10  filler            pic x(20) value "profiles.dat".
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
           05  filler.
               10  filler            pic x(20) value "groups.dat".
               10  filler            pic 9(02) value 02.
           05  filler.
               10  filler            pic x(20) value "offers.dat".
               10  filler            pic 9(02) value 01.
       01  LAYOUT-TABLE redefines LAYOUT-REGISTRY.
           05  LAYOUT-ENTRY          occurs 8 times.
               10  ly-file           pic x(20).
               10  ly-version        pic 9(02).
       01  LY-PARSE-1                pic x(20).
       01  LY-PARSE-2                pic x(10).
       01  ws-layout-idx             pic 9(02) value 0.
       01  ws-layout-stamped         pic 9(02) value 0.
       01  ws-layout-ok              pic x value "y".

       01  FILESTAT-SCHMSG           pic xx.
       01  FILESTAT-TMPS             pic xx.
       01  WS-TEMP-SWAP-FROM         pic x(60)
               value "scheduled-messages.dat.new".
       01  WS-TEMP-SWAP-TO           pic x(60)
               value "scheduled-messages.dat".
       01  ws-swap-written           pic 9(06) value 0.
       01  ws-swap-verified          pic 9(06) value 0.
       01  FILESTAT-MSG              pic xx.
       01  FILESTAT-BLOCK            pic xx.
       01  FILESTAT-RLIM             pic xx.
       01  FILESTAT-RATE             pic xx.
       01  FILESTAT-PREF             pic xx.
       01  FILESTAT-NOTIF            pic xx.
       01  FILESTAT-JOURNAL          pic xx.
       01  FILESTAT-RPT              pic xx.

       01  FILESTAT-LOCK             pic xx.
       01  WS-LOCK-OWNER             pic x(30) value "ScheduledMessageRelease".
       01  WS-LOCK-STALE-MINUTES     pic 9(04) value 30.
       01  ws-lock-acquired          pic x value "n".
       01  ws-lock-holder            pic x(30).
       01  ws-lock-stamp             pic x(14).
       01  ws-lock-age-minutes       pic s9(09) value 0.
       01  ws-lock-then-min          pic 9(09) value 0.
       01  ws-lock-now-min           pic 9(09) value 0.

       01  WS-DISPLAY                pic x(200).

      *>>    The queue, loaded whole so statuses can be rewritten.
       01  LATER-ROWS-TABLE.
           05  LATER-ROW-ENTRY       occurs 2000 times pic x(500).
       01  LATER-ROWS-COUNT          pic 9(04) value 0.
       01  ws-later-overflow         pic x value "n".
       01  WS-KEEP-FINISHED-DAYS     pic 9(03) value 30.
       01  ws-keep-cutoff            pic 9(08) value 0.
       01  ws-trimmed-count          pic 9(05) value 0.
       01  later-data.
           05  lt-id                 pic x(16).
           05  lt-sender             pic x(32).
           05  lt-recipient          pic x(32).
           05  lt-content            pic x(200).
           05  lt-type               pic x(10).
           05  lt-job-title          pic x(50).
           05  lt-job-employer       pic x(100).
           05  lt-release            pic x(8).
           05  lt-status             pic x(10).
           05  lt-queued             pic x(8).
           05  lt-note               pic x(40).

       01  BLOCKED-TABLE.
           05  BLOCKED-ENTRY         occurs 1000 times.
               10  bl-blocker        pic x(32).
               10  bl-blocked        pic x(32).
       01  BLOCKED-COUNT             pic 9(04) value 0.

      *>>    send-counters.dat (username|date|messages|requests),
      *>>    loaded whole, bumped per release, written back at the
      *>>    end; caps default to the interactive program's 50|25.
       01  COUNTER-TABLE.
           05  COUNTER-ENTRY         occurs 2000 times.
               10  ct-user           pic x(32).
               10  ct-date           pic x(8).
               10  ct-messages       pic 9(04).
               10  ct-requests       pic 9(04).
       01  COUNTER-COUNT             pic 9(04) value 0.
       01  ws-counter-overflow       pic x value "n".
       01  ws-counters-changed       pic x value "n".
       01  WS-MAX-DAILY-MESSAGES     pic 9(04) value 50.
       01  WS-MAX-DAILY-REQUESTS     pic 9(04) value 25.

       01  PARSE-FIELD-1             pic x(60).
       01  PARSE-FIELD-2             pic x(60).
       01  PARSE-FIELD-3             pic x(60).
       01  PARSE-FIELD-4             pic x(60).

       01  ws-i                      pic 9(04) value 0.
       01  ws-c                      pic 9(04) value 0.
       01  ws-b                      pic 9(04) value 0.
       01  ws-today                  pic x(8).
       01  ws-refusal                pic x(40).
       01  ws-notify-muted           pic x value "n".
       01  ws-msg-written            pic x value "n".
       01  ws-msg-tries              pic 9(02) value 0.
       01  ws-msg-stamp              pic x(20).
       01  ws-stamp-bump             pic 9(02) value 0.
       01  message-line              pic x(600).
       01  notif-recipient           pic x(32).
       01  notif-detail              pic x(200).
       01  ws-journal-file           pic x(40).
       01  ws-journal-action         pic x(10).
       01  ws-journal-image          pic x(600).
       01  ws-due-count              pic 9(05) value 0.
       01  ws-sent-count             pic 9(05) value 0.
       01  ws-refused-count          pic 9(05) value 0.
       01  ws-waiting-count          pic 9(05) value 0.

       procedure division.
       main.
           perform verify-layout-versions
           if ws-layout-ok not = "y"
               display "A data file is stamped for a newer layout"
                   " than this build parses - run refused."
               move 8 to return-code
               stop run
           end-if

           open output report-file
           if FILESTAT-RPT not = "00"
               display "ERROR opening report file"
               move 8 to return-code
               stop run
           end-if

           move "--- Scheduled Message Release ---" to report-line
           write report-line

           perform acquire-data-lock
           if ws-lock-acquired not = "y"
               move "Data lock held - run abandoned." to report-line
               write report-line
               close report-file
               move 8 to return-code
               stop run
           end-if

           move function current-date(1:8) to ws-today

           perform load-queue
           if ws-later-overflow = "y"
               move "scheduled-messages.dat has over 2000 queued or recent rows - nothing released."
                   to report-line
               write report-line
               perform release-data-lock
               close report-file
               move 8 to return-code
               stop run
           end-if
           perform load-rate-limits
           perform load-counters
           if ws-counter-overflow = "y"
               move "send-counters.dat is over 2000 rows - nothing released; run the archival batch."
                   to report-line
               write report-line
               perform release-data-lock
               close report-file
               move 8 to return-code
               stop run
           end-if
           perform load-blocked-table

           perform varying ws-i from 1 by 1 until ws-i > LATER-ROWS-COUNT
               perform release-one-row
           end-perform

           if ws-due-count > 0 or ws-trimmed-count > 0
               perform rewrite-queue
           end-if
           if ws-counters-changed = "y"
               perform save-counters
           end-if

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Due: " ws-due-count
                  "  sent: " ws-sent-count
                  "  refused: " ws-refused-count
                  "  still waiting: " ws-waiting-count
                  "  finished rows trimmed: " ws-trimmed-count
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform release-data-lock
           close report-file
           stop run.

      *>>    Finished rows past the keep window are left out of the
      *>>    table here, before the 2000-row limit is tested, so a
      *>>    file grown full of old outcomes trims itself on the next
      *>>    run instead of stopping every release.
       load-queue.
           move 0 to LATER-ROWS-COUNT
           move 0 to ws-trimmed-count
           compute ws-keep-cutoff = function date-of-integer(
               function integer-of-date(function numval(ws-today))
               - WS-KEEP-FINISHED-DAYS)
           open input scheduled-message-file
           if FILESTAT-SCHMSG = "00"
               perform until 1 = 2
                   read scheduled-message-file into scheduled-message-line
                       at end exit perform
                   end-read
                   perform parse-later-line
                   if function trim(lt-status) not = "queued"
                      and lt-release is numeric
                      and lt-release < ws-keep-cutoff
                       add 1 to ws-trimmed-count
                       exit perform cycle
                   end-if
                   if LATER-ROWS-COUNT >= 2000
                       move "y" to ws-later-overflow
                       exit perform
                   end-if
                   add 1 to LATER-ROWS-COUNT
                   move scheduled-message-line
                       to LATER-ROW-ENTRY(LATER-ROWS-COUNT)
               end-perform
               close scheduled-message-file
           end-if
           .

      *>>    rate-limits.dat holds "max-messages|max-requests".
       load-rate-limits.
           open input rate-limit-file
           if FILESTAT-RLIM = "00"
               read rate-limit-file into rate-limit-line
                   at end continue
                   not at end
                       move spaces to PARSE-FIELD-1
                       move spaces to PARSE-FIELD-2
                       unstring rate-limit-line delimited by "|" into
                           PARSE-FIELD-1 PARSE-FIELD-2
                       end-unstring
                       if function trim(PARSE-FIELD-1) is numeric
                          and function numval(function trim(PARSE-FIELD-1)) > 0
                           move function numval(function trim(PARSE-FIELD-1))
                               to WS-MAX-DAILY-MESSAGES
                       end-if
               end-read
               close rate-limit-file
           end-if
           .

       load-counters.
           move 0 to COUNTER-COUNT
           open input rate-counter-file
           if FILESTAT-RATE = "00"
               perform until 1 = 2
                   read rate-counter-file into rate-counter-line
                       at end exit perform
                   end-read
                   if COUNTER-COUNT >= 2000
                       move "y" to ws-counter-overflow
                       exit perform
                   end-if
                   add 1 to COUNTER-COUNT
                   move spaces to PARSE-FIELD-1
                   move spaces to PARSE-FIELD-2
                   move spaces to PARSE-FIELD-3
                   move spaces to PARSE-FIELD-4
                   unstring rate-counter-line delimited by "|" into
                       PARSE-FIELD-1 PARSE-FIELD-2
                       PARSE-FIELD-3 PARSE-FIELD-4
                   end-unstring
                   move PARSE-FIELD-1 to ct-user(COUNTER-COUNT)
                   move PARSE-FIELD-2(1:8) to ct-date(COUNTER-COUNT)
                   move 0 to ct-messages(COUNTER-COUNT)
                   move 0 to ct-requests(COUNTER-COUNT)
                   if function trim(PARSE-FIELD-3) is numeric
                       move function numval(function trim(PARSE-FIELD-3))
                           to ct-messages(COUNTER-COUNT)
                   end-if
                   if function trim(PARSE-FIELD-4) is numeric
                       move function numval(function trim(PARSE-FIELD-4))
                           to ct-requests(COUNTER-COUNT)
                   end-if
               end-perform
               close rate-counter-file
           end-if
           .

      *>>    blocked-users.dat rows are "blocker,blocked".
       load-blocked-table.
           move 0 to BLOCKED-COUNT
           open input blocked-file
           if FILESTAT-BLOCK = "00"
               perform until 1 = 2
                   read blocked-file into blocked-line
                       at end exit perform
                   end-read
                   if BLOCKED-COUNT < 1000
                       add 1 to BLOCKED-COUNT
                       move spaces to bl-blocker(BLOCKED-COUNT)
                       move spaces to bl-blocked(BLOCKED-COUNT)
                       unstring blocked-line delimited by ","
                           into bl-blocker(BLOCKED-COUNT)
                                bl-blocked(BLOCKED-COUNT)
                       end-unstring
                   end-if
               end-perform
               close blocked-file
           end-if
           .

       parse-later-line.
           move spaces to later-data
           unstring scheduled-message-line delimited by "|" into
               lt-id lt-sender lt-recipient lt-content lt-type
               lt-job-title lt-job-employer lt-release lt-status
               lt-queued lt-note
           end-unstring
           .

       serialize-later-line.
           move spaces to scheduled-message-line
           string function trim(lt-id) "|"
                  function trim(lt-sender) "|"
                  function trim(lt-recipient) "|"
                  function trim(lt-content) "|"
                  function trim(lt-type) "|"
                  function trim(lt-job-title) "|"
                  function trim(lt-job-employer) "|"
                  function trim(lt-release) "|"
                  function trim(lt-status) "|"
                  function trim(lt-queued) "|"
                  function trim(lt-note)
                  delimited by size into scheduled-message-line
           end-string
           .

      *>>    One queue row: skipped unless queued and due; otherwise
      *>>    the same block and rate checks as an immediate send,
      *>>    then sent or refused.
       release-one-row.
           move LATER-ROW-ENTRY(ws-i) to scheduled-message-line
           perform parse-later-line
           if function trim(lt-status) not = "queued"
               exit paragraph
           end-if
           if lt-release > ws-today
               add 1 to ws-waiting-count
               exit paragraph
           end-if
           add 1 to ws-due-count

           move spaces to ws-refusal
           perform varying ws-b from 1 by 1 until ws-b > BLOCKED-COUNT
               if function trim(bl-blocker(ws-b)) = function trim(lt-recipient)
                  and function trim(bl-blocked(ws-b)) = function trim(lt-sender)
                   move "recipient has blocked the sender" to ws-refusal
                   exit perform
               end-if
           end-perform

           if ws-refusal = spaces
               perform find-sender-counter
               if ws-c = 0
                   move "send counters full" to ws-refusal
               else
                   if ct-messages(ws-c) + 1 > WS-MAX-DAILY-MESSAGES
                       move "daily message limit reached" to ws-refusal
                   end-if
               end-if
           end-if

           if ws-refusal = spaces
               perform write-released-message
               if ws-msg-written not = "y"
                   move "messages.dat write failed" to ws-refusal
               end-if
           end-if

           if ws-refusal not = spaces
               perform refuse-row
           else
               add 1 to ct-messages(ws-c)
               move "y" to ws-counters-changed
               move "sent" to lt-status
               move ws-msg-stamp to lt-note
               add 1 to ws-sent-count
               move lt-recipient to notif-recipient
               move spaces to notif-detail
               string "New message from " function trim(lt-sender)
                   delimited by size into notif-detail
               perform queue-notification
           end-if
           perform serialize-later-line
           move scheduled-message-line to LATER-ROW-ENTRY(ws-i)
           .

       refuse-row.
           move "refused" to lt-status
           move ws-refusal to lt-note
           add 1 to ws-refused-count
           move spaces to WS-DISPLAY
           string "REFUSED: " function trim(lt-sender) " -> "
                  function trim(lt-recipient) " (queued "
                  function trim(lt-queued) ", due "
                  function trim(lt-release) "): "
                  function trim(ws-refusal)
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           move lt-sender to notif-recipient
           move spaces to notif-detail
           string "Your scheduled message to " function trim(lt-recipient)
                  " was not sent: " function trim(ws-refusal) "."
                  delimited by size into notif-detail
           perform queue-notification
           .

      *>>    ws-c = the sender's send-counters row for today, added
      *>>    when there is none; 0 when the table is full.
       find-sender-counter.
           perform varying ws-c from 1 by 1 until ws-c > COUNTER-COUNT
               if function trim(ct-user(ws-c)) = function trim(lt-sender)
                  and ct-date(ws-c) = ws-today
                   exit paragraph
               end-if
           end-perform
           if COUNTER-COUNT >= 2000
               move 0 to ws-c
               exit paragraph
           end-if
           add 1 to COUNTER-COUNT
           move COUNTER-COUNT to ws-c
           move lt-sender to ct-user(ws-c)
           move ws-today to ct-date(ws-c)
           move 0 to ct-messages(ws-c)
           move 0 to ct-requests(ws-c)
           .

      *>>    Keyed write in the sender|recipient|content|timestamp|
      *>>    status|type|job-title|job-employer|thread-ref shape
      *>>    save-message writes. Two releases to one recipient in the
      *>>    same hundredth of a second would share a key, so a
      *>>    duplicate nudges the stamp's hundredths and retries.
       write-released-message.
           move "n" to ws-msg-written
           open i-o message-file
           if FILESTAT-MSG not = "00"
               open output message-file
               close message-file
               open i-o message-file
           end-if
           if FILESTAT-MSG not = "00"
               exit paragraph
           end-if
           move function current-date to ws-msg-stamp
           move 0 to ws-msg-tries
           perform until ws-msg-written = "y" or ws-msg-tries > 20
               add 1 to ws-msg-tries
               move spaces to message-line
               string function trim(lt-sender) "|"
                      function trim(lt-recipient) "|"
                      function trim(lt-content) "|"
                      ws-msg-stamp "|"
                      "unread" "|"
                      function trim(lt-type) "|"
                      function trim(lt-job-title) "|"
                      function trim(lt-job-employer) "|"
                      delimited by size into message-line
               end-string
               move spaces to message-record
               move lt-recipient to fd-msg-recipient
               move ws-msg-stamp to fd-msg-timestamp
               move lt-sender to fd-msg-sender
               move message-line to fd-msg-line
               write message-record
                   invalid key
                       move function numval(ws-msg-stamp(15:2))
                           to ws-stamp-bump
                       add 1 to ws-stamp-bump
                       move ws-stamp-bump to ws-msg-stamp(15:2)
                   not invalid key
                       move "y" to ws-msg-written
               end-write
           end-perform
           close message-file
           if ws-msg-written = "y"
               move "messages.dat" to ws-journal-file
               move "update" to ws-journal-action
               move message-line to ws-journal-image
               perform write-journal-row
           end-if
           .

      *>>    notifications.dat row for notif-recipient, unless they
      *>>    set notify-message off in preferences.dat.
       queue-notification.
           move "n" to ws-notify-muted
           open input preference-file
           if FILESTAT-PREF = "00"
               perform until 1 = 2
                   read preference-file into preference-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD-1
                   move spaces to PARSE-FIELD-2
                   move spaces to PARSE-FIELD-3
                   unstring preference-line delimited by "|" into
                       PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                   end-unstring
                   if function trim(PARSE-FIELD-1) =
                      function trim(notif-recipient)
                      and function trim(PARSE-FIELD-2) = "notify-message"
                      and function trim(PARSE-FIELD-3) = "off"
                       move "y" to ws-notify-muted
                       exit perform
                   end-if
               end-perform
               close preference-file
           end-if
           if ws-notify-muted = "y"
               exit paragraph
           end-if

           open extend notification-file
           if FILESTAT-NOTIF not = "00"
               open output notification-file
               close notification-file
               open extend notification-file
           end-if
           if FILESTAT-NOTIF = "00"
               move spaces to notification-line
               string
                   function trim(notif-recipient) "|"
                   "message" "|"
                   function trim(notif-detail) "|"
                   function current-date
                   delimited by size
                   into notification-line
               end-string
               write notification-line
               close notification-file
           end-if
           .

       rewrite-queue.
           move 0 to ws-swap-written
           open output temp-schmsg-file
           if FILESTAT-TMPS not = "00"
               move "SWAP REFUSED for scheduled-messages.dat: temp file open failed" to report-line
               write report-line
               exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > LATER-ROWS-COUNT
               move LATER-ROW-ENTRY(ws-i) to temp-schmsg-line
               write temp-schmsg-line
               add 1 to ws-swap-written
           end-perform
           close temp-schmsg-file

           move 0 to ws-swap-verified
           open input temp-schmsg-file
           if FILESTAT-TMPS = "00"
               perform until 1 = 2
                   read temp-schmsg-file into temp-schmsg-line
                       at end exit perform
                   end-read
                   add 1 to ws-swap-verified
               end-perform
               close temp-schmsg-file
           end-if
           if ws-swap-verified not = ws-swap-written
               move "SWAP REFUSED for scheduled-messages.dat: verify count mismatch, live file untouched" to report-line
               write report-line
               exit paragraph
           end-if
           call "CBL_RENAME_FILE"
               using WS-TEMP-SWAP-FROM WS-TEMP-SWAP-TO
           end-call
           if return-code not = 0
               move "SWAP FAILED for scheduled-messages.dat: rename error, live file untouched" to report-line
               write report-line
           else
               move "scheduled-messages.dat" to ws-journal-file
               move "rewrite" to ws-journal-action
               move spaces to ws-journal-image
               string "send-later release, " ws-sent-count " sent, "
                      ws-refused-count " refused, "
                      ws-trimmed-count " trimmed"
                      delimited by size into ws-journal-image
               end-string
               perform write-journal-row
           end-if
           move 0 to return-code
           .

       save-counters.
           open output rate-counter-file
           if FILESTAT-RATE = "00"
               perform varying ws-c from 1 by 1 until ws-c > COUNTER-COUNT
                   move spaces to rate-counter-line
                   string function trim(ct-user(ws-c)) "|"
                          ct-date(ws-c) "|"
                          ct-messages(ws-c) "|"
                          ct-requests(ws-c)
                          delimited by size into rate-counter-line
                   end-string
                   write rate-counter-line
               end-perform
               close rate-counter-file
           end-if
           .

       write-journal-row.
           open extend journal-file
           if FILESTAT-JOURNAL not = "00"
               open output journal-file
               close journal-file
               open extend journal-file
           end-if
           if FILESTAT-JOURNAL = "00"
               move spaces to journal-line
               string function current-date "|"
                      "ScheduledMessageRelease" "|"
                      function trim(ws-journal-file) "|"
                      function trim(ws-journal-action) "|"
                      function trim(ws-journal-image)
                      delimited by size into journal-line
               end-string
               write journal-line
               close journal-file
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

      *>>    Compares every layout-versions.dat stamp against the
      *>>    registry above; a never-stamped install passes (the
      *>>    live program seeds the sidecar).
       verify-layout-versions.
           move "y" to ws-layout-ok
           open input layout-version-file
           if FILESTAT-LAYOUT = "00"
               perform until 1 = 2
                   read layout-version-file into layout-version-line
                       at end exit perform
                   end-read
                   move spaces to LY-PARSE-1
                   move spaces to LY-PARSE-2
                   unstring layout-version-line delimited by "|" into
                       LY-PARSE-1 LY-PARSE-2
                   end-unstring
                   if function trim(LY-PARSE-2) is numeric
                       move function numval(function trim(LY-PARSE-2))
                           to ws-layout-stamped
                       perform varying ws-layout-idx from 1 by 1
                               until ws-layout-idx > 8
                           if function trim(ly-file(ws-layout-idx)) =
                              function trim(LY-PARSE-1)
                               if ws-layout-stamped >
                                  ly-version(ws-layout-idx)
                                   move "n" to ws-layout-ok
                               end-if
                               exit perform
                           end-if
                       end-perform
                   end-if
               end-perform
               close layout-version-file
           end-if
           .
