      *>>    Nightly bulk-message spam scan. send-counters.dat caps how
      *>>    many messages a user sends in a day, but not what they
      *>>    say: a fake recruiter can send the same "earn $5000/week,
      *>>    message me on WhatsApp" text to 25 students every day for
      *>>    weeks without tripping anything. This job reads
      *>>    messages.dat in sender order (the alternate key) and,
      *>>    per sender, over the look-back window:
      *>>        - groups the sender's messages by normalized text
      *>>          (upper-cased, letters and digits only, every digit
      *>>          read as 9 - so "$5000" and "$4,500" or a changed
      *>>          punctuation mark still collide) and flags a group
      *>>          sent to at least the minimum number of distinct
      *>>          recipients;
      *>>        - flags a group whose text carries a suspicious-content
      *>>          phrase from spam-patterns.dat (phrase|category:
      *>>          off-platform contact, payment requests, shortened
      *>>          links). With no patterns file the built-in list
      *>>          below is used.
      *>>    Each suspect group queues one moderation-queue.dat row
      *>>    (kind "spam", reference sender@timestamp of its latest
      *>>    message, so AdminConsole's message review shows and purges
      *>>    it) unless that reference is already queued, and the
      *>>    sender is listed in Message-Spam-Report.txt. A sender's
      *>>    hits are the messages in its suspect groups; when
      *>>    auto-lock is on and the hits reach the lock threshold the
      *>>    account is locked (f-locked "Y") pending review - an
      *>>    operator unlocks it from AdminConsole.
      *>>
      *>>    spam-scan-settings.dat, one row:
      *>>        min-recipients|lock-threshold|auto-lock Y/N|look-back-days
      *>>    (default 10|25|N|7 when absent).
       identification division.
       program-id. MessageSpamScan.

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
           select message-file assign to "messages.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-msg-key
               alternate record key is fd-msg-sender with duplicates
               file status is FILESTAT-MSG.
           select user-file assign to "users.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-user-name
               file status is FILESTAT-USER.
           select pattern-file assign to "spam-patterns.dat"
               organization is line sequential
               file status is FILESTAT-PAT.
           select control-file assign to "spam-scan-settings.dat"
               organization is line sequential
               file status is FILESTAT-CTL.
           select moderation-file assign to "moderation-queue.dat"
               organization is line sequential
               file status is FILESTAT-MODQ.
           select audit-file assign to "security-audit.dat"
               organization is line sequential
               file status is FILESTAT-AUDIT.
      *>>    Shared intra-day recovery journal (see InCollege.cob's
      *>>    write-journal-row): an auto-lock lands here too so
      *>>    restore-then-replay sees the whole day.
           select journal-file assign to "data-journal.dat"
               organization is line sequential
               file status is FILESTAT-JOURNAL.
      *>>    Cross-program writers' lock shared with every data-writing
      *>>    program.
           select lock-file assign to "incollege-data.lock"
               organization is line sequential
               file status is FILESTAT-LOCK.
           select report-file assign to "Message-Spam-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.

       data division.
       file section.
       fd  message-file.
       01  message-record.
           05  fd-msg-key.
               10  fd-msg-recipient  pic x(32).
               10  fd-msg-timestamp  pic x(20).
               10  fd-msg-sender     pic x(32).
           05  fd-msg-line           pic x(600).

       fd  user-file.
       01  user-record.
           05  fd-user-name          pic x(32).
           05  fd-user-data          pic x(200).

       fd  pattern-file.
       01  pattern-line              pic x(100).

       fd  control-file.
       01  control-line              pic x(40).

       fd  moderation-file.
       01  moderation-line           pic x(400).

       fd  audit-file.
       01  audit-line                pic x(400).

       fd  journal-file.
       01  journal-line              pic x(6200).

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

       01  FILESTAT-MSG              pic xx.
       01  FILESTAT-USER             pic xx.
       01  FILESTAT-PAT              pic xx.
       01  FILESTAT-CTL              pic xx.
       01  FILESTAT-MODQ             pic xx.
       01  FILESTAT-AUDIT            pic xx.
       01  FILESTAT-JOURNAL          pic xx.
       01  FILESTAT-RPT              pic xx.

       01  FILESTAT-LOCK             pic xx.
       01  WS-LOCK-OWNER             pic x(30) value "MessageSpamScan".
       01  WS-LOCK-STALE-MINUTES     pic 9(04) value 30.
       01  ws-lock-acquired          pic x value "n".
       01  ws-lock-holder            pic x(30).
       01  ws-lock-stamp             pic x(14).
       01  ws-lock-age-minutes       pic s9(09) value 0.
       01  ws-lock-then-min          pic 9(09) value 0.
       01  ws-lock-now-min           pic 9(09) value 0.

       01  WS-DISPLAY                pic x(200).
       01  message-line              pic x(600).

       01  WS-MIN-RECIPIENTS         pic 9(04) value 10.
       01  WS-LOCK-THRESHOLD         pic 9(04) value 25.
       01  WS-AUTO-LOCK              pic x value "N".
       01  WS-LOOKBACK-DAYS          pic 9(03) value 7.
       01  CF-PARSE-1                pic x(10).
       01  CF-PARSE-2                pic x(10).
       01  CF-PARSE-3                pic x(10).
       01  CF-PARSE-4                pic x(10).

      *>>    Shipped suspicious-content phrases, used when
      *>>    spam-patterns.dat is absent or empty.
       01  DEFAULT-PATTERNS.
           05  filler.
               10  filler            pic x(30) value "WHATSAPP".
               10  filler            pic x(20) value "off-platform".
           05  filler.
               10  filler            pic x(30) value "TELEGRAM".
               10  filler            pic x(20) value "off-platform".
           05  filler.
               10  filler            pic x(30) value "TEXT ME AT".
               10  filler            pic x(20) value "off-platform".
           05  filler.
               10  filler            pic x(30) value "CONTACT ME AT".
               10  filler            pic x(20) value "off-platform".
           05  filler.
               10  filler            pic x(30) value "WIRE TRANSFER".
               10  filler            pic x(20) value "payment".
           05  filler.
               10  filler            pic x(30) value "GIFT CARD".
               10  filler            pic x(20) value "payment".
           05  filler.
               10  filler            pic x(30) value "REGISTRATION FEE".
               10  filler            pic x(20) value "payment".
           05  filler.
               10  filler            pic x(30) value "PROCESSING FEE".
               10  filler            pic x(20) value "payment".
           05  filler.
               10  filler            pic x(30) value "CASHAPP".
               10  filler            pic x(20) value "payment".
           05  filler.
               10  filler            pic x(30) value "VENMO".
               10  filler            pic x(20) value "payment".
           05  filler.
               10  filler            pic x(30) value "BIT.LY".
               10  filler            pic x(20) value "short-link".
           05  filler.
               10  filler            pic x(30) value "TINYURL".
               10  filler            pic x(20) value "short-link".
           05  filler.
               10  filler            pic x(30) value "GOO.GL".
               10  filler            pic x(20) value "short-link".
           05  filler.
               10  filler            pic x(30) value "T.CO/".
               10  filler            pic x(20) value "short-link".
       01  DEFAULT-PATTERN-TABLE redefines DEFAULT-PATTERNS.
           05  DEFAULT-PATTERN       occurs 14 times.
               10  dp-phrase         pic x(30).
               10  dp-category       pic x(20).

       01  PATTERN-TABLE.
           05  PATTERN-ENTRY         occurs 100 times.
               10  pt-phrase         pic x(60).
               10  pt-category       pic x(20).
       01  PATTERN-COUNT             pic 9(03) value 0.

      *>>    References already on moderation-queue.dat as "spam",
      *>>    whatever their status, so a dismissed hit is not
      *>>    re-queued every night.
       01  QUEUED-REF-TABLE.
           05  QUEUED-REF            occurs 2000 times pic x(60).
       01  QUEUED-REF-COUNT          pic 9(04) value 0.

      *>>    One sender's messages inside the window.
       01  SENDER-MSG-TABLE.
           05  SENDER-MSG            occurs 500 times.
               10  sm-recipient      pic x(32).
               10  sm-timestamp      pic x(20).
               10  sm-norm           pic x(120).
               10  sm-content        pic x(200).
               10  sm-group          pic 9(03).
       01  SENDER-MSG-COUNT          pic 9(03) value 0.
       01  ws-block-sender           pic x(32).
       01  ws-block-overflow         pic x value "n".

      *>>    The sender's messages grouped by normalized text.
       01  GROUP-TABLE.
           05  GROUP-ENTRY           occurs 500 times.
               10  gp-norm           pic x(120).
               10  gp-recipients     pic 9(04).
               10  gp-messages       pic 9(04).
               10  gp-last-idx       pic 9(03).
               10  gp-pattern        pic x(60).
               10  gp-category       pic x(20).
               10  gp-suspect        pic x.
       01  GROUP-COUNT               pic 9(03) value 0.

       01  PARSE-FIELD-1             pic x(32).
       01  PARSE-FIELD-2             pic x(32).
       01  PARSE-FIELD-3             pic x(200).
       01  PARSE-FIELD-4             pic x(20).
       01  PARSE-FIELD-5             pic x(10).
       01  PARSE-FIELD-6             pic x(10).

       01  ws-norm-src               pic x(200).
       01  ws-norm                   pic x(120).
       01  ws-norm-len               pic 9(03) value 0.
       01  ws-ch                     pic x.
       01  ws-c                      pic 9(03) value 0.

       01  ws-i                      pic 9(04) value 0.
       01  ws-j                      pic 9(04) value 0.
       01  ws-g                      pic 9(03) value 0.
       01  ws-p                      pic 9(03) value 0.
       01  ws-tally                  pic 9(04) value 0.
       01  ws-found                  pic x value "n".
       01  ws-today-days             pic 9(08) value 0.
       01  ws-msg-days               pic 9(08) value 0.
       01  ws-upper-content          pic x(200).
       01  ws-modq-ref               pic x(60).
       01  ws-modq-reason            pic x(100).
       01  ws-sender-hits            pic 9(05) value 0.
       01  ws-sender-groups          pic 9(03) value 0.
       01  ws-sender-locked          pic x value "n".
       01  ws-row-reason             pic x(100).

       01  ws-messages-scanned       pic 9(07) value 0.
       01  ws-senders-scanned        pic 9(06) value 0.
       01  ws-senders-flagged        pic 9(05) value 0.
       01  ws-rows-queued            pic 9(05) value 0.
       01  ws-senders-locked         pic 9(05) value 0.
       01  ws-blocks-truncated       pic 9(05) value 0.

       01  USER-FIELD-1              pic x(40).
       01  USER-FIELD-2              pic x(10).
       01  USER-FIELD-3              pic x(1).
       01  USER-FIELD-4              pic x(10).
       01  USER-FIELD-5              pic x(60).
       01  USER-FIELD-6              pic x(10).
       01  USER-FIELD-7              pic x(10).
       01  USER-FIELD-8              pic x(12).
       01  USER-FIELD-9              pic x(1).
       01  USER-FIELD-10             pic x(10).
       01  ws-journal-file           pic x(30).
       01  ws-journal-action         pic x(10).
       01  ws-journal-image          pic x(6000).

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

           move function integer-of-date(
               function numval(function current-date(1:8)))
               to ws-today-days

           move "--- Message Spam Scan ---" to report-line
           write report-line

           perform acquire-data-lock
           if ws-lock-acquired not = "y"
               move "Data lock held - run abandoned." to report-line
               write report-line
               close report-file
               move 8 to return-code
               stop run
           end-if

           perform load-settings
           perform load-patterns
           perform load-queued-refs

           move spaces to WS-DISPLAY
           string "Look-back " WS-LOOKBACK-DAYS " day(s)"
                  "  Bulk threshold " WS-MIN-RECIPIENTS " recipients"
                  "  Auto-lock " WS-AUTO-LOCK
                  " at " WS-LOCK-THRESHOLD " hit(s)"
                  "  Patterns " PATTERN-COUNT
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to report-line
           write report-line

           perform scan-messages

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Messages scanned:          " ws-messages-scanned
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Senders scanned:           " ws-senders-scanned
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Senders suspected:         " ws-senders-flagged
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Moderation rows queued:    " ws-rows-queued
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Senders auto-locked:       " ws-senders-locked
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           if ws-blocks-truncated > 0
               move spaces to WS-DISPLAY
               string "Senders over 500 messages (first 500 scanned): "
                      ws-blocks-truncated
                   delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
           end-if

           perform release-data-lock
           close report-file
           stop run.

       load-settings.
           open input control-file
           if FILESTAT-CTL = "00"
               read control-file into control-line
                   at end continue
                   not at end
                       move spaces to CF-PARSE-1
                       move spaces to CF-PARSE-2
                       move spaces to CF-PARSE-3
                       move spaces to CF-PARSE-4
                       unstring control-line delimited by "|" into
                           CF-PARSE-1 CF-PARSE-2 CF-PARSE-3 CF-PARSE-4
                       end-unstring
                       if function trim(CF-PARSE-1) is numeric
                          and function trim(CF-PARSE-1) not = spaces
                           move function numval(function trim(CF-PARSE-1))
                               to WS-MIN-RECIPIENTS
                       end-if
                       if function trim(CF-PARSE-2) is numeric
                          and function trim(CF-PARSE-2) not = spaces
                           move function numval(function trim(CF-PARSE-2))
                               to WS-LOCK-THRESHOLD
                       end-if
                       if function upper-case(function trim(CF-PARSE-3))
                          = "Y"
                           move "Y" to WS-AUTO-LOCK
                       end-if
                       if function trim(CF-PARSE-4) is numeric
                          and function trim(CF-PARSE-4) not = spaces
                           move function numval(function trim(CF-PARSE-4))
                               to WS-LOOKBACK-DAYS
                       end-if
               end-read
               close control-file
           end-if
           if WS-MIN-RECIPIENTS < 2
               move 2 to WS-MIN-RECIPIENTS
           end-if
           .

      *>>    Phrases are matched upper-cased against the upper-cased
      *>>    message text.
       load-patterns.
           move 0 to PATTERN-COUNT
           open input pattern-file
           if FILESTAT-PAT = "00"
               perform until 1 = 2
                   read pattern-file into pattern-line
                       at end exit perform
                   end-read
                   if function trim(pattern-line) not = spaces
                      and PATTERN-COUNT < 100
                       add 1 to PATTERN-COUNT
                       move spaces to pt-phrase(PATTERN-COUNT)
                       move spaces to pt-category(PATTERN-COUNT)
                       unstring pattern-line delimited by "|" into
                           pt-phrase(PATTERN-COUNT)
                           pt-category(PATTERN-COUNT)
                       end-unstring
                       move function upper-case(
                           function trim(pt-phrase(PATTERN-COUNT)))
                           to pt-phrase(PATTERN-COUNT)
                       if pt-phrase(PATTERN-COUNT) = spaces
                           subtract 1 from PATTERN-COUNT
                       else
                           if pt-category(PATTERN-COUNT) = spaces
                               move "suspicious"
                                   to pt-category(PATTERN-COUNT)
                           end-if
                       end-if
                   end-if
               end-perform
               close pattern-file
           end-if

           if PATTERN-COUNT = 0
               perform varying ws-p from 1 by 1 until ws-p > 14
                   add 1 to PATTERN-COUNT
                   move dp-phrase(ws-p) to pt-phrase(PATTERN-COUNT)
                   move dp-category(ws-p) to pt-category(PATTERN-COUNT)
               end-perform
           end-if
           .

       load-queued-refs.
           move 0 to QUEUED-REF-COUNT
           open input moderation-file
           if FILESTAT-MODQ = "00"
               perform until 1 = 2
                   read moderation-file into moderation-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD-1
                   move spaces to PARSE-FIELD-2
                   move spaces to PARSE-FIELD-3
                   unstring moderation-line delimited by "|" into
                       PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                   end-unstring
                   if function trim(PARSE-FIELD-2) = "spam"
                      and QUEUED-REF-COUNT < 2000
                       add 1 to QUEUED-REF-COUNT
                       move function trim(PARSE-FIELD-3)
                           to QUEUED-REF(QUEUED-REF-COUNT)
                   end-if
               end-perform
               close moderation-file
           end-if
           .

      *>>    Walks messages.dat on the sender key so each sender's
      *>>    rows arrive together; a change of sender closes out the
      *>>    previous block.
       scan-messages.
           move spaces to ws-block-sender
           move 0 to SENDER-MSG-COUNT
           move "n" to ws-block-overflow
           open input message-file
           if FILESTAT-MSG not = "00"
               move "No messages.dat on file - nothing to scan."
                   to report-line
               write report-line
               exit paragraph
           end-if
           move low-values to fd-msg-sender
           start message-file key is >= fd-msg-sender
               invalid key
                   close message-file
                   exit paragraph
           end-start
           perform until 1 = 2
               read message-file next record
                   at end exit perform
               end-read
               if fd-msg-sender not = ws-block-sender
                   if ws-block-sender not = spaces
                       perform close-sender-block
                   end-if
                   move fd-msg-sender to ws-block-sender
                   move 0 to SENDER-MSG-COUNT
                   move "n" to ws-block-overflow
                   add 1 to ws-senders-scanned
               end-if
               perform add-block-message
           end-perform
           if ws-block-sender not = spaces
               perform close-sender-block
           end-if
           close message-file
           .

      *>>    Row: sender|recipient|content|timestamp|status|type|...
      *>>    Interview invitations are generated from the poster's
      *>>    slots, not typed, so they are left out; so are talent-
      *>>    pool invitations, which only reach opted-in students.
       add-block-message.
           move fd-msg-line to message-line
           move spaces to PARSE-FIELD-1
           move spaces to PARSE-FIELD-2
           move spaces to PARSE-FIELD-3
           move spaces to PARSE-FIELD-4
           move spaces to PARSE-FIELD-5
           move spaces to PARSE-FIELD-6
           unstring message-line delimited by "|" into
               PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
               PARSE-FIELD-4 PARSE-FIELD-5 PARSE-FIELD-6
           end-unstring
           if function trim(PARSE-FIELD-6) = "interview"
              or function trim(PARSE-FIELD-6) = "poolinvite"
               exit paragraph
           end-if
           if fd-msg-timestamp(1:8) is not numeric
               exit paragraph
           end-if
           move function integer-of-date(
               function numval(fd-msg-timestamp(1:8))) to ws-msg-days
           if ws-today-days - ws-msg-days > WS-LOOKBACK-DAYS
               exit paragraph
           end-if

           add 1 to ws-messages-scanned
           if SENDER-MSG-COUNT >= 500
               if ws-block-overflow = "n"
                   move "y" to ws-block-overflow
                   add 1 to ws-blocks-truncated
               end-if
               exit paragraph
           end-if
           add 1 to SENDER-MSG-COUNT
           move fd-msg-recipient to sm-recipient(SENDER-MSG-COUNT)
           move fd-msg-timestamp to sm-timestamp(SENDER-MSG-COUNT)
           move PARSE-FIELD-3 to sm-content(SENDER-MSG-COUNT)
           move function upper-case(PARSE-FIELD-3) to ws-norm-src
           perform normalize-content
           move ws-norm to sm-norm(SENDER-MSG-COUNT)
           move 0 to sm-group(SENDER-MSG-COUNT)
           .

      *>>    Letters and digits only, digits all read as 9, first
      *>>    120 kept: spacing, punctuation and amounts no longer
      *>>    tell two copies of the same pitch apart.
       normalize-content.
           move spaces to ws-norm
           move 0 to ws-norm-len
           perform varying ws-c from 1 by 1
                   until ws-c > 200 or ws-norm-len >= 120
               move ws-norm-src(ws-c:1) to ws-ch
               if ws-ch >= "A" and ws-ch <= "Z"
                   add 1 to ws-norm-len
                   move ws-ch to ws-norm(ws-norm-len:1)
               else
                   if ws-ch >= "0" and ws-ch <= "9"
                       add 1 to ws-norm-len
                       move "9" to ws-norm(ws-norm-len:1)
                   end-if
               end-if
           end-perform
           .

      *>>    Groups the block, counts each group's distinct
      *>>    recipients, checks its text against the patterns, then
      *>>    reports, queues and (optionally) locks.
       close-sender-block.
           if SENDER-MSG-COUNT = 0
               exit paragraph
           end-if

           move 0 to GROUP-COUNT
           perform varying ws-i from 1 by 1 until ws-i > SENDER-MSG-COUNT
               move 0 to ws-g
               perform varying ws-j from 1 by 1 until ws-j > GROUP-COUNT
                   if gp-norm(ws-j) = sm-norm(ws-i)
                       move ws-j to ws-g
                       exit perform
                   end-if
               end-perform
               if ws-g = 0
                   add 1 to GROUP-COUNT
                   move GROUP-COUNT to ws-g
                   move sm-norm(ws-i) to gp-norm(ws-g)
                   move 0 to gp-recipients(ws-g)
                   move 0 to gp-messages(ws-g)
                   move spaces to gp-pattern(ws-g)
                   move spaces to gp-category(ws-g)
                   move "n" to gp-suspect(ws-g)
                   move ws-i to gp-last-idx(ws-g)
                   move function upper-case(sm-content(ws-i))
                       to ws-upper-content
                   perform varying ws-p from 1 by 1
                           until ws-p > PATTERN-COUNT
                       move 0 to ws-tally
                       inspect ws-upper-content tallying ws-tally
                           for all function trim(pt-phrase(ws-p))
                       if ws-tally > 0
                           move pt-phrase(ws-p) to gp-pattern(ws-g)
                           move pt-category(ws-p) to gp-category(ws-g)
                           exit perform
                       end-if
                   end-perform
               end-if
               move ws-g to sm-group(ws-i)
               add 1 to gp-messages(ws-g)
               if sm-timestamp(ws-i) > sm-timestamp(gp-last-idx(ws-g))
                   move ws-i to gp-last-idx(ws-g)
               end-if

      *>>    A recipient counts once per group.
               move "n" to ws-found
               perform varying ws-j from 1 by 1 until ws-j >= ws-i
                   if sm-group(ws-j) = ws-g
                      and sm-recipient(ws-j) = sm-recipient(ws-i)
                       move "y" to ws-found
                       exit perform
                   end-if
               end-perform
               if ws-found = "n"
                   add 1 to gp-recipients(ws-g)
               end-if
           end-perform

           move 0 to ws-sender-hits
           move 0 to ws-sender-groups
           perform varying ws-g from 1 by 1 until ws-g > GROUP-COUNT
               if gp-recipients(ws-g) >= WS-MIN-RECIPIENTS
                  or gp-pattern(ws-g) not = spaces
                   move "y" to gp-suspect(ws-g)
                   add 1 to ws-sender-groups
                   add gp-messages(ws-g) to ws-sender-hits
               end-if
           end-perform
           if ws-sender-groups = 0
               exit paragraph
           end-if

           add 1 to ws-senders-flagged
           move "n" to ws-sender-locked
           if WS-AUTO-LOCK = "Y"
              and ws-sender-hits >= WS-LOCK-THRESHOLD
               perform lock-sender-account
           end-if

           move spaces to WS-DISPLAY
           if ws-sender-locked = "y"
               string function trim(ws-block-sender)
                      "  hits " ws-sender-hits
                      "  suspect text(s) " ws-sender-groups
                      "  [AUTO-LOCKED pending review]"
                   delimited by size into WS-DISPLAY
           else
               string function trim(ws-block-sender)
                      "  hits " ws-sender-hits
                      "  suspect text(s) " ws-sender-groups
                   delimited by size into WS-DISPLAY
           end-if
           move WS-DISPLAY to report-line
           write report-line

           perform varying ws-g from 1 by 1 until ws-g > GROUP-COUNT
               if gp-suspect(ws-g) = "y"
                   perform report-suspect-group
               end-if
           end-perform
           .

       report-suspect-group.
           move spaces to ws-row-reason
           if gp-recipients(ws-g) >= WS-MIN-RECIPIENTS
               if gp-pattern(ws-g) not = spaces
                   string "same text to " gp-recipients(ws-g)
                          " recipients; " function trim(gp-category(ws-g))
                          " phrase " function trim(gp-pattern(ws-g))
                       delimited by size into ws-row-reason
               else
                   string "same text to " gp-recipients(ws-g)
                          " recipients"
                       delimited by size into ws-row-reason
               end-if
           else
               string function trim(gp-category(ws-g))
                      " phrase " function trim(gp-pattern(ws-g))
                      " (" gp-recipients(ws-g) " recipient(s))"
                   delimited by size into ws-row-reason
           end-if

           move spaces to WS-DISPLAY
           string "    " function trim(ws-row-reason)
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "      """ sm-content(gp-last-idx(ws-g))(1:120) """"
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           move spaces to ws-modq-ref
           string function trim(ws-block-sender) "@"
                  function trim(sm-timestamp(gp-last-idx(ws-g)))
               delimited by size into ws-modq-ref
           move "n" to ws-found
           perform varying ws-i from 1 by 1 until ws-i > QUEUED-REF-COUNT
               if QUEUED-REF(ws-i) = ws-modq-ref
                   move "y" to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = "y"
               exit paragraph
           end-if
           move ws-row-reason to ws-modq-reason
           perform queue-spam-row
           .

       queue-spam-row.
           open extend moderation-file
           if FILESTAT-MODQ not = "00"
               open output moderation-file
               close moderation-file
               open extend moderation-file
           end-if
           if FILESTAT-MODQ = "00"
               move spaces to moderation-line
               string "MessageSpamScan|spam|"
                      function trim(ws-modq-ref) "|"
                      function trim(ws-modq-reason) "|"
                      function current-date(1:8) "|"
                      "pending"
                   delimited by size into moderation-line
               end-string
               write moderation-line
               close moderation-file
               add 1 to ws-rows-queued
               if QUEUED-REF-COUNT < 2000
                   add 1 to QUEUED-REF-COUNT
                   move ws-modq-ref to QUEUED-REF(QUEUED-REF-COUNT)
               end-if
           end-if
           .

      *>>    users.dat data is pass,attempts,locked,pwdate,email,
      *>>    role,company-id,status,2fa,campus; the lock is field 3,
      *>>    the same flag AdminConsole's lock/unlock toggles. An
      *>>    account already locked is left as it is.
       lock-sender-account.
           open i-o user-file
           if FILESTAT-USER not = "00"
               exit paragraph
           end-if
           move ws-block-sender to fd-user-name
           read user-file
               invalid key
                   close user-file
                   exit paragraph
           end-read
           move spaces to USER-FIELD-1 USER-FIELD-2 USER-FIELD-3
           move spaces to USER-FIELD-4 USER-FIELD-5 USER-FIELD-6
           move spaces to USER-FIELD-7 USER-FIELD-8 USER-FIELD-9
           move spaces to USER-FIELD-10
           unstring fd-user-data delimited by "," into
               USER-FIELD-1 USER-FIELD-2 USER-FIELD-3 USER-FIELD-4
               USER-FIELD-5 USER-FIELD-6 USER-FIELD-7 USER-FIELD-8
               USER-FIELD-9 USER-FIELD-10
           end-unstring
           if USER-FIELD-3 = "Y"
               close user-file
               exit paragraph
           end-if
           move spaces to fd-user-data
           string function trim(USER-FIELD-1) ","
                  function trim(USER-FIELD-2) ","
                  "Y,"
                  function trim(USER-FIELD-4) ","
                  function trim(USER-FIELD-5) ","
                  function trim(USER-FIELD-6) ","
                  function trim(USER-FIELD-7) ","
                  function trim(USER-FIELD-8) ","
                  function trim(USER-FIELD-9) ","
                  function trim(USER-FIELD-10)
               delimited by size into fd-user-data
           end-string
           rewrite user-record
               invalid key
                   close user-file
                   exit paragraph
           end-rewrite
           close user-file

           move "y" to ws-sender-locked
           add 1 to ws-senders-locked

           move "users.dat" to ws-journal-file
           move "update" to ws-journal-action
           move spaces to ws-journal-image
           string function trim(fd-user-name) ","
                  function trim(fd-user-data)
               delimited by size into ws-journal-image
           end-string
           perform write-journal-row

           open extend audit-file
           if FILESTAT-AUDIT not = "00"
               open output audit-file
               close audit-file
               open extend audit-file
           end-if
           if FILESTAT-AUDIT = "00"
               move spaces to audit-line
               string function current-date "|"
                      "MessageSpamScan" "|"
                      "spam-lock" "|"
                      function trim(ws-block-sender) "|"
                      "locked pending spam review, " ws-sender-hits
                      " hit(s)"
                   delimited by size into audit-line
               end-string
               write audit-line
               close audit-file
           end-if
           .

      *>>    One journal row per mutation, the shape InCollege.cob's
      *>>    write-journal-row uses.
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
                      "MessageSpamScan" "|"
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
