      *>>
      *>>    connections.dat is indexed, so its records are dumped to a
      *>>    line-sequential snapshot and reloaded through keyed writes
      *>>    on restore rather than copied byte-for-byte. users.dat,
      *>>    profiles.dat, applications.dat, messages.dat and
      *>>    cover-letters.dat are handled the same way.
       identification division.
       program-id. BackupRestore.

               alternate record key is fd-conn-to-user with duplicates
               file status is FILESTAT-CONN.

           select application-file assign to "applications.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-APP.

           select message-file assign to "messages.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-msg-key
               alternate record key is fd-msg-sender with duplicates
               file status is FILESTAT-MSG.

           select cover-letter-file assign to "cover-letters.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-cover-key
               alternate record key is fd-cover-username with duplicates
               file status is FILESTAT-COVER.

      *>>    Cross-program writers' lock: every program that rewrites
      *>>    the shared .dat files takes incollege-data.lock
      *>>    (owner|yyyymmddhhmmss) at startup and clears it on exit,
               organization is line sequential
               file status is FILESTAT-CTL.

      *>>    ControlTotals' run history; a "drift" verdict in its
      *>>    newest run blocks a new generation (see take-backup).
           select totals-file assign to "control-totals.dat"
               organization is line sequential
               file status is FILESTAT-TOTALS.

       data division.
       file section.
       fd  InpFile.
       01  OutRecord                 pic x(200).

       fd  src-file.
       01  src-line                  pic x(6200).

       fd  dst-file.
       01  dst-line                  pic x(6200).

       fd  user-file.
       01  user-record.
           05  fd-conn-sent-date         pic x(20).
           05  fd-conn-decided-date      pic x(20).

       fd  application-file.
       01  application-record.
           05  fd-app-key.
               10  fd-app-job-id     pic x(10).
               10  fd-app-username   pic x(32).
           05  fd-app-data           pic x(1000).

       fd  message-file.
       01  message-record.
           05  fd-msg-key.
               10  fd-msg-recipient  pic x(32).
               10  fd-msg-timestamp  pic x(20).
               10  fd-msg-sender     pic x(32).
           05  fd-msg-line           pic x(600).

       fd  cover-letter-file.
       01  cover-letter-record.
           05  fd-cover-key.
               10  fd-cover-job-id   pic x(10).
               10  fd-cover-username pic x(32).
           05  fd-cover-date         pic x(8).
           05  fd-cover-line-count   pic 9(02).
           05  fd-cover-lines        occurs 10 times pic x(100).

       fd  lock-file.
       01  lock-line                 pic x(60).

       fd  control-file.
       01  control-line              pic x(40).

       fd  totals-file.
       01  totals-line               pic x(120).

       working-storage section.
       01  FILESTAT-LOCK             pic xx.
       01  WS-LOCK-OWNER             pic x(30) value "BackupRestore".
       01  FILESTAT-USER             pic xx.
       01  FILESTAT-PROFILE          pic xx.
       01  FILESTAT-CONN             pic xx.
       01  FILESTAT-APP              pic xx.
       01  FILESTAT-MSG              pic xx.
       01  FILESTAT-COVER            pic xx.
       01  FILESTAT-CTL              pic xx.
       01  FILESTAT-TOTALS           pic xx.

       01  WS-DISPLAY                pic x(200).
       01  WS-EOF                    pic x value "N".
           05  filler pic x(30) value "alumni-status.dat".
           05  filler pic x(30) value "sessions-history.dat".
           05  filler pic x(30) value "job-alerts-state.dat".
           05  filler pic x(30) value "majors.dat".
           05  filler pic x(30) value "major-aliases.dat".
           05  filler pic x(30) value "applicant-export-companies.dat".
           05  filler pic x(30) value "applicant-export-state.dat".
           05  filler pic x(30) value "support-tickets.dat".
           05  filler pic x(30) value "policy-versions.dat".
           05  filler pic x(30) value "consents.dat".
           05  filler pic x(30) value "eeo-selfid.dat".
           05  filler pic x(30) value "learning-agreements.dat".
           05  filler pic x(30) value "placement-evaluations.dat".
           05  filler pic x(30) value "job-questions.dat".
           05  filler pic x(30) value "company-team.dat".
           05  filler pic x(30) value "profile-revisions.dat".
           05  filler pic x(30) value "mock-interviews.dat".
           05  filler pic x(30) value "readiness-waivers.dat".
           05  filler pic x(30) value "readiness-blocks.dat".
           05  filler pic x(30) value "job-views.dat".
           05  filler pic x(30) value "caseloads.dat".
           05  filler pic x(30) value "cover-letters.dat".
           05  filler pic x(30) value "message-templates.dat".
           05  filler pic x(30) value "introductions.dat".
           05  filler pic x(30) value "talent-pools.dat".
           05  filler pic x(30) value "scheduled-messages.dat".
           05  filler pic x(30) value "accommodations.dat".
           05  filler pic x(30) value "destination-survey.dat".
           05  filler pic x(30) value "offer-events.dat".
           05  filler pic x(30) value "certifications.dat".
           05  filler pic x(30) value "scholarships.dat".
           05  filler pic x(30) value "scholarship-applications.dat".
           05  filler pic x(30) value "awards.dat".
           05  filler pic x(30) value "featured-postings.dat".
           05  filler pic x(30) value "report-delivery-log.dat".
           05  filler pic x(30) value "generated-files-state.dat".
           05  filler pic x(30) value "group-dormancy-notices.dat".
       01  DATA-FILES-REDEF redefines DATA-FILES-TABLE.
           05  data-file-name        occurs 69 times pic x(30).
       01  WS-DATA-FILE-COUNT        pic 9(02) value 69.

      *>>    Incremental state the nightly reports keep; a restore
      *>>    changes the files behind the journal's back, so each of
      *>>    these is discarded and the next run reads in full.
       01  REPORT-STATE-TABLE.
           05  filler pic x(40) value "connections-activity-incremental.dat".
           05  filler pic x(40) value "census-incremental.dat".
           05  filler pic x(40) value "reconciliation-incremental.dat".
           05  filler pic x(40) value "application-funnel-incremental.dat".
           05  filler pic x(40) value
               "message-responsiveness-incremental.dat".
       01  REPORT-STATE-REDEF redefines REPORT-STATE-TABLE.
           05  report-state-name     occurs 5 times pic x(40).
       01  ws-state-i                pic 9(02) value 0.
       01  ws-state-name             pic x(40).

       01  ws-i                      pic 9(02) value 0.
       01  ws-slot                   pic 9(02) value 0.

       01  PARSE-FIELD-1             pic x(40).
       01  PARSE-FIELD-2             pic x(40).
       01  ws-totals-stamp           pic x(14).
       01  ws-totals-drift           pic x value "n".
       01  ws-totals-fields.
           05  ws-totals-field       occurs 6 times pic x(40).

       procedure division.
       main.
      *>>    oldest slot once the ring is full, then verifies each
      *>>    snapshot's row count against its source.
       take-backup.
      *>>    Rotating a generation over a good one is exactly what an
      *>>    unexplained drop must not cause - hold until reconciled.
           perform check-control-totals
           if ws-totals-drift = "y"
               move "Backup REFUSED: the last ControlTotals run found unexplained drift." to WS-DISPLAY
               perform say
               move "Investigate Control-Totals-Report.txt, then run ControlTotals accept." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           compute ws-slot =
               function mod(ws-last-slot, WS-KEEP-GENERATIONS) + 1

           perform say
           .

      *>>    Sets ws-totals-drift when any row of the newest run in
      *>>    control-totals.dat carries a "drift" verdict; no history
      *>>    (ControlTotals never run) does not block.
       check-control-totals.
           move "n" to ws-totals-drift
           move spaces to ws-totals-stamp
           open input totals-file
           if FILESTAT-TOTALS = "00"
               perform until 1 = 2
                   read totals-file into totals-line
                       at end exit perform
                   end-read
                   move spaces to ws-totals-fields
                   unstring totals-line delimited by "|" into
                       ws-totals-field(1) ws-totals-field(2)
                       ws-totals-field(3) ws-totals-field(4)
                       ws-totals-field(5) ws-totals-field(6)
                   end-unstring
                   if ws-totals-field(1)(1:14) is not numeric
                       exit perform cycle
                   end-if
                   if ws-totals-field(1)(1:14) > ws-totals-stamp
                      or ws-totals-stamp = spaces
                       move ws-totals-field(1)(1:14) to ws-totals-stamp
                       move "n" to ws-totals-drift
                   end-if
                   if ws-totals-field(1)(1:14) = ws-totals-stamp
                      and function trim(ws-totals-field(6)) = "drift"
                       move "y" to ws-totals-drift
                   end-if
               end-perform
               close totals-file
           end-if
           .

       backup-one-file.
           move spaces to WS-SRC-NAME
           move spaces to WS-DST-NAME
                   perform dump-users-snapshot
               when "profiles.dat"
                   perform dump-profiles-snapshot
               when "applications.dat"
                   perform dump-applications-snapshot
               when "messages.dat"
                   perform dump-messages-snapshot
               when "cover-letters.dat"
                   perform dump-cover-letters-snapshot
               when other
                   perform copy-src-to-dst
           end-evaluate
                   perform reload-users-snapshot
               when "profiles.dat"
                   perform reload-profiles-snapshot
               when "applications.dat"
                   perform reload-applications-snapshot
               when "messages.dat"
                   perform reload-messages-snapshot
               when "cover-letters.dat"
                   perform reload-cover-letters-snapshot
               when other
                   perform copy-src-to-dst
           end-evaluate
           perform discard-report-states

           move spaces to WS-DISPLAY
           string "  " function trim(WS-SRC-NAME) " -> "
           perform say
           .

       discard-report-states.
           perform varying ws-state-i from 1 by 1 until ws-state-i > 5
               move report-state-name(ws-state-i) to ws-state-name
               call "CBL_DELETE_FILE" using ws-state-name
               end-call
           end-perform
           move 0 to return-code
           .

      *>>    users.dat (indexed since it was keyed on the username):
      *>>    records dumped as fixed-layout lines (name in 1:32, data
      *>>    in 33:), reloaded through keyed writes.
           close profile-file
           .

      *>>    applications.dat (indexed, keyed on job-id + applicant):
      *>>    records dumped as fixed-layout lines (key 1:42, data
      *>>    43:1000), reloaded through keyed writes.
       dump-applications-snapshot.
           move "OK" to ws-copy-status
           move 0 to ws-src-count
           open input application-file
           if FILESTAT-APP not = "00"
               move spaces to ws-copy-status
               string "skipped (status " FILESTAT-APP ")"
                   delimited by size into ws-copy-status
               exit paragraph
           end-if
           open output dst-file
           if FILESTAT-DST not = "00"
               move "DEST OPEN FAILED" to ws-copy-status
               add 1 to ws-verify-failures
               close application-file
               exit paragraph
           end-if
           perform until 1 = 2
               read application-file next record
                   at end exit perform
               end-read
               add 1 to ws-src-count
               move spaces to dst-line
               move application-record to dst-line(1:1042)
               write dst-line
           end-perform
           close application-file
           close dst-file

           move 0 to ws-dst-count
           open input dst-file
           if FILESTAT-DST = "00"
               perform until 1 = 2
                   read dst-file into dst-line
                       at end exit perform
                   end-read
                   add 1 to ws-dst-count
               end-perform
               close dst-file
           end-if
           if ws-dst-count not = ws-src-count
               move "VERIFY FAILED" to ws-copy-status
               add 1 to ws-verify-failures
           end-if
           .

       reload-applications-snapshot.
           move "OK" to ws-copy-status
           move 0 to ws-src-count
           open input src-file
           if FILESTAT-SRC not = "00"
               move "snapshot absent" to ws-copy-status
               exit paragraph
           end-if
           open output application-file
           if FILESTAT-APP not = "00"
               move spaces to ws-copy-status
               string "skipped (status " FILESTAT-APP ")"
                   delimited by size into ws-copy-status
               close src-file
               exit paragraph
           end-if
           close application-file
           open i-o application-file
           perform until 1 = 2
               read src-file into src-line
                   at end exit perform
               end-read
               add 1 to ws-src-count
               move src-line(1:1042) to application-record
               write application-record
                   invalid key continue
               end-write
           end-perform
           close src-file
           close application-file
           .

      *>>    messages.dat (indexed, keyed on recipient + timestamp +
      *>>    sender): records dumped as fixed-layout lines (key 1:84,
      *>>    row 85:600), reloaded through keyed writes.
       dump-messages-snapshot.
           move "OK" to ws-copy-status
           move 0 to ws-src-count
           open input message-file
           if FILESTAT-MSG not = "00"
               move spaces to ws-copy-status
               string "skipped (status " FILESTAT-MSG ")"
                   delimited by size into ws-copy-status
               exit paragraph
           end-if
           open output dst-file
           if FILESTAT-DST not = "00"
               move "DEST OPEN FAILED" to ws-copy-status
               add 1 to ws-verify-failures
               close message-file
               exit paragraph
           end-if
           perform until 1 = 2
               read message-file next record
                   at end exit perform
               end-read
               add 1 to ws-src-count
               move spaces to dst-line
               move message-record to dst-line(1:684)
               write dst-line
           end-perform
           close message-file
           close dst-file

           move 0 to ws-dst-count
           open input dst-file
           if FILESTAT-DST = "00"
               perform until 1 = 2
                   read dst-file into dst-line
                       at end exit perform
                   end-read
                   add 1 to ws-dst-count
               end-perform
               close dst-file
           end-if
           if ws-dst-count not = ws-src-count
               move "VERIFY FAILED" to ws-copy-status
               add 1 to ws-verify-failures
           end-if
           .

       reload-messages-snapshot.
           move "OK" to ws-copy-status
           move 0 to ws-src-count
           open input src-file
           if FILESTAT-SRC not = "00"
               move "snapshot absent" to ws-copy-status
               exit paragraph
           end-if
           open output message-file
           if FILESTAT-MSG not = "00"
               move spaces to ws-copy-status
               string "skipped (status " FILESTAT-MSG ")"
                   delimited by size into ws-copy-status
               close src-file
               exit paragraph
           end-if
           close message-file
           open i-o message-file
           perform until 1 = 2
               read src-file into src-line
                   at end exit perform
               end-read
               add 1 to ws-src-count
               move src-line(1:684) to message-record
               write message-record
                   invalid key continue
               end-write
           end-perform
           close src-file
           close message-file
           .

      *>>    cover-letters.dat (indexed, keyed on job-id + applicant):
      *>>    records dumped as fixed-layout lines (key 1:42, date,
      *>>    line count and letter 43:1010), reloaded through keyed
      *>>    writes.
       dump-cover-letters-snapshot.
           move "OK" to ws-copy-status
           move 0 to ws-src-count
           open input cover-letter-file
           if FILESTAT-COVER not = "00"
               move spaces to ws-copy-status
               string "skipped (status " FILESTAT-COVER ")"
                   delimited by size into ws-copy-status
               exit paragraph
           end-if
           open output dst-file
           if FILESTAT-DST not = "00"
               move "DEST OPEN FAILED" to ws-copy-status
               add 1 to ws-verify-failures
               close cover-letter-file
               exit paragraph
           end-if
           perform until 1 = 2
               read cover-letter-file next record
                   at end exit perform
               end-read
               add 1 to ws-src-count
               move spaces to dst-line
               move cover-letter-record to dst-line(1:1052)
               write dst-line
           end-perform
           close cover-letter-file
           close dst-file

           move 0 to ws-dst-count
           open input dst-file
           if FILESTAT-DST = "00"
               perform until 1 = 2
                   read dst-file into dst-line
                       at end exit perform
                   end-read
                   add 1 to ws-dst-count
               end-perform
               close dst-file
           end-if
           if ws-dst-count not = ws-src-count
               move "VERIFY FAILED" to ws-copy-status
               add 1 to ws-verify-failures
           end-if
           .

       reload-cover-letters-snapshot.
           move "OK" to ws-copy-status
           move 0 to ws-src-count
           open input src-file
           if FILESTAT-SRC not = "00"
               move "snapshot absent" to ws-copy-status
               exit paragraph
           end-if
           open output cover-letter-file
           if FILESTAT-COVER not = "00"
               move spaces to ws-copy-status
               string "skipped (status " FILESTAT-COVER ")"
                   delimited by size into ws-copy-status
               close src-file
               exit paragraph
           end-if
           close cover-letter-file
           open i-o cover-letter-file
           perform until 1 = 2
               read src-file into src-line
                   at end exit perform
               end-read
               add 1 to ws-src-count
               move src-line(1:1052) to cover-letter-record
               write cover-letter-record
                   invalid key continue
               end-write
           end-perform
           close src-file
           close cover-letter-file
           .

       reload-connections-snapshot.
           move "OK" to ws-copy-status
           move 0 to ws-src-count
