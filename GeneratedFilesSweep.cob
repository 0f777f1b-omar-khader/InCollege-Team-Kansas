      *>>    Sweep of the per-user files the system writes into the
      *>>    working directory and never removes:
      *>>        <username>-resume.txt       (Export My Profile as Resume,
      *>>                                     attached to applications)
      *>>        <username>-data-export.txt  (Export My Data)
      *>>        <username>-schedule.ics     (My Schedule,
      *>>                                     ScheduleCalendarBatch)
      *>>        <username>-digest.txt       (NotificationDispatcher)
      *>>        <username>-outbox.txt       (NightlyBatchDriver report
      *>>                                     distribution)
      *>>        <username>-newsletter.txt   (WeeklyNewsletterBatch)
      *>>    Each file found is matched to users.dat by the name in
      *>>    front of its suffix and classed:
      *>>        orphaned - no such account and no trail of where it
      *>>                   went (deleted, anonymized)
      *>>        renamed  - the account was renamed or merged away
      *>>                   (security-audit.dat rename/merge rows);
      *>>                   the file still carries the old name
      *>>        stale    - the owner is deactivated, or the file has
      *>>                   not been touched for longer than the
      *>>                   retention window
      *>>        current  - everything else, left alone; an active
      *>>                   owner's resume is always current, however
      *>>                   old (the readiness "resume" checkpoint
      *>>                   looks for it before every application)
      *>>    A flagged file is listed in Generated-Files-Report.txt
      *>>    for a full retention window (first-flagged date kept in
      *>>    generated-files-state.dat) and then deleted, with a
      *>>    security-audit.dat "file-purge" row. Never deleted: a
      *>>    file any applications.dat row names as its resume file,
      *>>    and any file whose owner - or the account it was renamed
      *>>    into - is on legal-hold.dat.
      *>>
      *>>    The window (days) is read from
      *>>    generated-files-retention.dat; 30 when the file is
      *>>    absent. The "report" run option lists and classes
      *>>    without deleting anything or moving the window on.
       identification division.
       program-id. GeneratedFilesSweep.

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
           select user-file assign to "users.dat"
               organization is indexed
               access mode is sequential
               record key is fd-user-name
               file status is FILESTAT-USER.
           select application-file assign to "applications.dat"
               organization is indexed
               access mode is sequential
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-APP.
           select audit-file assign to "security-audit.dat"
               organization is line sequential
               file status is FILESTAT-AUDIT.
           select legal-hold-file assign to "legal-hold.dat"
               organization is line sequential
               file status is FILESTAT-HOLD.
           select control-file assign to "generated-files-retention.dat"
               organization is line sequential
               file status is FILESTAT-CTL.
      *>>    The directory listing the shell writes for this run:
      *>>    filename|yyyymmdd (last modified), one row per file.
           select listing-file assign to WS-LISTING-NAME
               organization is line sequential
               file status is FILESTAT-LIST.
      *>>    filename|class|first-flagged-yyyymmdd for every file
      *>>    still waiting out its window.
           select state-file assign to "generated-files-state.dat"
               organization is line sequential
               file status is FILESTAT-STATE.
      *>>    Cross-program writers' lock shared with every data-writing
      *>>    program; a report-only run does not take it.
           select lock-file assign to "incollege-data.lock"
               organization is line sequential
               file status is FILESTAT-LOCK.
           select report-file assign to "Generated-Files-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.

       data division.
       file section.
       fd  user-file.
       01  user-record.
           05  fd-user-name          pic x(32).
           05  fd-user-data          pic x(200).

       fd  application-file.
       01  application-record.
           05  fd-app-key.
               10  fd-app-job-id     pic x(10).
               10  fd-app-username   pic x(32).
           05  fd-app-data           pic x(1000).

       fd  audit-file.
       01  audit-line                pic x(400).

       fd  legal-hold-file.
       01  legal-hold-line           pic x(150).

       fd  control-file.
       01  control-line              pic x(20).

       fd  listing-file.
       01  listing-line              pic x(200).

       fd  state-file.
       01  state-line                pic x(120).

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

       01  FILESTAT-USER             pic xx.
       01  FILESTAT-APP              pic xx.
       01  FILESTAT-AUDIT            pic xx.
       01  FILESTAT-HOLD             pic xx.
       01  FILESTAT-CTL              pic xx.
       01  FILESTAT-LIST             pic xx.
       01  FILESTAT-STATE            pic xx.
       01  FILESTAT-RPT              pic xx.

       01  FILESTAT-LOCK             pic xx.
       01  WS-LOCK-OWNER             pic x(30) value "GeneratedFilesSweep".
       01  WS-LOCK-STALE-MINUTES     pic 9(04) value 30.
       01  ws-lock-acquired          pic x value "n".
       01  ws-lock-holder            pic x(30).
       01  ws-lock-stamp             pic x(14).
       01  ws-lock-age-minutes       pic s9(09) value 0.
       01  ws-lock-then-min          pic 9(09) value 0.
       01  ws-lock-now-min           pic 9(09) value 0.

       01  WS-DISPLAY                pic x(200).
       01  ws-command-args           pic x(100).
       01  ws-option-tally           pic 9(03) value 0.
       01  ws-report-only            pic x value "n".
       01  WS-LISTING-NAME           pic x(40)
               value "generated-files.lst".
       01  ws-list-command           pic x(400).
       01  ws-list-pos               pic 9(03) value 0.

       01  WS-RETENTION-DAYS         pic 9(05) value 30.

      *>>    The per-user file name patterns: "<username>" + suffix.
       01  PATTERN-TABLE.
           05  filler.
               10  filler            pic x(20) value "-resume.txt".
               10  filler            pic x(12) value "resume".
           05  filler.
               10  filler            pic x(20) value "-data-export.txt".
               10  filler            pic x(12) value "data export".
           05  filler.
               10  filler            pic x(20) value "-schedule.ics".
               10  filler            pic x(12) value "schedule".
           05  filler.
               10  filler            pic x(20) value "-digest.txt".
               10  filler            pic x(12) value "digest".
           05  filler.
               10  filler            pic x(20) value "-outbox.txt".
               10  filler            pic x(12) value "outbox".
           05  filler.
               10  filler            pic x(20) value "-newsletter.txt".
               10  filler            pic x(12) value "newsletter".
       01  PATTERN-REDEF redefines PATTERN-TABLE.
           05  PATTERN-ENTRY         occurs 6 times.
               10  pt-suffix         pic x(20).
               10  pt-label          pic x(12).
       01  WS-PATTERN-COUNT          pic 9(02) value 6.

      *>>    Every account in users.dat key order, for a binary
      *>>    search by owner name.
       01  USER-TABLE.
           05  USER-ENTRY            occurs 5000 times.
               10  ut-name           pic x(32).
               10  ut-status         pic x(12).
       01  USER-COUNT                pic 9(05) value 0.

      *>>    old -> new from the rename and merge audit rows; a later
      *>>    row for the same old name wins.
       01  RENAME-TABLE.
           05  RENAME-ENTRY          occurs 500 times.
               10  rn-old            pic x(32).
               10  rn-new            pic x(32).
       01  RENAME-COUNT              pic 9(04) value 0.

       01  HOLD-TABLE.
           05  HOLD-ENTRY            occurs 200 times pic x(32).
       01  HOLD-COUNT                pic 9(03) value 0.

      *>>    Resume files named by applications on file.
       01  RESUME-REF-TABLE.
           05  RESUME-REF-ENTRY      occurs 5000 times pic x(50).
       01  RESUME-REF-COUNT          pic 9(05) value 0.

      *>>    Last run's flagged files, and this run's to write back.
       01  STATE-TABLE.
           05  STATE-ENTRY           occurs 2000 times.
               10  ss-file           pic x(80).
               10  ss-class          pic x(10).
               10  ss-flagged        pic x(8).
       01  STATE-COUNT               pic 9(04) value 0.
       01  NEW-STATE-TABLE.
           05  NEW-STATE-ENTRY       occurs 2000 times pic x(120).
       01  NEW-STATE-COUNT           pic 9(04) value 0.

       01  PARSE-FIELD-1             pic x(250).
       01  PARSE-FIELD-2             pic x(250).
       01  PARSE-FIELD-3             pic x(250).
       01  PARSE-FIELD-4             pic x(250).
       01  PARSE-FIELD-5             pic x(250).
       01  PARSE-FIELD-6             pic x(250).
       01  PARSE-FIELD-7             pic x(250).
       01  PARSE-FIELD-8             pic x(250).

       01  ws-file-name              pic x(80).
       01  ws-file-date              pic x(8).
       01  ws-name-len               pic 9(03) value 0.
       01  ws-suffix-len             pic 9(03) value 0.
       01  ws-pattern-idx            pic 9(02) value 0.
       01  ws-owner                  pic x(32).
       01  ws-successor              pic x(32).
       01  ws-owner-status           pic x(12).
       01  ws-owner-found            pic x value "n".
       01  ws-class                  pic x(10).
       01  ws-reason                 pic x(80).
       01  ws-protected              pic x(10).
       01  ws-flagged-date           pic x(8).
       01  ws-due-date               pic 9(08) value 0.
       01  ws-purge-it               pic x value "n".
       01  ws-delete-name            pic x(81).

       01  ws-lookup-name            pic x(32).
       01  ws-lo                     pic 9(05) value 0.
       01  ws-hi                     pic 9(05) value 0.
       01  ws-mid                    pic 9(05) value 0.
       01  ws-found-idx              pic 9(05) value 0.
       01  ws-hop                    pic 9(02) value 0.

       01  ws-i                      pic 9(05) value 0.
       01  ws-h                      pic 9(04) value 0.
       01  ws-today                  pic 9(08) value 0.
       01  ws-today-days             pic 9(08) value 0.
       01  ws-file-days              pic 9(08) value 0.
       01  ws-age-days               pic s9(08) value 0.
       01  ws-age-display            pic 9(05) value 0.

       01  ws-inventoried            pic 9(05) value 0.
       01  ws-current-count          pic 9(05) value 0.
       01  ws-orphan-count           pic 9(05) value 0.
       01  ws-stale-count            pic 9(05) value 0.
       01  ws-renamed-count          pic 9(05) value 0.
       01  ws-held-count             pic 9(05) value 0.
       01  ws-inuse-count            pic 9(05) value 0.
       01  ws-purged-count           pic 9(05) value 0.
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

           perform read-run-options
           perform load-retention-period

           move "--- Per-User Generated Files Sweep ---" to report-line
           write report-line
           move spaces to WS-DISPLAY
           if ws-report-only = "y"
               string "Retention window: " WS-RETENTION-DAYS " day(s)"
                      " - report only, nothing deleted"
                   delimited by size into WS-DISPLAY
               end-string
           else
               string "Retention window: " WS-RETENTION-DAYS " day(s)"
                   delimited by size into WS-DISPLAY
               end-string
           end-if
           move WS-DISPLAY to report-line
           write report-line
           move spaces to report-line
           write report-line

           move function current-date(1:8) to ws-today
           move function integer-of-date(ws-today) to ws-today-days

           if ws-report-only not = "y"
               perform acquire-data-lock
               if ws-lock-acquired not = "y"
                   move "Data lock held - run abandoned." to report-line
                   write report-line
                   close report-file
                   move 8 to return-code
                   stop run
               end-if
           end-if

           perform load-users
           perform load-renames
           perform load-legal-holds
           perform load-resume-references
           perform load-sweep-state

           perform list-generated-files
           open input listing-file
           if FILESTAT-LIST = "00"
               perform until 1 = 2
                   read listing-file
                       at end exit perform
                   end-read
                   if listing-line not = spaces
                       perform sweep-one-file
                   end-if
               end-perform
               close listing-file
               call "CBL_DELETE_FILE" using WS-LISTING-NAME
           else
               move "The working directory could not be listed - nothing was swept."
                   to report-line
               write report-line
           end-if

           if ws-report-only not = "y"
               perform save-sweep-state
           end-if

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Files found: " ws-inventoried
                  "  Current: " ws-current-count
                  "  Orphaned: " ws-orphan-count
                  "  Renamed-owner: " ws-renamed-count
                  "  Stale: " ws-stale-count
                  delimited by size into WS-DISPLAY
           end-string
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Kept for legal hold: " ws-held-count
                  "  Kept, on an application: " ws-inuse-count
                  "  Waiting out the window: " ws-waiting-count
                  "  Purged: " ws-purged-count
                  delimited by size into WS-DISPLAY
           end-string
           move WS-DISPLAY to report-line
           write report-line

           if ws-report-only not = "y"
               perform release-data-lock
           end-if
           close report-file
           stop run.

       read-run-options.
           move spaces to ws-command-args
           accept ws-command-args from command-line
           move function lower-case(ws-command-args) to ws-command-args
           move 0 to ws-option-tally
           inspect ws-command-args tallying ws-option-tally
               for all "report"
           if ws-option-tally > 0
               move "y" to ws-report-only
           end-if
           .

       load-retention-period.
           open input control-file
           if FILESTAT-CTL = "00"
               read control-file into control-line
                   at end continue
                   not at end
                       if function trim(control-line) is numeric
                          and function numval(function trim(control-line)) > 0
                           move function numval(function trim(control-line))
                               to WS-RETENTION-DAYS
                       end-if
               end-read
               close control-file
           end-if
           .

      *>>    users.dat read in key order gives a sorted table.
      *>>    Status is the 8th comma field of the data.
       load-users.
           move 0 to USER-COUNT
           open input user-file
           if FILESTAT-USER not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read user-file next record
                   at end exit perform
               end-read
               if FILESTAT-USER not = "00" or USER-COUNT >= 5000
                   exit perform
               end-if
               add 1 to USER-COUNT
               move fd-user-name to ut-name(USER-COUNT)
               move spaces to PARSE-FIELD-8
               unstring fd-user-data delimited by "," into
                   PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                   PARSE-FIELD-4 PARSE-FIELD-5 PARSE-FIELD-6
                   PARSE-FIELD-7 PARSE-FIELD-8
               end-unstring
               move function trim(PARSE-FIELD-8) to ut-status(USER-COUNT)
           end-perform
           close user-file
           .

      *>>    security-audit.dat: timestamp|actor|event|target|detail;
      *>>    AdminConsole writes "rename" rows (detail "renamed to
      *>>    <new>") and "merge" rows ("merged into <survivor>").
       load-renames.
           move 0 to RENAME-COUNT
           open input audit-file
           if FILESTAT-AUDIT not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read audit-file into audit-line
                   at end exit perform
               end-read
               move spaces to PARSE-FIELD-3
               move spaces to PARSE-FIELD-4
               move spaces to PARSE-FIELD-5
               unstring audit-line delimited by "|" into
                   PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                   PARSE-FIELD-4 PARSE-FIELD-5
               end-unstring
               if function trim(PARSE-FIELD-3) = "rename"
                  or function trim(PARSE-FIELD-3) = "merge"
                   move spaces to PARSE-FIELD-6
                   move spaces to PARSE-FIELD-7
                   unstring PARSE-FIELD-5 delimited by " to " or " into "
                       into PARSE-FIELD-6 PARSE-FIELD-7
                   end-unstring
                   if function trim(PARSE-FIELD-7) not = spaces
                       perform record-rename
                   end-if
               end-if
           end-perform
           close audit-file
           .

       record-rename.
           move 0 to ws-found-idx
           perform varying ws-h from 1 by 1 until ws-h > RENAME-COUNT
               if rn-old(ws-h) = function trim(PARSE-FIELD-4)
                   move ws-h to ws-found-idx
                   exit perform
               end-if
           end-perform
           if ws-found-idx = 0
               if RENAME-COUNT >= 500
                   exit paragraph
               end-if
               add 1 to RENAME-COUNT
               move RENAME-COUNT to ws-found-idx
           end-if
           move function trim(PARSE-FIELD-4) to rn-old(ws-found-idx)
           move function trim(PARSE-FIELD-7) to rn-new(ws-found-idx)
           .

       load-legal-holds.
           move 0 to HOLD-COUNT
           open input legal-hold-file
           if FILESTAT-HOLD = "00"
               perform until 1 = 2
                   read legal-hold-file into legal-hold-line
                       at end exit perform
                   end-read
                   if HOLD-COUNT < 200
                       add 1 to HOLD-COUNT
                       move spaces to PARSE-FIELD-1
                       unstring legal-hold-line delimited by "|"
                           into PARSE-FIELD-1
                       end-unstring
                       move function trim(PARSE-FIELD-1)
                           to HOLD-ENTRY(HOLD-COUNT)
                   end-if
               end-perform
               close legal-hold-file
           end-if
           .

      *>>    applications.dat data is title|employer|location|status|
      *>>    resume-file|...; every resume file an application names
      *>>    is kept - the employer may still open it.
       load-resume-references.
           move 0 to RESUME-REF-COUNT
           open input application-file
           if FILESTAT-APP not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read application-file next record
                   at end exit perform
               end-read
               if FILESTAT-APP not = "00"
                   exit perform
               end-if
               move spaces to PARSE-FIELD-5
               unstring fd-app-data delimited by "|" into
                   PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                   PARSE-FIELD-4 PARSE-FIELD-5
               end-unstring
               if function trim(PARSE-FIELD-5) not = spaces
                  and RESUME-REF-COUNT < 5000
                   add 1 to RESUME-REF-COUNT
                   move function trim(PARSE-FIELD-5)
                       to RESUME-REF-ENTRY(RESUME-REF-COUNT)
               end-if
           end-perform
           close application-file
           .

       load-sweep-state.
           move 0 to STATE-COUNT
           open input state-file
           if FILESTAT-STATE = "00"
               perform until 1 = 2
                   read state-file
                       at end exit perform
                   end-read
                   if state-line not = spaces and STATE-COUNT < 2000
                       add 1 to STATE-COUNT
                       unstring state-line delimited by "|" into
                           ss-file(STATE-COUNT) ss-class(STATE-COUNT)
                           ss-flagged(STATE-COUNT)
                       end-unstring
                   end-if
               end-perform
               close state-file
           end-if
           .

      *>>    Same shell technique as InCollege's simulation listing:
      *>>    one find over the working directory for every pattern,
      *>>    written as filename|last-modified-date.
       list-generated-files.
           move spaces to ws-list-command
           move 1 to ws-list-pos
           string "find . -maxdepth 1 -type f \( "
               delimited by size into ws-list-command
               with pointer ws-list-pos
           end-string
           perform varying ws-pattern-idx from 1 by 1
                   until ws-pattern-idx > WS-PATTERN-COUNT
               if ws-pattern-idx > 1
                   string "-o " delimited by size into ws-list-command
                       with pointer ws-list-pos
                   end-string
               end-if
               string "-name '*" function trim(pt-suffix(ws-pattern-idx))
                      "' " delimited by size into ws-list-command
                   with pointer ws-list-pos
               end-string
           end-perform
           string "\) -printf '%f|%TY%Tm%Td\n' > "
                  function trim(WS-LISTING-NAME)
               delimited by size into ws-list-command
               with pointer ws-list-pos
           end-string
           call "SYSTEM" using by content ws-list-command
           end-call
           move 0 to return-code
           .

       sweep-one-file.
           move spaces to ws-file-name
           move spaces to ws-file-date
           unstring listing-line delimited by "|" into
               ws-file-name ws-file-date
           end-unstring
           perform find-file-owner
           if ws-pattern-idx = 0
               exit paragraph
           end-if
           add 1 to ws-inventoried

           move 0 to ws-age-days
           if ws-file-date is numeric
               move function integer-of-date(
                   function numval(ws-file-date)) to ws-file-days
               compute ws-age-days = ws-today-days - ws-file-days
           end-if
           if ws-age-days < 0
               move 0 to ws-age-days
           end-if

           perform classify-file
           if ws-class = "current"
               add 1 to ws-current-count
               exit paragraph
           end-if
           evaluate ws-class
               when "orphaned" add 1 to ws-orphan-count
               when "renamed"  add 1 to ws-renamed-count
               when "stale"    add 1 to ws-stale-count
           end-evaluate

           perform check-file-protection
           if ws-protected not = spaces
               if ws-protected = "held"
                   add 1 to ws-held-count
                   move "kept - legal hold" to WS-DISPLAY
               else
                   add 1 to ws-inuse-count
                   move "kept - on an application" to WS-DISPLAY
               end-if
               perform write-file-line
               exit paragraph
           end-if

      *>>    First flagged today unless the state says earlier (and
      *>>    for the same reason - a file that changed class starts
      *>>    its window again).
           move ws-today to ws-flagged-date
           perform varying ws-h from 1 by 1 until ws-h > STATE-COUNT
               if ss-file(ws-h) = ws-file-name
                   if ss-class(ws-h) = ws-class
                      and ss-flagged(ws-h) is numeric
                       move ss-flagged(ws-h) to ws-flagged-date
                   end-if
                   exit perform
               end-if
           end-perform
           compute ws-due-date = function date-of-integer(
               function integer-of-date(function numval(ws-flagged-date))
               + WS-RETENTION-DAYS)

           move "n" to ws-purge-it
           if ws-due-date <= ws-today and ws-report-only not = "y"
               move "y" to ws-purge-it
           end-if

           if ws-purge-it = "y"
               move spaces to ws-delete-name
               string function trim(ws-file-name) x"00"
                   delimited by size into ws-delete-name
               end-string
               call "CBL_DELETE_FILE" using ws-delete-name
               if return-code = 0
                   add 1 to ws-purged-count
                   move "PURGED" to WS-DISPLAY
                   perform write-purge-audit
               else
                   move "purge failed - retried next run" to WS-DISPLAY
                   move "n" to ws-purge-it
               end-if
               move 0 to return-code
           end-if
           if ws-purge-it not = "y"
               if ws-due-date <= ws-today
                   move "due for purge" to WS-DISPLAY
               else
                   move spaces to WS-DISPLAY
                   string "purge on or after " ws-due-date
                       delimited by size into WS-DISPLAY
                   end-string
               end-if
               add 1 to ws-waiting-count
               if NEW-STATE-COUNT < 2000
                   add 1 to NEW-STATE-COUNT
                   move spaces to NEW-STATE-ENTRY(NEW-STATE-COUNT)
                   string function trim(ws-file-name) "|"
                          function trim(ws-class) "|"
                          ws-flagged-date
                       delimited by size
                       into NEW-STATE-ENTRY(NEW-STATE-COUNT)
                   end-string
               end-if
           end-if
           perform write-file-line
           .

      *>>    The owner is the name in front of the first pattern
      *>>    suffix the file name ends with (ws-pattern-idx 0: none).
       find-file-owner.
           move spaces to ws-owner
           move function length(function trim(ws-file-name))
               to ws-name-len
           perform varying ws-pattern-idx from 1 by 1
                   until ws-pattern-idx > WS-PATTERN-COUNT
               move function length(
                   function trim(pt-suffix(ws-pattern-idx)))
                   to ws-suffix-len
               if ws-name-len > ws-suffix-len
                   if ws-file-name(ws-name-len - ws-suffix-len + 1:
                          ws-suffix-len) =
                      pt-suffix(ws-pattern-idx)(1:ws-suffix-len)
                       move ws-file-name(1:ws-name-len - ws-suffix-len)
                           to ws-owner
                       exit paragraph
                   end-if
               end-if
           end-perform
           move 0 to ws-pattern-idx
           .

       classify-file.
           move spaces to ws-reason
           move spaces to ws-successor
      *>>    "operator" is the shared operators' recipient, not a
      *>>    users.dat account; its digest and outbox are always
      *>>    current.
           if ws-owner = "operator"
               move "current" to ws-class
               exit paragraph
           end-if
           move ws-owner to ws-lookup-name
           perform find-user
           if ws-found-idx > 0
               move ut-status(ws-found-idx) to ws-owner-status
               if ws-owner-status = "deactivated"
                   move "stale" to ws-class
                   move "owner's account is deactivated" to ws-reason
               else
                   if pt-label(ws-pattern-idx) = "resume"
                       move "current" to ws-class
                       exit paragraph
                   end-if
                   if ws-age-days > WS-RETENTION-DAYS
                       move "stale" to ws-class
                       move ws-age-days to ws-age-display
                       string "untouched for " ws-age-display " day(s)"
                           delimited by size into ws-reason
                       end-string
                   else
                       move "current" to ws-class
                   end-if
               end-if
               exit paragraph
           end-if

      *>>    No such account: follow the rename/merge trail (a few
      *>>    hops at most) to where the owner went.
           move ws-owner to ws-successor
           move "n" to ws-owner-found
           perform varying ws-hop from 1 by 1 until ws-hop > 5
               move 0 to ws-found-idx
               perform varying ws-h from 1 by 1 until ws-h > RENAME-COUNT
                   if rn-old(ws-h) = ws-successor
                       move ws-h to ws-found-idx
                       exit perform
                   end-if
               end-perform
               if ws-found-idx = 0
                   exit perform
               end-if
               move rn-new(ws-found-idx) to ws-successor
               move "y" to ws-owner-found
           end-perform
           if ws-owner-found = "y"
               move "renamed" to ws-class
               string "account is now " function trim(ws-successor)
                   delimited by size into ws-reason
               end-string
           else
               move spaces to ws-successor
               move "orphaned" to ws-class
               move "no such account" to ws-reason
           end-if
           .

       find-user.
           move 0 to ws-found-idx
           move 1 to ws-lo
           move USER-COUNT to ws-hi
           perform until ws-lo > ws-hi
               compute ws-mid = (ws-lo + ws-hi) / 2
               if ut-name(ws-mid) = ws-lookup-name
                   move ws-mid to ws-found-idx
                   exit perform
               end-if
               if ut-name(ws-mid) < ws-lookup-name
                   compute ws-lo = ws-mid + 1
               else
                   if ws-mid = 1
                       exit perform
                   end-if
                   compute ws-hi = ws-mid - 1
               end-if
           end-perform
           .

      *>>    "held" when the owner or the account it became is on
      *>>    legal hold, "in-use" when an application names the file.
       check-file-protection.
           move spaces to ws-protected
           perform varying ws-h from 1 by 1 until ws-h > HOLD-COUNT
               if HOLD-ENTRY(ws-h) = ws-owner
                  or ( ws-successor not = spaces
                       and HOLD-ENTRY(ws-h) = ws-successor )
                   move "held" to ws-protected
                   exit paragraph
               end-if
           end-perform
           perform varying ws-i from 1 by 1 until ws-i > RESUME-REF-COUNT
               if RESUME-REF-ENTRY(ws-i) = ws-file-name
                   move "in-use" to ws-protected
                   exit paragraph
               end-if
           end-perform
           .

       write-file-line.
           move spaces to report-line
           string ws-class " " pt-label(ws-pattern-idx) " "
                  function trim(ws-file-name) " (" ws-file-date ") - "
                  function trim(ws-reason) " - "
                  function trim(WS-DISPLAY)
               delimited by size into report-line
           end-string
           write report-line
           .

       write-purge-audit.
           open extend audit-file
           if FILESTAT-AUDIT not = "00"
               open output audit-file
               close audit-file
               open extend audit-file
           end-if
           if FILESTAT-AUDIT = "00"
               move spaces to audit-line
               string function current-date "|"
                      "GeneratedFilesSweep" "|"
                      "file-purge" "|"
                      function trim(ws-owner) "|"
                      function trim(ws-file-name) " ("
                      function trim(ws-class) ", flagged "
                      ws-flagged-date ")"
                   delimited by size into audit-line
               end-string
               write audit-line
               close audit-file
           end-if
           .

      *>>    Files purged or no longer flagged fall out of the state.
       save-sweep-state.
           open output state-file
           if FILESTAT-STATE = "00"
               perform varying ws-h from 1 by 1
                       until ws-h > NEW-STATE-COUNT
                   move NEW-STATE-ENTRY(ws-h) to state-line
                   write state-line
               end-perform
               close state-file
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
