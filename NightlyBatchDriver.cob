      *>>    Driver for the overnight window, replacing operator memory
      *>>    as the scheduler: runs the nightly jobs in the order
      *>>    declared in nightly-jobs.txt (seeded with the full
      *>>    overnight sequence when absent; an existing list that
      *>>    lacks a built-in job draws a warning line in the
      *>>    report), records each job's
      *>>    start/end/status in batch-run-control.dat, halts the
      *>>    chain the moment a job fails, and - the same way
      *>>    run-session's checkpoint logic resumes an input deck - a
      *>>    failure on record) clears the control and starts from the
      *>>    top. Each job is executed as its compiled program in the
      *>>    working directory ("./<name>").
      *>>
      *>>    After each step that ends ok, the reports it produced
      *>>    are distributed per report-distribution.dat (rows
      *>>    job|report-file|recipient): each recipient gets the
      *>>    report appended to <recipient>-outbox.txt, a
      *>>    "report-delivered" row on notifications.dat, and a line
      *>>    in report-delivery-log.dat, the permanent proof of who
      *>>    was sent what. This driver's own report is distributed
      *>>    under job "NightlyBatchDriver" once it is closed.
       identification division.
       program-id. NightlyBatchDriver.

           select notification-file assign to "notifications.dat"
               organization is line sequential
               file status is FILESTAT-NOTIF.
      *>>    Report distribution manifest, one row per report and
      *>>    recipient: job|report-file|recipient, where recipient is
      *>>        operator          the shared operator account
      *>>        advisors          every active advisor-role account
      *>>        company:<id>      every active employer account of
      *>>                          that company-id
      *>>        user:<username>   one named account (e.g. the Dean)
      *>>    "{company}" and "{date}" (yyyymmdd) in a report name are
      *>>    filled in per recipient; an employer is only ever sent a
      *>>    report whose name carries {company}, filled with its own
      *>>    company-id - anything else is refused and logged.
      *>>    Lines starting "#" are comments.
           select distribution-file assign to "report-distribution.dat"
               organization is line sequential
               file status is FILESTAT-DIST.
           select user-file assign to "users.dat"
               organization is indexed
               access mode is sequential
               record key is fd-user-name
               file status is FILESTAT-USER.
           select dist-source-file assign to WS-DIST-SOURCE-NAME
               organization is line sequential
               file status is FILESTAT-SRC.
           select outbox-file assign to WS-OUTBOX-NAME
               organization is line sequential
               file status is FILESTAT-OUTBOX.
      *>>    timestamp|job|report-file|recipient|outbox|lines|status,
      *>>    status delivered / missing / refused / no-recipients /
      *>>    unknown-recipient. Appended, never cleared.
           select delivery-log-file assign to "report-delivery-log.dat"
               organization is line sequential
               file status is FILESTAT-DLOG.

       data division.
       file section.
       fd  notification-file.
       01  notification-line         pic x(400).

       fd  distribution-file.
       01  distribution-line         pic x(200).

       fd  user-file.
       01  user-record.
           05  fd-user-name          pic x(32).
           05  fd-user-data          pic x(200).

       fd  dist-source-file.
       01  dist-source-line          pic x(400).

       fd  outbox-file.
       01  outbox-line               pic x(400).

       fd  delivery-log-file.
       01  delivery-log-line         pic x(300).

       working-storage section.
       01  FILESTAT-LIST             pic xx.
       01  FILESTAT-CTL              pic xx.
       01  WS-DISPLAY                pic x(200).

      *>>    The declared job chain and its control state:
      *>>    status pending/ok/failed/blocked. Anything after the
      *>>    program name on a nightly-jobs.txt line (e.g. "csv" for
      *>>    the reporting programs) is passed to it as its run
      *>>    options.
       01  JOBS-TABLE.
           05  JOB-ENTRY             occurs 30 times.
               10  jb-name           pic x(40).
               10  jb-options        pic x(40).
               10  jb-status         pic x(10).
               10  jb-start          pic x(14).
               10  jb-end            pic x(14).
       01  JOBS-COUNT                pic 9(02) value 0.

      *>>    The built-in overnight sequence: written out as
      *>>    nightly-jobs.txt when that file is absent, and checked
      *>>    against an existing list so a job added to the sequence
      *>>    after the list was first written is not silently never
      *>>    run.
       01  BUILTIN-JOB-LIST.
           05  filler.
               10  filler            pic x(40) value "ControlTotals".
               10  filler            pic x(40) value spaces.
           05  filler.
               10  filler            pic x(40) value "CleanupDuplicateConnections".
               10  filler            pic x(40) value spaces.
           05  filler.
               10  filler            pic x(40) value "ReconciliationReport".
               10  filler            pic x(40) value "incremental".
           05  filler.
               10  filler            pic x(40) value "CensusReport".
               10  filler            pic x(40) value "incremental".
           05  filler.
               10  filler            pic x(40) value "ProfileCompletenessReport".
               10  filler            pic x(40) value spaces.
           05  filler.
               10  filler            pic x(40) value "ConnectionsActivityReport".
               10  filler            pic x(40) value "incremental".
           05  filler.
               10  filler            pic x(40) value "PlacementOutcomesExtract".
               10  filler            pic x(40) value spaces.
           05  filler.
               10  filler            pic x(40) value "ReminderBatch".
               10  filler            pic x(40) value spaces.
           05  filler.
               10  filler            pic x(40) value "CertificationExpiryBatch".
               10  filler            pic x(40) value spaces.
           05  filler.
               10  filler            pic x(40) value "SearchIndexBuild".
               10  filler            pic x(40) value spaces.
           05  filler.
               10  filler            pic x(40) value "OfferExpiryBatch".
               10  filler            pic x(40) value spaces.
           05  filler.
               10  filler            pic x(40) value "JobExpiryBatch".
               10  filler            pic x(40) value spaces.
           05  filler.
               10  filler            pic x(40) value "CandidateShortlistBatch".
               10  filler            pic x(40) value spaces.
           05  filler.
               10  filler            pic x(40) value "ApplicationStatusImport".
               10  filler            pic x(40) value spaces.
           05  filler.
               10  filler            pic x(40) value "StaleApplicationsBatch".
               10  filler            pic x(40) value spaces.
           05  filler.
               10  filler            pic x(40) value "ApplicantExport".
               10  filler            pic x(40) value spaces.
           05  filler.
               10  filler            pic x(40) value "ScheduledMessageRelease".
               10  filler            pic x(40) value spaces.
           05  filler.
               10  filler            pic x(40) value "MessageSpamScan".
               10  filler            pic x(40) value spaces.
           05  filler.
               10  filler            pic x(40) value "ScheduleCalendarBatch".
               10  filler            pic x(40) value spaces.
           05  filler.
               10  filler            pic x(40) value "AnonymizeInactiveAccounts".
               10  filler            pic x(40) value spaces.
           05  filler.
               10  filler            pic x(40) value "GeneratedFilesSweep".
               10  filler            pic x(40) value spaces.
       01  BUILTIN-JOB-TABLE redefines BUILTIN-JOB-LIST.
           05  BUILTIN-JOB-ENTRY     occurs 21 times.
               10  bj-name           pic x(40).
               10  bj-options        pic x(40).
       01  WS-BUILTIN-JOB-COUNT      pic 9(02) value 21.
       01  ws-builtin-found          pic 9(02) value 0.
       01  ws-option-tally           pic 9(03) value 0.
       01  ws-list-warnings          pic 9(02) value 0.

       01  PARSE-FIELD-1             pic x(40).
       01  PARSE-FIELD-2             pic x(10).
       01  PARSE-FIELD-3             pic x(14).
       01  ws-resume-mode            pic x value "n".
       01  ws-halted                 pic x value "n".
       01  ws-command                pic x(80).
       01  ws-opt-ptr                pic 9(03) value 0.
       01  ws-ran-count              pic 9(02) value 0.
       01  ws-rc-display             pic 9(04) value 0.
       01  ws-skipped-count          pic 9(02) value 0.
       01  HIST-PARSE-6              pic x(12).
       01  notif-detail              pic x(200).

       01  FILESTAT-DIST             pic xx.
       01  FILESTAT-USER             pic xx.
       01  FILESTAT-SRC              pic xx.
       01  FILESTAT-OUTBOX           pic xx.
       01  FILESTAT-DLOG             pic xx.
       01  DIST-TABLE.
           05  DIST-ENTRY            occurs 200 times.
               10  dt-job            pic x(40).
               10  dt-report         pic x(80).
               10  dt-recipient      pic x(50).
       01  DIST-COUNT                pic 9(03) value 0.
      *>>    Account directory for resolving recipients: name, role,
      *>>    company-id and status (users.dat fields 6-8).
       01  USER-TABLE.
           05  USER-ENTRY            occurs 5000 times.
               10  ut-name           pic x(32).
               10  ut-role           pic x(12).
               10  ut-company        pic x(20).
               10  ut-status         pic x(12).
       01  USER-COUNT                pic 9(05) value 0.
       01  USER-PARSE-1              pic x(60).
       01  USER-PARSE-2              pic x(60).
       01  USER-PARSE-3              pic x(60).
       01  USER-PARSE-4              pic x(60).
       01  USER-PARSE-5              pic x(60).
       01  USER-PARSE-6              pic x(60).
       01  USER-PARSE-7              pic x(60).
       01  USER-PARSE-8              pic x(60).
       01  WS-DIST-SOURCE-NAME       pic x(80).
       01  WS-OUTBOX-NAME            pic x(80).
       01  ws-report-open            pic x value "n".
       01  ws-dist-job               pic x(40).
       01  ws-d                      pic 9(03) value 0.
       01  ws-u                      pic 9(05) value 0.
       01  ws-dist-kind              pic x(20).
       01  ws-dist-target            pic x(40).
       01  ws-dist-recipient         pic x(32).
       01  ws-dist-company           pic x(20).
       01  ws-dist-employer          pic x value "n".
       01  ws-dist-status            pic x(20).
       01  ws-dist-lines             pic 9(06) value 0.
       01  ws-dist-matched           pic 9(04) value 0.
       01  ws-dist-tally             pic 9(03) value 0.
       01  ws-date-tally             pic 9(03) value 0.
       01  ws-dist-part-1            pic x(80).
       01  ws-dist-part-2            pic x(80).
       01  ws-sent-count             pic 9(04) value 0.
      *>>    What this job has already sent, so an account named by
      *>>    two manifest rows (the Dean, who is also an advisor)
      *>>    gets the report once.
       01  JOB-SENT-TABLE.
           05  JOB-SENT-ENTRY        occurs 500 times.
               10  js-recipient      pic x(32).
               10  js-report         pic x(80).
       01  JOB-SENT-COUNT            pic 9(03) value 0.
       01  ws-s                      pic 9(03) value 0.
       01  ws-unsent-count           pic 9(04) value 0.

       procedure division.
       main.
           open output report-file
               stop run
           end-if

           move "y" to ws-report-open
           move "--- Nightly Batch Driver ---" to report-line
           write report-line

           perform load-job-list
           perform load-distribution-manifest
           perform load-run-control
           perform load-runtime-baselines

           end-if
           move WS-DISPLAY to report-line
           write report-line
           if DIST-COUNT > 0
               move spaces to report-line
               string "Report deliveries: " ws-sent-count
                      "  not delivered: " ws-unsent-count
                      " (see report-delivery-log.dat)"
                      delimited by size into report-line
               write report-line
           end-if

           if ws-chain-seconds > WS-CHAIN-WINDOW-SECONDS
               move spaces to report-line
               move 8 to return-code
           end-if
           close report-file
           move "n" to ws-report-open

      *>>    The driver's own report goes out last, whole.
           move "NightlyBatchDriver" to ws-dist-job
           perform distribute-job-reports
           stop run.

      *>>    Declared order comes from nightly-jobs.txt, one program
      *>>    name per line, optionally followed by its run options
      *>>    ("CensusReport csv"); absent, the full overnight sequence is
      *>>    seeded so the file documents itself: ControlTotals
      *>>    first, so a file that drifted in the day stops the chain
      *>>    before anything builds on it, then the read-only
      *>>    reports and extracts, then the lock-taking
      *>>    mutators (expiries, nudges, anonymization) one after
      *>>    another so no two writers ever contend for the data
      *>>    lock. The nightly reports that keep a journal-fed
      *>>    mirror are seeded with their "incremental" option.
       load-job-list.
           move 0 to JOBS-COUNT
           open input jobs-list-file
                   if function trim(jobs-list-line) not = spaces
                      and JOBS-COUNT < 30
                       add 1 to JOBS-COUNT
                       move spaces to jb-name(JOBS-COUNT)
                       move spaces to jb-options(JOBS-COUNT)
                       move function trim(jobs-list-line)
                           to jobs-list-line
                       move 1 to ws-opt-ptr
                       unstring jobs-list-line delimited by all " "
                           into jb-name(JOBS-COUNT)
                           with pointer ws-opt-ptr
                       end-unstring
                       if ws-opt-ptr <= 60
                           move function trim(jobs-list-line(ws-opt-ptr:))
                               to jb-options(JOBS-COUNT)
                       end-if
                       move "pending" to jb-status(JOBS-COUNT)
                   end-if
               end-perform
               close jobs-list-file
           end-if

           if JOBS-COUNT > 0
               perform check-job-list
               exit paragraph
           end-if

           open output jobs-list-file
           perform varying ws-i from 1 by 1
                   until ws-i > WS-BUILTIN-JOB-COUNT
               move spaces to jobs-list-line
               if bj-options(ws-i) = spaces
                   move bj-name(ws-i) to jobs-list-line
               else
                   string function trim(bj-name(ws-i)) " "
                          function trim(bj-options(ws-i))
                          delimited by size into jobs-list-line
                   end-string
               end-if
               write jobs-list-line
               move bj-name(ws-i) to jb-name(ws-i)
               move bj-options(ws-i) to jb-options(ws-i)
               move "pending" to jb-status(ws-i)
           end-perform
           close jobs-list-file
           move WS-BUILTIN-JOB-COUNT to JOBS-COUNT
           .

      *>>    An existing nightly-jobs.txt is the operator's and is
      *>>    run as written, but every built-in job it does not name
      *>>    - or names without the built-in run options - gets a
      *>>    warning line at the top of the report.
       check-job-list.
           move 0 to ws-list-warnings
           perform varying ws-i from 1 by 1
                   until ws-i > WS-BUILTIN-JOB-COUNT
               move 0 to ws-builtin-found
               perform varying ws-j from 1 by 1 until ws-j > JOBS-COUNT
                   if jb-name(ws-j) = bj-name(ws-i)
                       move ws-j to ws-builtin-found
                       exit perform
                   end-if
               end-perform
               if ws-builtin-found = 0
                   add 1 to ws-list-warnings
                   move spaces to report-line
                   string "WARNING: nightly-jobs.txt has no "
                          function trim(bj-name(ws-i))
                          " line - it is not run. Add it to the list."
                          delimited by size into report-line
                   write report-line
               else
                   if bj-options(ws-i) not = spaces
                       move 0 to ws-option-tally
                       inspect jb-options(ws-builtin-found)
                           tallying ws-option-tally
                           for all function trim(bj-options(ws-i))
                       if ws-option-tally = 0
                           add 1 to ws-list-warnings
                           move spaces to report-line
                           string "WARNING: nightly-jobs.txt runs "
                                  function trim(bj-name(ws-i))
                                  " without """
                                  function trim(bj-options(ws-i))
                                  """ - add it after the job name."
                                  delimited by size into report-line
                           write report-line
                       end-if
                   end-if
               end-if
           end-perform
           .

      *>>    Prior control rows are matched to the declared jobs by
           perform save-run-control

           move spaces to ws-command
           if function trim(jb-options(ws-i)) = spaces
               string "./" function trim(jb-name(ws-i))
                   delimited by size into ws-command
           else
               string "./" function trim(jb-name(ws-i)) " "
                      function trim(jb-options(ws-i))
                   delimited by size into ws-command
           end-if
           call "SYSTEM" using by content ws-command
           end-call

                      " (" jb-start(ws-i) " - " jb-end(ws-i) ")"
                      delimited by size into report-line
               write report-line
               move 0 to return-code
               move jb-name(ws-i) to ws-dist-job
               perform distribute-job-reports
           else
               move "failed" to jb-status(ws-i)
               move "y" to ws-halted
               close notification-file
           end-if
           .

       load-distribution-manifest.
           move 0 to DIST-COUNT
           open input distribution-file
           if FILESTAT-DIST = "00"
               perform until 1 = 2
                   read distribution-file into distribution-line
                       at end exit perform
                   end-read
                   move function trim(distribution-line)
                       to distribution-line
                   if distribution-line not = spaces
                      and distribution-line(1:1) not = "#"
                      and DIST-COUNT < 200
                       add 1 to DIST-COUNT
                       move spaces to dt-job(DIST-COUNT)
                       move spaces to dt-report(DIST-COUNT)
                       move spaces to dt-recipient(DIST-COUNT)
                       unstring distribution-line delimited by "|" into
                           dt-job(DIST-COUNT) dt-report(DIST-COUNT)
                           dt-recipient(DIST-COUNT)
                       end-unstring
                       move function trim(dt-job(DIST-COUNT))
                           to dt-job(DIST-COUNT)
                       move function trim(dt-report(DIST-COUNT))
                           to dt-report(DIST-COUNT)
                       move function trim(dt-recipient(DIST-COUNT))
                           to dt-recipient(DIST-COUNT)
                   end-if
               end-perform
               close distribution-file
           end-if
           if DIST-COUNT > 0
               perform load-user-directory
           end-if
           .

      *>>    users.dat data: pass,attempts,locked,pwdate,email,role,
      *>>    company-id,status,...
       load-user-directory.
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
               move spaces to USER-PARSE-6
               move spaces to USER-PARSE-7
               move spaces to USER-PARSE-8
               unstring fd-user-data delimited by "," into
                   USER-PARSE-1 USER-PARSE-2 USER-PARSE-3 USER-PARSE-4
                   USER-PARSE-5 USER-PARSE-6 USER-PARSE-7 USER-PARSE-8
               end-unstring
               add 1 to USER-COUNT
               move fd-user-name to ut-name(USER-COUNT)
               move function trim(USER-PARSE-6) to ut-role(USER-COUNT)
               move function trim(USER-PARSE-7) to ut-company(USER-COUNT)
               move function trim(USER-PARSE-8) to ut-status(USER-COUNT)
           end-perform
           close user-file
           .

      *>>    Every manifest row for ws-dist-job, resolved to its
      *>>    recipients.
       distribute-job-reports.
           move 0 to JOB-SENT-COUNT
           perform varying ws-d from 1 by 1 until ws-d > DIST-COUNT
               if dt-job(ws-d) = ws-dist-job
                   perform distribute-one-entry
               end-if
           end-perform
           .

       distribute-one-entry.
           move spaces to ws-dist-kind
           move spaces to ws-dist-target
           unstring dt-recipient(ws-d) delimited by ":" into
               ws-dist-kind ws-dist-target
           end-unstring
           move function lower-case(ws-dist-kind) to ws-dist-kind
           move 0 to ws-dist-matched
           evaluate function trim(ws-dist-kind)
               when "operator"
                   move "operator" to ws-dist-recipient
                   move spaces to ws-dist-company
                   move "n" to ws-dist-employer
                   perform deliver-to-recipient
               when "advisors"
                   perform varying ws-u from 1 by 1 until ws-u > USER-COUNT
                       if ut-role(ws-u) = "advisor"
                          and ut-status(ws-u) not = "deactivated"
                           perform deliver-to-account
                       end-if
                   end-perform
               when "company"
                   perform varying ws-u from 1 by 1 until ws-u > USER-COUNT
                       if ut-role(ws-u) = "employer"
                          and ut-status(ws-u) not = "deactivated"
                          and ut-company(ws-u) = ws-dist-target
                          and ws-dist-target not = spaces
                           perform deliver-to-account
                       end-if
                   end-perform
               when "user"
                   perform varying ws-u from 1 by 1 until ws-u > USER-COUNT
                       if ut-name(ws-u) = ws-dist-target
                          and ut-status(ws-u) not = "deactivated"
                           perform deliver-to-account
                           exit perform
                       end-if
                   end-perform
               when other
                   move dt-recipient(ws-d) to ws-dist-recipient
                   move "unknown-recipient" to ws-dist-status
                   move dt-report(ws-d) to WS-DIST-SOURCE-NAME
                   move spaces to WS-OUTBOX-NAME
                   move 0 to ws-dist-lines
                   perform log-delivery
                   add 1 to ws-dist-matched
           end-evaluate
           if ws-dist-matched = 0
               move dt-recipient(ws-d) to ws-dist-recipient
               move "no-recipients" to ws-dist-status
               move dt-report(ws-d) to WS-DIST-SOURCE-NAME
               move spaces to WS-OUTBOX-NAME
               move 0 to ws-dist-lines
               perform log-delivery
           end-if
           .

      *>>    An employer account is always scoped to its own
      *>>    company-id, however it was named in the manifest.
       deliver-to-account.
           move ut-name(ws-u) to ws-dist-recipient
           move spaces to ws-dist-company
           move "n" to ws-dist-employer
           if ut-role(ws-u) = "employer"
               move "y" to ws-dist-employer
               move ut-company(ws-u) to ws-dist-company
           end-if
           perform deliver-to-recipient
           .

       deliver-to-recipient.
           add 1 to ws-dist-matched
           move 0 to ws-dist-lines
           move spaces to WS-OUTBOX-NAME
           perform resolve-report-name
           if ws-dist-employer = "y"
              and ( ws-dist-tally = 0 or ws-dist-company = spaces )
               move "refused" to ws-dist-status
               perform log-delivery
               exit paragraph
           end-if
           perform varying ws-s from 1 by 1 until ws-s > JOB-SENT-COUNT
               if js-recipient(ws-s) = ws-dist-recipient
                  and js-report(ws-s) = WS-DIST-SOURCE-NAME
                   exit paragraph
               end-if
           end-perform

           open input dist-source-file
           if FILESTAT-SRC not = "00"
               move "missing" to ws-dist-status
               perform log-delivery
               exit paragraph
           end-if
           string function trim(ws-dist-recipient) "-outbox.txt"
               delimited by size into WS-OUTBOX-NAME
           end-string
           open extend outbox-file
           if FILESTAT-OUTBOX not = "00"
               open output outbox-file
               close outbox-file
               open extend outbox-file
           end-if
           if FILESTAT-OUTBOX not = "00"
               close dist-source-file
               move "missing" to ws-dist-status
               perform log-delivery
               exit paragraph
           end-if
           move spaces to outbox-line
           string "===== " function trim(WS-DIST-SOURCE-NAME)
                  " (" function trim(ws-dist-job) ", "
                  function current-date(1:14) ") ====="
               delimited by size into outbox-line
           end-string
           write outbox-line
           perform until 1 = 2
               read dist-source-file into dist-source-line
                   at end exit perform
               end-read
               move dist-source-line to outbox-line
               write outbox-line
               add 1 to ws-dist-lines
           end-perform
           close dist-source-file
           close outbox-file

           move spaces to notif-detail
           string function trim(WS-DIST-SOURCE-NAME)
                  " is in your report outbox ("
                  function trim(WS-OUTBOX-NAME) ")."
               delimited by size into notif-detail
           end-string
           open extend notification-file
           if FILESTAT-NOTIF not = "00"
               open output notification-file
               close notification-file
               open extend notification-file
           end-if
           if FILESTAT-NOTIF = "00"
               move spaces to notification-line
               string
                   function trim(ws-dist-recipient) "|"
                   "report-delivered" "|"
                   function trim(notif-detail) "|"
                   function current-date
                   delimited by size
                   into notification-line
               end-string
               write notification-line
               close notification-file
           end-if
           if JOB-SENT-COUNT < 500
               add 1 to JOB-SENT-COUNT
               move ws-dist-recipient to js-recipient(JOB-SENT-COUNT)
               move WS-DIST-SOURCE-NAME to js-report(JOB-SENT-COUNT)
           end-if
           move "delivered" to ws-dist-status
           perform log-delivery
           .

      *>>    Fills {company} and {date} into the manifest's report
      *>>    name; ws-dist-tally says whether the name was company-
      *>>    scoped at all.
       resolve-report-name.
           move dt-report(ws-d) to WS-DIST-SOURCE-NAME
           move 0 to ws-dist-tally
           inspect WS-DIST-SOURCE-NAME tallying ws-dist-tally
               for all "{company}"
           if ws-dist-tally > 0
               move spaces to ws-dist-part-1
               move spaces to ws-dist-part-2
               unstring WS-DIST-SOURCE-NAME delimited by "{company}"
                   into ws-dist-part-1 ws-dist-part-2
               end-unstring
               move spaces to WS-DIST-SOURCE-NAME
               string function trim(ws-dist-part-1)
                      function trim(ws-dist-company)
                      function trim(ws-dist-part-2)
                   delimited by size into WS-DIST-SOURCE-NAME
               end-string
           end-if
           move 0 to ws-date-tally
           inspect WS-DIST-SOURCE-NAME tallying ws-date-tally
               for all "{date}"
           if ws-date-tally > 0
               move spaces to ws-dist-part-1
               move spaces to ws-dist-part-2
               unstring WS-DIST-SOURCE-NAME delimited by "{date}"
                   into ws-dist-part-1 ws-dist-part-2
               end-unstring
               move spaces to WS-DIST-SOURCE-NAME
               string function trim(ws-dist-part-1)
                      function current-date(1:8)
                      function trim(ws-dist-part-2)
                   delimited by size into WS-DIST-SOURCE-NAME
               end-string
           end-if
           .

       log-delivery.
           if ws-dist-status = "delivered"
               add 1 to ws-sent-count
           else
               add 1 to ws-unsent-count
           end-if
           open extend delivery-log-file
           if FILESTAT-DLOG not = "00"
               open output delivery-log-file
               close delivery-log-file
               open extend delivery-log-file
           end-if
           if FILESTAT-DLOG = "00"
               move spaces to delivery-log-line
               string function current-date(1:14) "|"
                      function trim(ws-dist-job) "|"
                      function trim(WS-DIST-SOURCE-NAME) "|"
                      function trim(ws-dist-recipient) "|"
                      function trim(WS-OUTBOX-NAME) "|"
                      ws-dist-lines "|"
                      function trim(ws-dist-status)
                   delimited by size into delivery-log-line
               end-string
               write delivery-log-line
               close delivery-log-file
           end-if
           if ws-report-open = "y"
               move spaces to report-line
               if ws-dist-status = "delivered"
                   string "        sent " function trim(WS-DIST-SOURCE-NAME)
                          " to " function trim(ws-dist-recipient)
                       delimited by size into report-line
                   end-string
               else
                   string "        NOT SENT " function trim(WS-DIST-SOURCE-NAME)
                          " to " function trim(ws-dist-recipient)
                          " (" function trim(ws-dist-status) ")"
                       delimited by size into report-line
                   end-string
               end-if
               write report-line
           end-if
           .
