      *>>    One-time migration utility for the applications.dat
      *>>    indexed conversion: reads the old pipe-delimited
      *>>    line-sequential applications.dat into memory, then
      *>>    recreates applications.dat as an indexed file keyed on
      *>>    job-id + applicant with an alternate key on the applicant
      *>>    (the layout InCollege, AdminConsole, and the reports now
      *>>    expect), writing each row through a keyed write so a
      *>>    second application to the same posting is caught instead
      *>>    of silently kept.
      *>>
      *>>    Rows written before postings carried a job-id have a
      *>>    blank field 12, and some postings (hand-loaded or fed in
      *>>    by CareerFeedImport) still have no id at all. So jobs.dat
      *>>    is read first: every posting without a job-id is issued
      *>>    the next "J" number (the same series assign-next-job-id
      *>>    uses) and jobs.dat is rewritten; a blank application
      *>>    job-id is then resolved by title + employer against the
      *>>    postings. A row that still has no job-id, a blank
      *>>    applicant, or a duplicate key is rejected and listed,
      *>>    and its whole line kept in applications-rejected.dat -
      *>>    the blank and unresolved ones are written there before
      *>>    the old file is recreated, so nothing depends on the
      *>>    in-memory copy surviving the run. A duplicate key whose
      *>>    stored row is Withdrawn gives way to a live application
      *>>    for the same posting: the live row is kept and the
      *>>    Withdrawn one goes to the side file as superseded.
      *>>
      *>>    On success the applications.dat stamp in
      *>>    layout-versions.dat is set to 03. Counts go to
      *>>    Applications-Migration-Report.txt. Run once per data
      *>>    directory before the first session after the conversion;
      *>>    rerunning against an already-migrated file reports a read
      *>>    failure and changes nothing.
       identification division.
       program-id. MigrateApplicationsFile.

       environment division.
       input-output section.
       file-control.
           select old-application-file assign to "applications.dat"
               organization is line sequential
               file status is FILESTAT-OLD.
           select new-application-file assign to "applications.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-NEW.
           select job-file assign to "jobs.dat"
               organization is line sequential
               file status is FILESTAT-JOB.
      *>>    Write-verify-swap target for the jobs.dat rewrite, so a
      *>>    failure part way through leaves the live file untouched.
           select temp-job-file assign to "jobs.dat.new"
               organization is line sequential
               file status is FILESTAT-TMPJ.
           select layout-version-file assign to "layout-versions.dat"
               organization is line sequential
               file status is FILESTAT-LAYOUT.
      *>>    Whole rows the migration could not key, for hand repair.
           select rejected-row-file
               assign to "applications-rejected.dat"
               organization is line sequential
               file status is FILESTAT-REJ.
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

           select report-file assign to "Applications-Migration-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.

       data division.
       file section.
       fd  old-application-file.
       01  old-application-line      pic x(1000).

       fd  new-application-file.
       01  application-record.
           05  fd-app-key.
               10  fd-app-job-id     pic x(10).
               10  fd-app-username   pic x(32).
           05  fd-app-data           pic x(1000).

       fd  job-file.
       01  job-line                  pic x(1000).

       fd  temp-job-file.
       01  temp-job-line             pic x(1000).

       fd  rejected-row-file.
       01  rejected-row-line         pic x(1000).

       fd  layout-version-file.
       01  layout-version-line       pic x(40).

       fd  lock-file.
       01  lock-line                 pic x(60).

       fd  report-file.
       01  report-line               pic x(200).

       working-storage section.
       01  FILESTAT-LOCK             pic xx.
       01  WS-LOCK-OWNER             pic x(30) value "MigrateApplications".
       01  WS-LOCK-STALE-MINUTES     pic 9(04) value 30.
       01  ws-lock-acquired          pic x value "n".
       01  ws-lock-holder            pic x(30).
       01  ws-lock-stamp             pic x(14).
       01  ws-lock-age-minutes       pic s9(09) value 0.
       01  ws-lock-then-min          pic 9(09) value 0.
       01  ws-lock-now-min           pic 9(09) value 0.

       01  FILESTAT-OLD              pic xx.
       01  FILESTAT-NEW              pic xx.
       01  FILESTAT-JOB              pic xx.
       01  FILESTAT-TMPJ             pic xx.
       01  WS-TEMP-SWAP-FROM         pic x(60) value "jobs.dat.new".
       01  WS-TEMP-SWAP-TO           pic x(60) value "jobs.dat".
       01  ws-swap-written           pic 9(06) value 0.
       01  ws-swap-verified          pic 9(06) value 0.
       01  ws-swap-ok                pic x value "n".
       01  FILESTAT-LAYOUT           pic xx.
       01  FILESTAT-REJ              pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).

       01  OLD-ROWS-TABLE.
           05  OLD-ROW-ENTRY         occurs 20000 times pic x(1000).
       01  OLD-ROWS-COUNT            pic 9(06) value 0.
      *>>    Per old row: "k" to be keyed, "r" rejected before the
      *>>    indexed file was created.
       01  OLD-ROW-FLAGS.
           05  OLD-ROW-FLAG          occurs 20000 times pic x.
       01  ws-old-overflow           pic x value "n".

      *>>    jobs.dat held whole so blank job-ids can be issued and
      *>>    the file rewritten; jb-title/jb-employer/jb-id are the
      *>>    resolved lookup columns.
       01  JOBS-TABLE.
           05  JOB-ENTRY             occurs 5000 times.
               10  jb-line           pic x(1000).
               10  jb-title          pic x(50).
               10  jb-employer       pic x(100).
               10  jb-id             pic x(10).
       01  JOBS-COUNT                pic 9(05) value 0.
       01  ws-jobs-overflow          pic x value "n".
       01  ws-jobs-changed           pic x value "n".

      *>>    One row split on "|" - a jobs.dat row runs to
      *>>    13 + question-count + 7 fields plus its skills.
       01  ROW-FIELDS.
           05  ROW-FIELD             occurs 40 times pic x(1000).
       01  ws-field-count            pic 9(02) value 0.
       01  ws-field-max              pic 9(02) value 0.
       01  ws-field-idx              pic 9(02) value 0.
       01  ws-id-field               pic 9(02) value 0.
       01  ws-qcount                 pic 9(02) value 0.
       01  ws-line-len               pic 9(04) value 0.
       01  ws-join-pos               pic 9(04) value 0.
       01  ws-join-line              pic x(1000).
       01  ws-row-line               pic x(1000).

       01  ws-next-job-id            pic 9(06) value 0.
       01  ws-new-job-id             pic x(10).

       01  LAYOUT-LINES-TABLE.
           05  LAYOUT-LINE-ENTRY     occurs 50 times pic x(40).
       01  LAYOUT-LINES-COUNT        pic 9(02) value 0.
       01  ws-layout-found           pic x value "n".
       01  LY-PARSE-1                pic x(20).

       01  ws-i                      pic 9(06) value 0.
       01  ws-j                      pic 9(06) value 0.
       01  ws-parse-pos              pic 9(04) value 0.
       01  ws-issued-count           pic 9(06) value 0.
       01  ws-resolved-count         pic 9(06) value 0.
       01  ws-written-count          pic 9(06) value 0.
       01  ws-unresolved-count       pic 9(06) value 0.
       01  ws-rejected-count         pic 9(06) value 0.
       01  ws-superseded-count       pic 9(06) value 0.
       01  ws-title-resolved         pic x value "n".
       01  ws-incoming-status        pic x(15).
       01  ws-stored-status          pic x(15).
       01  ws-dup-skip               pic x(100).
       01  ws-dup-incoming           pic x(1042).
       01  ws-superseded-line        pic x(1000).
       01  application-line          pic x(1000).
       01  ws-app-title              pic x(50).
       01  ws-app-employer           pic x(100).

       procedure division.
       main.
           open output report-file
           if FILESTAT-RPT not = "00"
               display "ERROR opening report file"
               move 8 to return-code
               stop run
           end-if

           move "--- applications.dat Indexed Migration ---" to report-line
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
               string "No rows readable from the old applications.dat"
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
               move "applications.dat over 20000 rows - migration refused."
                   to report-line
               write report-line
               display function trim(report-line)
               perform release-data-lock
               close report-file
               move 8 to return-code
               stop run
           end-if

           perform load-jobs
           if ws-jobs-overflow = "y"
               move "jobs.dat over 5000 rows - migration refused."
                   to report-line
               write report-line
               display function trim(report-line)
               perform release-data-lock
               close report-file
               move 8 to return-code
               stop run
           end-if

           perform issue-missing-job-ids
      *>>    Applications are keyed on the ids just issued, so they
      *>>    are not migrated unless the postings carrying those ids
      *>>    were saved.
           if ws-jobs-changed = "y"
               perform rewrite-jobs-file
               if ws-swap-ok not = "y"
                   move "jobs.dat could not be rewritten - migration refused."
                       to report-line
                   write report-line
                   display function trim(report-line)
                   perform release-data-lock
                   close report-file
                   move 8 to return-code
                   stop run
               end-if
           end-if

           perform write-new-file
           if return-code = 0
               perform stamp-layout-version
           end-if

           move spaces to WS-DISPLAY
           string "Postings given a job-id:   " ws-issued-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           move spaces to WS-DISPLAY
           string "Rows read from old file:   " OLD-ROWS-COUNT
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           move spaces to WS-DISPLAY
           string "Job-ids resolved by title: " ws-resolved-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           move spaces to WS-DISPLAY
           string "Rows written keyed:        " ws-written-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           move spaces to WS-DISPLAY
           string "Rows rejected (no job-id): " ws-unresolved-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           move spaces to WS-DISPLAY
           string "Rows rejected (bad/dup):   " ws-rejected-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           move spaces to WS-DISPLAY
           string "Withdrawn rows superseded: " ws-superseded-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           if ws-rejected-count + ws-unresolved-count
              + ws-superseded-count > 0
               move "Rejected and superseded rows kept in applications-rejected.dat."
                   to report-line
               write report-line
           end-if

           perform release-data-lock
           close report-file
           stop run.

       load-old-rows.
           move 0 to OLD-ROWS-COUNT
           open input old-application-file
           if FILESTAT-OLD = "00"
               perform until 1 = 2
                   read old-application-file into old-application-line
                       at end exit perform
                   end-read
                   if function trim(old-application-line) not = spaces
                       if OLD-ROWS-COUNT < 20000
                           add 1 to OLD-ROWS-COUNT
                           move old-application-line
                               to OLD-ROW-ENTRY(OLD-ROWS-COUNT)
                       else
                           move "y" to ws-old-overflow
                       end-if
                   end-if
               end-perform
               close old-application-file
           end-if
           .

      *>>    Loads jobs.dat, noting each posting's title, employer,
      *>>    and job-id (field 13 + question-count + 5), and the
      *>>    highest "J" number already issued.
       load-jobs.
           move 0 to JOBS-COUNT
           move 0 to ws-next-job-id
           open input job-file
           if FILESTAT-JOB = "00"
               perform until 1 = 2
                   read job-file into job-line
                       at end exit perform
                   end-read
                   if JOBS-COUNT >= 5000
                       move "y" to ws-jobs-overflow
                       exit perform
                   end-if
                   add 1 to JOBS-COUNT
                   move job-line to jb-line(JOBS-COUNT)
                   move job-line to ws-row-line
                   perform split-row-fields
                   perform locate-job-id-field
                   move function trim(ROW-FIELD(2)) to jb-title(JOBS-COUNT)
                   move function trim(ROW-FIELD(4))
                       to jb-employer(JOBS-COUNT)
                   move function trim(ROW-FIELD(ws-id-field))
                       to jb-id(JOBS-COUNT)
                   if jb-id(JOBS-COUNT)(1:1) = "J"
                      and function trim(jb-id(JOBS-COUNT)(2:)) is numeric
                       if function numval(function trim(jb-id(JOBS-COUNT)(2:)))
                          > ws-next-job-id
                           move function numval(
                               function trim(jb-id(JOBS-COUNT)(2:)))
                               to ws-next-job-id
                       end-if
                   end-if
               end-perform
               close job-file
           end-if
           .

      *>>    Splits ws-row-line (a jobs.dat or applications.dat row)
      *>>    into ROW-FIELD; ws-field-count is the number of fields
      *>>    present.
       split-row-fields.
           move spaces to ROW-FIELDS
           move 0 to ws-field-count
           move function length(function trim(ws-row-line trailing))
               to ws-line-len
           move 1 to ws-parse-pos
           perform until ws-parse-pos > ws-line-len
                   or ws-field-count >= 40
               add 1 to ws-field-count
               unstring ws-row-line delimited by "|"
                   into ROW-FIELD(ws-field-count)
                   with pointer ws-parse-pos
               end-unstring
           end-perform
           .

       locate-job-id-field.
           move 0 to ws-qcount
           if function trim(ROW-FIELD(12)) is numeric
               move function numval(function trim(ROW-FIELD(12)))
                   to ws-qcount
           end-if
           compute ws-id-field = 13 + ws-qcount + 5
           .

      *>>    Every posting still without a job-id gets the next "J"
      *>>    number, written into its id field (padding the row out
      *>>    to that field if it stopped short).
       issue-missing-job-ids.
           perform varying ws-i from 1 by 1 until ws-i > JOBS-COUNT
               if function trim(jb-id(ws-i)) = spaces
                  and jb-line(ws-i) not = spaces
                   move jb-line(ws-i) to ws-row-line
                   perform split-row-fields
                   perform locate-job-id-field
                   add 1 to ws-next-job-id
                   move spaces to ws-new-job-id
                   string "J" ws-next-job-id
                       delimited by size into ws-new-job-id
                   end-string
                   move ws-new-job-id to ROW-FIELD(ws-id-field)
                   move ws-new-job-id to jb-id(ws-i)
                   move ws-field-count to ws-field-max
                   if ws-field-max < ws-id-field
                       move ws-id-field to ws-field-max
                   end-if
                   perform join-row-fields
                   move ws-join-line to jb-line(ws-i)
                   add 1 to ws-issued-count
                   move "y" to ws-jobs-changed
               end-if
           end-perform
           .

      *>>    Re-joins ROW-FIELD(1..ws-field-max) with "|" into
      *>>    ws-join-line.
       join-row-fields.
           move spaces to ws-join-line
           move 1 to ws-join-pos
           perform varying ws-field-idx from 1 by 1
                   until ws-field-idx > ws-field-max
               if ws-field-idx > 1
                   string "|" delimited by size into ws-join-line
                       with pointer ws-join-pos
                   end-string
               end-if
               if ROW-FIELD(ws-field-idx) not = spaces
                   string function trim(ROW-FIELD(ws-field-idx))
                       delimited by size into ws-join-line
                       with pointer ws-join-pos
                   end-string
               end-if
           end-perform
           .

      *>>    Writes the postings to jobs.dat.new, counts them back
      *>>    and renames the copy over jobs.dat; ws-swap-ok says
      *>>    whether the live file was replaced.
       rewrite-jobs-file.
           move "n" to ws-swap-ok
           move 0 to ws-swap-written
           open output temp-job-file
           if FILESTAT-TMPJ not = "00"
               move spaces to WS-DISPLAY
               string "Could not rewrite jobs.dat (temp file status "
                      FILESTAT-TMPJ ")."
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > JOBS-COUNT
               move jb-line(ws-i) to temp-job-line
               write temp-job-line
               add 1 to ws-swap-written
           end-perform
           close temp-job-file

           move 0 to ws-swap-verified
           open input temp-job-file
           if FILESTAT-TMPJ = "00"
               perform until 1 = 2
                   read temp-job-file into temp-job-line
                       at end exit perform
                   end-read
                   add 1 to ws-swap-verified
               end-perform
               close temp-job-file
           end-if
           if ws-swap-verified not = ws-swap-written
               move "SWAP REFUSED for jobs.dat: verify count mismatch, live file untouched" to report-line
               write report-line
               exit paragraph
           end-if
           call "CBL_RENAME_FILE"
               using WS-TEMP-SWAP-FROM WS-TEMP-SWAP-TO
           end-call
           if return-code not = 0
               move "SWAP FAILED for jobs.dat: rename error, live file untouched" to report-line
               write report-line
           else
               move "y" to ws-swap-ok
           end-if
           move 0 to return-code
           .

      *>>    Resolves every old row first and writes the blank and
      *>>    unresolved ones to applications-rejected.dat, then
      *>>    recreates applications.dat indexed and loads the rest
      *>>    through an i-o keyed write. The side file is closed
      *>>    before the old file is overwritten and reopened for
      *>>    extend, so a duplicate found during the load lands there
      *>>    too.
       write-new-file.
           open output rejected-row-file
           if FILESTAT-REJ not = "00"
               move spaces to WS-DISPLAY
               string "Could not create applications-rejected.dat (status "
                      FILESTAT-REJ ") - migration refused."
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               display function trim(WS-DISPLAY)
               move 8 to return-code
               exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > OLD-ROWS-COUNT
               perform resolve-old-row
               if ws-title-resolved = "y"
                   add 1 to ws-resolved-count
               end-if
               evaluate true
                   when fd-app-username = spaces
                       move "r" to OLD-ROW-FLAG(ws-i)
                       add 1 to ws-rejected-count
                       perform report-rejected-row
                   when fd-app-job-id = spaces
                       move "r" to OLD-ROW-FLAG(ws-i)
                       add 1 to ws-unresolved-count
                       perform report-rejected-row
                   when other
                       move "k" to OLD-ROW-FLAG(ws-i)
               end-evaluate
           end-perform
           close rejected-row-file

           open extend rejected-row-file
           if FILESTAT-REJ not = "00"
               move spaces to WS-DISPLAY
               string "Could not reopen applications-rejected.dat (status "
                      FILESTAT-REJ ") - migration refused."
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               display function trim(WS-DISPLAY)
               move 8 to return-code
               exit paragraph
           end-if

           open output new-application-file
           if FILESTAT-NEW not = "00"
               move spaces to WS-DISPLAY
               string "Could not create indexed applications.dat (status "
                      FILESTAT-NEW ")."
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               display function trim(WS-DISPLAY)
               close rejected-row-file
               move 8 to return-code
               exit paragraph
           end-if
           close new-application-file

           open i-o new-application-file
           if FILESTAT-NEW not = "00"
               move spaces to WS-DISPLAY
               string "Could not open indexed applications.dat for update (status "
                      FILESTAT-NEW ")."
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               display function trim(WS-DISPLAY)
               close rejected-row-file
               move 8 to return-code
               exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > OLD-ROWS-COUNT
               if OLD-ROW-FLAG(ws-i) = "k"
                   perform resolve-old-row
                   write application-record
                       invalid key
                           perform settle-duplicate-key
                       not invalid key
                           add 1 to ws-written-count
                   end-write
               end-if
           end-perform
           close new-application-file
           close rejected-row-file
           .

      *>>    Builds application-record from OLD-ROW-ENTRY(ws-i): the
      *>>    job-id comes from field 12, or from the posting with the
      *>>    same title and employer when that is blank
      *>>    (ws-title-resolved = "y"). ws-incoming-status is the
      *>>    row's status field.
       resolve-old-row.
           move "n" to ws-title-resolved
           move OLD-ROW-ENTRY(ws-i) to ws-row-line
           perform split-row-fields
           move function trim(ROW-FIELD(2)) to ws-app-title
           move function trim(ROW-FIELD(3)) to ws-app-employer
           move function trim(ROW-FIELD(5)) to ws-incoming-status
           if function trim(ROW-FIELD(12)) = spaces
               perform varying ws-j from 1 by 1
                       until ws-j > JOBS-COUNT
                   if jb-title(ws-j) = ws-app-title
                      and jb-employer(ws-j) = ws-app-employer
                       move jb-id(ws-j) to ROW-FIELD(12)
                       move "y" to ws-title-resolved
                       exit perform
                   end-if
               end-perform
           end-if
           move 12 to ws-field-max
           perform join-row-fields
           move ws-join-line to application-line

           move spaces to application-record
           move function trim(ROW-FIELD(1)) to fd-app-username
           move function trim(ROW-FIELD(12)) to fd-app-job-id
           move 1 to ws-parse-pos
           unstring application-line delimited by "|"
               into ROW-FIELD(1)
               with pointer ws-parse-pos
           end-unstring
           if ws-parse-pos <= 1000
               move application-line(ws-parse-pos:) to fd-app-data
           end-if
           .

      *>>    The key is already loaded. A stored Withdrawn row gives
      *>>    way to a live incoming one - the incoming row is
      *>>    rewritten over it and the Withdrawn row is kept in the
      *>>    side file; any other duplicate is rejected.
       settle-duplicate-key.
           move application-record to ws-dup-incoming
           read new-application-file
               invalid key
                   add 1 to ws-rejected-count
                   perform report-rejected-row
                   exit paragraph
           end-read
           move spaces to ws-stored-status
           unstring fd-app-data delimited by "|"
               into ws-dup-skip ws-dup-skip ws-dup-skip ws-stored-status
           end-unstring
           if function trim(ws-stored-status) not = "Withdrawn"
              or function trim(ws-incoming-status) = "Withdrawn"
               add 1 to ws-rejected-count
               perform report-rejected-row
               exit paragraph
           end-if

           move spaces to ws-superseded-line
           string function trim(fd-app-username) "|"
                  function trim(fd-app-data trailing)
               delimited by size into ws-superseded-line
           end-string
           move ws-dup-incoming to application-record
           rewrite application-record
               invalid key
                   add 1 to ws-rejected-count
                   perform report-rejected-row
                   exit paragraph
           end-rewrite
           add 1 to ws-superseded-count
           move ws-superseded-line to rejected-row-line
           write rejected-row-line
           move spaces to WS-DISPLAY
           string "  superseded (Withdrawn): " ws-superseded-line(1:170)
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           .

       report-rejected-row.
           move OLD-ROW-ENTRY(ws-i) to rejected-row-line
           write rejected-row-line
           move spaces to WS-DISPLAY
           string "  rejected: " OLD-ROW-ENTRY(ws-i)(1:180)
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           .

      *>>    Sets (or adds) the applications.dat|03 stamp; every
      *>>    other line of layout-versions.dat is kept as it was.
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
                       if function trim(LY-PARSE-1) = "applications.dat"
                           move "applications.dat|03"
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
               move "applications.dat|03"
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
               move "layout-versions.dat: applications.dat stamped 03."
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
