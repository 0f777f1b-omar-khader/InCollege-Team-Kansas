      *>>    One-time migration utility for the jobs.dat layout that
      *>>    carries a job category (a job-categories.dat code) after
      *>>    the required certification. Every existing posting is
      *>>    padded out to the new field; a posting whose title names
      *>>    a category (e.g. "Software Engineering Intern") is given
      *>>    that code, and the rest are left blank and listed so the
      *>>    posters or an admin can pick one - edit-job-posting asks
      *>>    for it on the next save. A row already carrying a
      *>>    category is kept as it is, so a rerun changes nothing.
      *>>
      *>>    On success the jobs.dat stamp in layout-versions.dat is
      *>>    set to 04. Counts go to Jobs-Migration-Report.txt. Run
      *>>    once per data directory after InCollege has seeded
      *>>    job-categories.dat (without it every posting is left
      *>>    uncategorized).
       identification division.
       program-id. MigrateJobsFile.

       environment division.
       input-output section.
       file-control.
           select job-file assign to "jobs.dat"
               organization is line sequential
               file status is FILESTAT-JOB.
           select job-category-file assign to "job-categories.dat"
               organization is line sequential
               file status is FILESTAT-JOBCAT.
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

           select report-file assign to "Jobs-Migration-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.

       data division.
       file section.
       fd  job-file.
       01  job-line                  pic x(1000).

       fd  job-category-file.
       01  job-category-line         pic x(100).

       fd  layout-version-file.
       01  layout-version-line       pic x(40).

       fd  lock-file.
       01  lock-line                 pic x(60).

       fd  report-file.
       01  report-line               pic x(200).

       working-storage section.
       01  FILESTAT-LOCK             pic xx.
       01  WS-LOCK-OWNER             pic x(30) value "MigrateJobsFile".
       01  WS-LOCK-STALE-MINUTES     pic 9(04) value 30.
       01  ws-lock-acquired          pic x value "n".
       01  ws-lock-holder            pic x(30).
       01  ws-lock-stamp             pic x(14).
       01  ws-lock-age-minutes       pic s9(09) value 0.
       01  ws-lock-then-min          pic 9(09) value 0.
       01  ws-lock-now-min           pic 9(09) value 0.

       01  FILESTAT-JOB              pic xx.
       01  FILESTAT-JOBCAT           pic xx.
       01  FILESTAT-LAYOUT           pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).

       01  JOBS-TABLE.
           05  JOB-ENTRY             occurs 5000 times pic x(1000).
       01  JOBS-COUNT                pic 9(05) value 0.
       01  ws-jobs-overflow          pic x value "n".

      *>>    job-categories.dat: code|name|industry. OTHER is never
      *>>    inferred from a title.
       01  JOB-CATEGORIES-TABLE.
           05  JOB-CATEGORY-ENTRY    occurs 100 times.
               10  jc-code           pic x(10).
               10  jc-name           pic x(40).
       01  JOB-CATEGORIES-COUNT      pic 9(03) value 0.

      *>>    One row split on "|" - a jobs.dat row runs to
      *>>    13 + question-count + 8 fields plus its skills.
       01  ROW-FIELDS.
           05  ROW-FIELD             occurs 40 times pic x(1000).
       01  ws-field-count            pic 9(02) value 0.
       01  ws-field-max              pic 9(02) value 0.
       01  ws-field-idx              pic 9(02) value 0.
       01  ws-skill-field            pic 9(02) value 0.
       01  ws-category-field         pic 9(02) value 0.
       01  ws-qcount                 pic 9(02) value 0.
       01  ws-skill-count            pic 9(02) value 0.
       01  ws-line-len               pic 9(04) value 0.
       01  ws-join-pos               pic 9(04) value 0.
       01  ws-join-line              pic x(1000).
       01  ws-row-line               pic x(1000).
       01  ws-category               pic x(10).
       01  ws-title-upper            pic x(50).
       01  ws-tally                  pic 9(03) value 0.

       01  LAYOUT-LINES-TABLE.
           05  LAYOUT-LINE-ENTRY     occurs 50 times pic x(40).
       01  LAYOUT-LINES-COUNT        pic 9(02) value 0.
       01  ws-layout-found           pic x value "n".
       01  LY-PARSE-1                pic x(20).

       01  ws-i                      pic 9(06) value 0.
       01  ws-j                      pic 9(06) value 0.
       01  ws-parse-pos              pic 9(04) value 0.
       01  ws-kept-count             pic 9(06) value 0.
       01  ws-inferred-count         pic 9(06) value 0.
       01  ws-blank-count            pic 9(06) value 0.

       procedure division.
       main.
           open output report-file
           if FILESTAT-RPT not = "00"
               display "ERROR opening report file"
               move 8 to return-code
               stop run
           end-if

           move "--- jobs.dat Category Migration ---" to report-line
           write report-line

           perform acquire-data-lock
           if ws-lock-acquired not = "y"
               move "Data lock held - migration abandoned." to report-line
               write report-line
               close report-file
               move 8 to return-code
               stop run
           end-if

           perform load-job-categories
           if JOB-CATEGORIES-COUNT = 0
               move "job-categories.dat not found - no categories inferred."
                   to report-line
               write report-line
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

           move spaces to report-line
           write report-line
           move "Postings left uncategorized:" to report-line
           write report-line
           perform varying ws-i from 1 by 1 until ws-i > JOBS-COUNT
               perform migrate-one-job
           end-perform
           if ws-blank-count = 0
               move "  None." to report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line

           perform rewrite-jobs-file
           if return-code = 0
               perform stamp-layout-version
           end-if

           move spaces to WS-DISPLAY
           string "Postings read:             " JOBS-COUNT
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           move spaces to WS-DISPLAY
           string "Category already on file:  " ws-kept-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           move spaces to WS-DISPLAY
           string "Category taken from title: " ws-inferred-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           move spaces to WS-DISPLAY
           string "Left uncategorized:        " ws-blank-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform release-data-lock
           close report-file
           stop run.

       load-job-categories.
           move 0 to JOB-CATEGORIES-COUNT
           open input job-category-file
           if FILESTAT-JOBCAT = "00"
               perform until 1 = 2
                   read job-category-file into job-category-line
                       at end exit perform
                   end-read
                   if function trim(job-category-line) not = spaces
                      and JOB-CATEGORIES-COUNT < 100
                       move job-category-line to ws-row-line
                       perform split-row-fields
                       add 1 to JOB-CATEGORIES-COUNT
                       move function upper-case(function trim(ROW-FIELD(1)))
                           to jc-code(JOB-CATEGORIES-COUNT)
                       move function upper-case(function trim(ROW-FIELD(2)))
                           to jc-name(JOB-CATEGORIES-COUNT)
                   end-if
               end-perform
               close job-category-file
           end-if
           .

       load-jobs.
           move 0 to JOBS-COUNT
           open input job-file
           if FILESTAT-JOB = "00"
               perform until 1 = 2
                   read job-file into job-line
                       at end exit perform
                   end-read
                   if function trim(job-line) not = spaces
                       if JOBS-COUNT >= 5000
                           move "y" to ws-jobs-overflow
                           exit perform
                       end-if
                       add 1 to JOBS-COUNT
                       move job-line to JOB-ENTRY(JOBS-COUNT)
                   end-if
               end-perform
               close job-file
           end-if
           .

      *>>    Locates the category field (two past the last required
      *>>    skill: 19 + question-count holds the skill count), keeps
      *>>    a category already there, otherwise infers one from the
      *>>    title and pads the row out to it.
       migrate-one-job.
           move JOB-ENTRY(ws-i) to ws-row-line
           perform split-row-fields
           move 0 to ws-qcount
           if function trim(ROW-FIELD(12)) is numeric
              and function trim(ROW-FIELD(12)) not = spaces
               move function numval(function trim(ROW-FIELD(12)))
                   to ws-qcount
           end-if
           if ws-qcount > 5
               move 5 to ws-qcount
           end-if
           compute ws-skill-field = 19 + ws-qcount
           move 0 to ws-skill-count
           if function trim(ROW-FIELD(ws-skill-field)) is numeric
              and function trim(ROW-FIELD(ws-skill-field)) not = spaces
               move function numval(
                   function trim(ROW-FIELD(ws-skill-field)))
                   to ws-skill-count
           end-if
           if ws-skill-count > 5
               move 5 to ws-skill-count
           end-if
           compute ws-category-field = ws-skill-field + ws-skill-count + 2

           if function trim(ROW-FIELD(ws-category-field)) not = spaces
               add 1 to ws-kept-count
               exit paragraph
           end-if

           perform infer-category-from-title
           if ws-category = spaces
               add 1 to ws-blank-count
               move spaces to WS-DISPLAY
               string "  " function trim(ROW-FIELD(ws-skill-field - 1))
                      " " function trim(ROW-FIELD(2))
                      " at " function trim(ROW-FIELD(4))
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               exit paragraph
           end-if

           add 1 to ws-inferred-count
           move ws-category to ROW-FIELD(ws-category-field)
           move ws-field-count to ws-field-max
           if ws-field-max < ws-category-field
               move ws-category-field to ws-field-max
           end-if
           perform join-row-fields
           move ws-join-line to JOB-ENTRY(ws-i)
           .

      *>>    ws-category: the first category (other than OTHER) whose
      *>>    name appears in the posting title, else spaces.
       infer-category-from-title.
           move spaces to ws-category
           move function upper-case(function trim(ROW-FIELD(2)))
               to ws-title-upper
           perform varying ws-j from 1 by 1
                   until ws-j > JOB-CATEGORIES-COUNT
               if jc-code(ws-j) not = "OTHER"
                  and jc-name(ws-j) not = spaces
                   move 0 to ws-tally
                   inspect ws-title-upper tallying ws-tally
                       for all function trim(jc-name(ws-j))
                   if ws-tally > 0
                       move jc-code(ws-j) to ws-category
                       exit perform
                   end-if
               end-if
           end-perform
           .

      *>>    Splits ws-row-line into ROW-FIELD; ws-field-count is the
      *>>    number of fields present.
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

       rewrite-jobs-file.
           open output job-file
           if FILESTAT-JOB not = "00"
               move spaces to WS-DISPLAY
               string "Could not rewrite jobs.dat (status "
                      FILESTAT-JOB ")."
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               display function trim(WS-DISPLAY)
               move 8 to return-code
               exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > JOBS-COUNT
               move JOB-ENTRY(ws-i) to job-line
               write job-line
           end-perform
           close job-file
           .

      *>>    Sets (or adds) the jobs.dat|04 stamp; every
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
                       if function trim(LY-PARSE-1) = "jobs.dat"
                           move "jobs.dat|04"
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
               move "jobs.dat|04"
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
               move "layout-versions.dat: jobs.dat stamped 04."
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
