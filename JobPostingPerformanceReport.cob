      *>>    Per-posting performance statement for employer relations:
      *>>    one section per company-id, and under it every jobs.dat
      *>>    posting that company owns with its view -> save -> apply
      *>>    -> interview -> hire funnel. Views come from job-views.dat
      *>>    (viewer|job-id|company-id|timestamp, written when a
      *>>    student opens a posting's full details), saves from
      *>>    saved-jobs.dat, applies and interviews from
      *>>    applications.dat (an application counts as interviewed
      *>>    once its status has reached Interviewing, Offer or Hired)
      *>>    and hires from placements.dat. Sent out monthly in place
      *>>    of the numbers that used to be put together by hand.
      *>>    A closing section totals the same funnel by job category
      *>>    (job-categories.dat), so employer relations can see which
      *>>    kinds of role draw students through.
       identification division.
       program-id. JobPostingPerformanceReport.

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
           select job-file assign to "jobs.dat"
               organization is line sequential
               file status is FILESTAT-JOB.
           select job-view-file assign to "job-views.dat"
               organization is line sequential
               file status is FILESTAT-JVIEW.
           select saved-jobs-file assign to "saved-jobs.dat"
               organization is line sequential
               file status is FILESTAT-SAVED.
           select application-file assign to "applications.dat"
               organization is indexed
               access mode is sequential
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-APP.
           select placement-file assign to "placements.dat"
               organization is line sequential
               file status is FILESTAT-PLACE.
           select company-file assign to "companies.dat"
               organization is line sequential
               file status is FILESTAT-COMPANY.
           select job-category-file assign to "job-categories.dat"
               organization is line sequential
               file status is FILESTAT-JOBCAT.
           select report-file
               assign to "Job-Posting-Performance-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Job-Posting-Performance-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  job-file.
       01  job-line                  pic x(1000).

       fd  job-view-file.
       01  job-view-line             pic x(100).

       fd  saved-jobs-file.
       01  saved-jobs-line           pic x(250).

       fd  application-file.
       01  application-record.
           05  fd-app-key.
               10  fd-app-job-id     pic x(10).
               10  fd-app-username   pic x(32).
           05  fd-app-data           pic x(1000).

       fd  placement-file.
       01  placement-line            pic x(300).

       fd  company-file.
       01  company-line              pic x(300).

       fd  job-category-file.
       01  job-category-line         pic x(100).

       fd  report-file.
       01  report-line               pic x(200).

       fd  csv-file.
       01  csv-line                  pic x(1000).

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

       01  FILESTAT-JOB              pic xx.
       01  FILESTAT-JVIEW            pic xx.
       01  FILESTAT-SAVED            pic xx.
       01  FILESTAT-APP              pic xx.
       01  application-line          pic x(1000).
       01  FILESTAT-PLACE            pic xx.
       01  FILESTAT-COMPANY          pic xx.
       01  FILESTAT-JOBCAT           pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).

      *>>    One entry per jobs.dat posting with its funnel counters.
      *>>    Title/employer are kept so older saved-jobs and
      *>>    applications rows written before job-ids existed can
      *>>    still be credited to the right posting.
       01  POSTING-TABLE.
           05  POSTING-ENTRY         occurs 2000 times.
               10  pt-job-id         pic x(10).
               10  pt-company-id     pic x(10).
               10  pt-title          pic x(50).
               10  pt-employer       pic x(100).
               10  pt-status         pic x(14).
               10  pt-views          pic 9(05).
               10  pt-saves          pic 9(05).
               10  pt-applies        pic 9(05).
               10  pt-interviews     pic 9(05).
               10  pt-hires          pic 9(05).
               10  pt-category       pic x(10).
       01  POSTING-COUNT             pic 9(04) value 0.
       01  ws-file-overflow          pic x value "n".

      *>>    Distinct company-ids in first-seen order, one report
      *>>    section each.
       01  COMPANY-LIST-TABLE.
           05  COMPANY-LIST-ENTRY    occurs 500 times.
               10  cl-company-id     pic x(10).
       01  COMPANY-LIST-COUNT        pic 9(04) value 0.

      *>>    Funnel totals per job category, in first-seen order, with
      *>>    the job-categories.dat names for their labels.
       01  JOB-CATEGORIES-TABLE.
           05  JOB-CATEGORY-ENTRY    occurs 100 times.
               10  jc-code           pic x(10).
               10  jc-name           pic x(40).
       01  JOB-CATEGORIES-COUNT      pic 9(03) value 0.
       01  CATEGORY-TOTAL-TABLE.
           05  CATEGORY-TOTAL-ENTRY  occurs 100 times.
               10  ct-code           pic x(10).
               10  ct-postings       pic 9(05).
               10  ct-views          pic 9(06).
               10  ct-saves          pic 9(06).
               10  ct-applies        pic 9(06).
               10  ct-interviews     pic 9(06).
               10  ct-hires          pic 9(06).
       01  CATEGORY-TOTAL-COUNT      pic 9(03) value 0.
       01  ws-c                      pic 9(03) value 0.
       01  ws-skill-field            pic 9(02) value 0.
       01  ws-skill-count            pic 9(02) value 0.
       01  ws-category-label         pic x(60).

       01  PARSE-FIELDS.
           05 PARSE-FIELD            occurs 31 times pic x(300).

       01  ws-i                      pic 9(04) value 0.
       01  ws-j                      pic 9(04) value 0.
       01  ws-parse-idx              pic 9(02) value 0.
       01  ws-question-count         pic 9 value 0.
       01  ws-id-field               pic 9(02) value 0.
       01  ws-found                  pic x value "n".
       01  ws-match-id               pic x(10).
       01  ws-match-company          pic x(10).
       01  ws-match-title            pic x(50).
       01  ws-match-employer         pic x(100).
       01  ws-company-name           pic x(100).
       01  ws-company-postings       pic 9(04) value 0.
       01  ws-unmatched-views        pic 9(05) value 0.

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
           if ws-csv-wanted = "y"
               perform open-csv-file
           end-if

           move "--- Job Posting Performance Report ---" to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Produced " function current-date(1:8)
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform load-postings
           if ws-file-overflow = "y"
               move "WARNING: jobs.dat exceeds 2000 rows - later postings are not reported."
                   to report-line
               write report-line
           end-if

           if POSTING-COUNT = 0
               move "No postings on file." to report-line
               write report-line
               if ws-csv-wanted = "y"
                   close csv-file
               end-if
               close report-file
               stop run
           end-if

           perform count-views
           perform count-saves
           perform count-applications
           perform count-hires

           perform varying ws-i from 1 by 1
                   until ws-i > COMPANY-LIST-COUNT
               perform write-company-section
           end-perform

           perform load-job-categories
           perform total-by-category
           perform write-category-section

           if ws-unmatched-views > 0
               move spaces to report-line
               write report-line
               move spaces to WS-DISPLAY
               string "Views of postings no longer on file: "
                      ws-unmatched-views
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
           end-if

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

      *>>    Row layout: username|title|description|employer|location|
      *>>    min|max|currency|remote|company-id|status|question-count|
      *>>    questions...|posted-date|min-gpa|majors|gradyear-min|
      *>>    gradyear-max|job-id|skill-count|skills...|certification|
      *>>    category - the job-id sits five fields past the posted
      *>>    date, which itself moves with the question count, and
      *>>    the category two past the last required skill.
       load-postings.
           move 0 to POSTING-COUNT
           move 0 to COMPANY-LIST-COUNT
           open input job-file
           if FILESTAT-JOB = "00"
               perform until 1 = 2
                   read job-file into job-line
                       at end exit perform
                   end-read
                   if POSTING-COUNT < 2000
                       perform add-one-posting
                   else
                       move "y" to ws-file-overflow
                   end-if
               end-perform
               close job-file
           end-if
           .

       add-one-posting.
           perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 31
               move spaces to PARSE-FIELD(ws-parse-idx)
           end-perform
           unstring job-line delimited by "|" into
               PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
               PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
               PARSE-FIELD(7) PARSE-FIELD(8) PARSE-FIELD(9)
               PARSE-FIELD(10) PARSE-FIELD(11) PARSE-FIELD(12)
               PARSE-FIELD(13) PARSE-FIELD(14) PARSE-FIELD(15)
               PARSE-FIELD(16) PARSE-FIELD(17) PARSE-FIELD(18)
               PARSE-FIELD(19) PARSE-FIELD(20) PARSE-FIELD(21)
               PARSE-FIELD(22) PARSE-FIELD(23) PARSE-FIELD(24)
               PARSE-FIELD(25) PARSE-FIELD(26) PARSE-FIELD(27)
               PARSE-FIELD(28) PARSE-FIELD(29) PARSE-FIELD(30)
               PARSE-FIELD(31)
           end-unstring

           move 0 to ws-question-count
           if function trim(PARSE-FIELD(12)) is numeric
              and function trim(PARSE-FIELD(12)) not = spaces
               move function numval(function trim(PARSE-FIELD(12)))
                   to ws-question-count
           end-if
           if ws-question-count > 5
               move 5 to ws-question-count
           end-if
           compute ws-id-field = 13 + ws-question-count + 5

           add 1 to POSTING-COUNT
           move function trim(PARSE-FIELD(ws-id-field))
               to pt-job-id(POSTING-COUNT)
           move function trim(PARSE-FIELD(10))
               to pt-company-id(POSTING-COUNT)
           move function trim(PARSE-FIELD(2)) to pt-title(POSTING-COUNT)
           move function trim(PARSE-FIELD(4))
               to pt-employer(POSTING-COUNT)
           move function trim(PARSE-FIELD(11)) to pt-status(POSTING-COUNT)
           if pt-status(POSTING-COUNT) = spaces
               move "Open" to pt-status(POSTING-COUNT)
           end-if
           move 0 to pt-views(POSTING-COUNT)
           move 0 to pt-saves(POSTING-COUNT)
           move 0 to pt-applies(POSTING-COUNT)
           move 0 to pt-interviews(POSTING-COUNT)
           move 0 to pt-hires(POSTING-COUNT)
           compute ws-skill-field = ws-id-field + 1
           move 0 to ws-skill-count
           if function trim(PARSE-FIELD(ws-skill-field)) is numeric
              and function trim(PARSE-FIELD(ws-skill-field)) not = spaces
               move function numval(
                   function trim(PARSE-FIELD(ws-skill-field)))
                   to ws-skill-count
           end-if
           if ws-skill-count > 5
               move 5 to ws-skill-count
           end-if
           move function upper-case(function trim(
               PARSE-FIELD(ws-skill-field + ws-skill-count + 2)))
               to pt-category(POSTING-COUNT)

           move "n" to ws-found
           perform varying ws-j from 1 by 1
                   until ws-j > COMPANY-LIST-COUNT
               if cl-company-id(ws-j) = pt-company-id(POSTING-COUNT)
                   move "y" to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = "n" and COMPANY-LIST-COUNT < 500
               add 1 to COMPANY-LIST-COUNT
               move pt-company-id(POSTING-COUNT)
                   to cl-company-id(COMPANY-LIST-COUNT)
           end-if
           .

      *>>    Sets ws-j to the posting matching ws-match-id, or - for
      *>>    rows written before job-ids were assigned - the posting
      *>>    with the same title and employer (ws-match-company, when
      *>>    set, stands in for the employer name). ws-found = "n"
      *>>    when nothing matches.
       find-posting.
           move "n" to ws-found
           if ws-match-id not = spaces
               perform varying ws-j from 1 by 1
                       until ws-j > POSTING-COUNT
                   if pt-job-id(ws-j) = ws-match-id
                       move "y" to ws-found
                       exit perform
                   end-if
               end-perform
               exit paragraph
           end-if
           perform varying ws-j from 1 by 1 until ws-j > POSTING-COUNT
               if pt-title(ws-j) = ws-match-title
                   if ws-match-company not = spaces
                       if pt-company-id(ws-j) = ws-match-company
                           move "y" to ws-found
                           exit perform
                       end-if
                   else
                       if pt-employer(ws-j) = ws-match-employer
                           move "y" to ws-found
                           exit perform
                       end-if
                   end-if
               end-if
           end-perform
           .

      *>>    job-views.dat: viewer|job-id|company-id|timestamp.
       count-views.
           open input job-view-file
           if FILESTAT-JVIEW = "00"
               perform until 1 = 2
                   read job-view-file into job-view-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD(1)
                   move spaces to PARSE-FIELD(2)
                   unstring job-view-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2)
                   end-unstring
                   move function trim(PARSE-FIELD(2)) to ws-match-id
                   if ws-match-id not = spaces
                       perform find-posting
                       if ws-found = "y"
                           add 1 to pt-views(ws-j)
                       else
                           add 1 to ws-unmatched-views
                       end-if
                   end-if
               end-perform
               close job-view-file
           end-if
           .

      *>>    saved-jobs.dat: username|title|employer|location|job-id.
       count-saves.
           open input saved-jobs-file
           if FILESTAT-SAVED = "00"
               perform until 1 = 2
                   read saved-jobs-file into saved-jobs-line
                       at end exit perform
                   end-read
                   perform varying ws-parse-idx from 1 by 1
                           until ws-parse-idx > 5
                       move spaces to PARSE-FIELD(ws-parse-idx)
                   end-perform
                   unstring saved-jobs-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                       PARSE-FIELD(4) PARSE-FIELD(5)
                   end-unstring
                   move function trim(PARSE-FIELD(5)) to ws-match-id
                   move spaces to ws-match-company
                   move function trim(PARSE-FIELD(2)) to ws-match-title
                   move function trim(PARSE-FIELD(3)) to ws-match-employer
                   perform find-posting
                   if ws-found = "y"
                       add 1 to pt-saves(ws-j)
                   end-if
               end-perform
               close saved-jobs-file
           end-if
           .

      *>>    applications.dat: username|job-title|employer|location|
      *>>    status|resume-file|answer1..answer5|job-id. Withdrawn
      *>>    applications still count as applies - the student did
      *>>    apply - but never as interviews.
       count-applications.
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
                   perform varying ws-parse-idx from 1 by 1
                           until ws-parse-idx > 12
                       move spaces to PARSE-FIELD(ws-parse-idx)
                   end-perform
                   unstring application-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                       PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
                       PARSE-FIELD(7) PARSE-FIELD(8) PARSE-FIELD(9)
                       PARSE-FIELD(10) PARSE-FIELD(11) PARSE-FIELD(12)
                   end-unstring
                   move function trim(PARSE-FIELD(12)) to ws-match-id
                   move spaces to ws-match-company
                   move function trim(PARSE-FIELD(2)) to ws-match-title
                   move function trim(PARSE-FIELD(3)) to ws-match-employer
                   perform find-posting
                   if ws-found = "y"
                       add 1 to pt-applies(ws-j)
                       evaluate function trim(PARSE-FIELD(5))
                           when "Interviewing"
                           when "Offer"
                           when "Hired"
                               add 1 to pt-interviews(ws-j)
                           when other
                               continue
                       end-evaluate
                   end-if
               end-perform
               close application-file
           end-if
           .

      *>>    placements.dat: student|job-title|employer|company-id|
      *>>    date|salary. Placements carry no job-id, so they are
      *>>    matched on title within the company (or employer name
      *>>    when the company-id is blank).
       count-hires.
           open input placement-file
           if FILESTAT-PLACE = "00"
               perform until 1 = 2
                   read placement-file into placement-line
                       at end exit perform
                   end-read
                   perform varying ws-parse-idx from 1 by 1
                           until ws-parse-idx > 4
                       move spaces to PARSE-FIELD(ws-parse-idx)
                   end-perform
                   unstring placement-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                       PARSE-FIELD(4)
                   end-unstring
                   move spaces to ws-match-id
                   move function trim(PARSE-FIELD(4)) to ws-match-company
                   move function trim(PARSE-FIELD(2)) to ws-match-title
                   move function trim(PARSE-FIELD(3)) to ws-match-employer
                   perform find-posting
                   if ws-found = "y"
                       add 1 to pt-hires(ws-j)
                   end-if
               end-perform
               close placement-file
           end-if
           .

       write-company-section.
           perform lookup-company-name

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           if cl-company-id(ws-i) = spaces
               string "== (no company-id) " function trim(ws-company-name)
                      " =="
                      delimited by size into WS-DISPLAY
           else
               string "== " function trim(cl-company-id(ws-i)) " "
                      function trim(ws-company-name) " =="
                      delimited by size into WS-DISPLAY
           end-if
           move WS-DISPLAY to report-line
           write report-line
           move "   Job-id     Views Saves Apply Intvw Hired  Status         Title"
               to report-line
           write report-line

           move 0 to ws-company-postings
           perform varying ws-j from 1 by 1 until ws-j > POSTING-COUNT
               if pt-company-id(ws-j) = cl-company-id(ws-i)
                   add 1 to ws-company-postings
                   move spaces to WS-DISPLAY
                   string "   " pt-job-id(ws-j) " "
                          pt-views(ws-j) " "
                          pt-saves(ws-j) " "
                          pt-applies(ws-j) " "
                          pt-interviews(ws-j) " "
                          pt-hires(ws-j) "  "
                          pt-status(ws-j) " "
                          function trim(pt-title(ws-j))
                          delimited by size into WS-DISPLAY
                   move WS-DISPLAY to report-line
                   write report-line
                   if ws-csv-wanted = "y"
                       perform begin-csv-row
                       move cl-company-id(ws-i) to ws-csv-field
                       perform add-csv-field
                       move ws-company-name to ws-csv-field
                       perform add-csv-field
                       move pt-job-id(ws-j) to ws-csv-field
                       perform add-csv-field
                       move pt-title(ws-j) to ws-csv-field
                       perform add-csv-field
                       move pt-status(ws-j) to ws-csv-field
                       perform add-csv-field
                       move pt-views(ws-j) to ws-csv-count
                       move ws-csv-count to ws-csv-field
                       perform add-csv-field
                       move pt-saves(ws-j) to ws-csv-count
                       move ws-csv-count to ws-csv-field
                       perform add-csv-field
                       move pt-applies(ws-j) to ws-csv-count
                       move ws-csv-count to ws-csv-field
                       perform add-csv-field
                       move pt-interviews(ws-j) to ws-csv-count
                       move ws-csv-count to ws-csv-field
                       perform add-csv-field
                       move pt-hires(ws-j) to ws-csv-count
                       move ws-csv-count to ws-csv-field
                       perform add-csv-field
                       move pt-category(ws-j) to ws-csv-field
                       perform add-csv-field
                       write csv-line
                   end-if
               end-if
           end-perform

           move spaces to WS-DISPLAY
           string "   Postings: " ws-company-postings
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           .

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
                       add 1 to JOB-CATEGORIES-COUNT
                       move spaces to PARSE-FIELD(1)
                       move spaces to PARSE-FIELD(2)
                       unstring job-category-line delimited by "|" into
                           PARSE-FIELD(1) PARSE-FIELD(2)
                       end-unstring
                       move function upper-case(function trim(
                           PARSE-FIELD(1))) to jc-code(JOB-CATEGORIES-COUNT)
                       move function trim(PARSE-FIELD(2))
                           to jc-name(JOB-CATEGORIES-COUNT)
                   end-if
               end-perform
               close job-category-file
           end-if
           .

      *>>    Rolls every posting's funnel into its category's totals;
      *>>    past 100 distinct codes the last slot absorbs the rest.
       total-by-category.
           move 0 to CATEGORY-TOTAL-COUNT
           perform varying ws-j from 1 by 1 until ws-j > POSTING-COUNT
               move 0 to ws-c
               perform varying ws-i from 1 by 1
                       until ws-i > CATEGORY-TOTAL-COUNT
                   if ct-code(ws-i) = pt-category(ws-j)
                       move ws-i to ws-c
                       exit perform
                   end-if
               end-perform
               if ws-c = 0
                   if CATEGORY-TOTAL-COUNT < 100
                       add 1 to CATEGORY-TOTAL-COUNT
                       move CATEGORY-TOTAL-COUNT to ws-c
                       move pt-category(ws-j) to ct-code(ws-c)
                       move 0 to ct-postings(ws-c)
                       move 0 to ct-views(ws-c)
                       move 0 to ct-saves(ws-c)
                       move 0 to ct-applies(ws-c)
                       move 0 to ct-interviews(ws-c)
                       move 0 to ct-hires(ws-c)
                   else
                       move CATEGORY-TOTAL-COUNT to ws-c
                   end-if
               end-if
               add 1 to ct-postings(ws-c)
               add pt-views(ws-j) to ct-views(ws-c)
               add pt-saves(ws-j) to ct-saves(ws-c)
               add pt-applies(ws-j) to ct-applies(ws-c)
               add pt-interviews(ws-j) to ct-interviews(ws-c)
               add pt-hires(ws-j) to ct-hires(ws-c)
           end-perform
           .

       write-category-section.
           move spaces to report-line
           write report-line
           move "== By job category ==" to report-line
           write report-line
           move "   Posts  Views  Saves  Apply  Intvw  Hired  Category"
               to report-line
           write report-line
           perform varying ws-c from 1 by 1 until ws-c > CATEGORY-TOTAL-COUNT
               if ct-code(ws-c) = spaces
                   move "(uncategorized)" to ws-category-label
               else
                   move ct-code(ws-c) to ws-category-label
                   perform varying ws-i from 1 by 1
                           until ws-i > JOB-CATEGORIES-COUNT
                       if jc-code(ws-i) = ct-code(ws-c)
                           move spaces to ws-category-label
                           string function trim(ct-code(ws-c)) " - "
                                  function trim(jc-name(ws-i))
                                  delimited by size into ws-category-label
                           exit perform
                       end-if
                   end-perform
               end-if
               move spaces to WS-DISPLAY
               string "   " ct-postings(ws-c) "  "
                      ct-views(ws-c) " "
                      ct-saves(ws-c) " "
                      ct-applies(ws-c) " "
                      ct-interviews(ws-c) " "
                      ct-hires(ws-c) "  "
                      function trim(ws-category-label)
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
           end-perform
           .

      *>>    companies.dat: company-id|name|... - falls back to the
      *>>    employer name on the company's first posting.
       lookup-company-name.
           move spaces to ws-company-name
           if cl-company-id(ws-i) not = spaces
               open input company-file
               if FILESTAT-COMPANY = "00"
                   perform until 1 = 2
                       read company-file into company-line
                           at end exit perform
                       end-read
                       move spaces to PARSE-FIELD(1)
                       move spaces to PARSE-FIELD(2)
                       unstring company-line delimited by "|" into
                           PARSE-FIELD(1) PARSE-FIELD(2)
                       end-unstring
                       if function trim(PARSE-FIELD(1)) =
                          function trim(cl-company-id(ws-i))
                           move function trim(PARSE-FIELD(2))
                               to ws-company-name
                           exit perform
                       end-if
                   end-perform
                   close company-file
               end-if
           end-if
           if ws-company-name = spaces
               perform varying ws-j from 1 by 1
                       until ws-j > POSTING-COUNT
                   if pt-company-id(ws-j) = cl-company-id(ws-i)
                       move pt-employer(ws-j) to ws-company-name
                       exit perform
                   end-if
               end-perform
           end-if
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

       write-csv-header.
           perform begin-csv-row
           move "company-id" to ws-csv-field
           perform add-csv-field
           move "company" to ws-csv-field
           perform add-csv-field
           move "job-id" to ws-csv-field
           perform add-csv-field
           move "title" to ws-csv-field
           perform add-csv-field
           move "status" to ws-csv-field
           perform add-csv-field
           move "views" to ws-csv-field
           perform add-csv-field
           move "saves" to ws-csv-field
           perform add-csv-field
           move "applications" to ws-csv-field
           perform add-csv-field
           move "interviews" to ws-csv-field
           perform add-csv-field
           move "hires" to ws-csv-field
           perform add-csv-field
           move "category" to ws-csv-field
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
