      *>>    Talent supply vs posting demand by major, for the deans
      *>>    who ask every semester which programs employers are
      *>>    hungry for. Supply is enrolled students per profiles.dat
      *>>    major, counted by majors.dat CIP code so "CS" and
      *>>    "Computer Science" are one line (majors off the list
      *>>    count by their own spelling); demand is open jobs.dat
      *>>    postings naming the major (in the eligibility
      *>>    allowed-majors list, by name or by any spelling with the
      *>>    same CIP code, or mentioned in the title/description for
      *>>    unconstrained postings);
      *>>    tension is the application count against those postings.
      *>>    Ranked by demand, highest first. A second breakout
      *>>    takes the same open postings by job category
      *>>    (job-categories.dat), with the majors each category's
      *>>    postings call for beneath it.
       identification division.
       program-id. MajorDemandGapReport.

               organization is line sequential
               file status is FILESTAT-JOB.
           select application-file assign to "applications.dat"
               organization is indexed
               access mode is sequential
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-APP.
           select job-category-file assign to "job-categories.dat"
               organization is line sequential
               file status is FILESTAT-JOBCAT.
           select major-file assign to "majors.dat"
               organization is line sequential
               file status is FILESTAT-MAJOR.
           select major-alias-file assign to "major-aliases.dat"
               organization is line sequential
               file status is FILESTAT-MAJALIAS.
           select report-file assign to "Major-Demand-Gap-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Major-Demand-Gap-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  job-file.
       01  job-line                  pic x(1000).

       fd  job-category-file.
       01  job-category-line         pic x(100).

       fd  major-file.
       01  major-line                pic x(150).

       fd  major-alias-file.
       01  major-alias-line          pic x(100).

       fd  application-file.
       01  application-record.
           05  fd-app-key.
               10  fd-app-job-id     pic x(10).
               10  fd-app-username   pic x(32).
           05  fd-app-data           pic x(1000).

       fd  report-file.
       01  report-line               pic x(200).

       fd  csv-file.
       01  csv-line                  pic x(1000).

       fd  layout-version-file.
       01  layout-version-line       pic x(40).

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

       01  FILESTAT-PROFILE          pic xx.
       01  FILESTAT-JOB              pic xx.
       01  FILESTAT-JOBCAT           pic xx.
       01  FILESTAT-APP              pic xx.
       01  application-line          pic x(1000).
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).
       01  MAJOR-TABLE.
           05  MAJOR-ENTRY           occurs 300 times.
               10  mj-major          pic x(50).
               10  mj-cip            pic x(7).
               10  mj-supply         pic 9(05).
               10  mj-demand         pic 9(05).
               10  mj-applications   pic 9(06).
       01  MAJOR-COUNT               pic 9(03) value 0.
       01  MAJOR-SWAP                pic x(78).

      *>>    Open-posting demand by job category, and by major within
      *>>    each category.
       01  JOB-CATEGORIES-TABLE.
           05  JOB-CATEGORY-ENTRY    occurs 100 times.
               10  jc-code           pic x(10).
               10  jc-name           pic x(40).
       01  JOB-CATEGORIES-COUNT      pic 9(03) value 0.
       01  CATEGORY-TABLE.
           05  CATEGORY-ENTRY        occurs 100 times.
               10  ct-label          pic x(60).
               10  ct-demand         pic 9(05).
               10  ct-applications   pic 9(06).
       01  CATEGORY-COUNT            pic 9(03) value 0.
       01  CATEGORY-SWAP             pic x(71).
       01  CAT-MAJOR-TABLE.
           05  CAT-MAJOR-ENTRY       occurs 1000 times.
               10  cm-category       pic 9(03).
               10  cm-major          pic x(50).
               10  cm-cip            pic x(7).
               10  cm-demand         pic 9(05).
       01  CAT-MAJOR-COUNT           pic 9(04) value 0.

       01  PARSE-FIELDS.
           05 PARSE-FIELD            occurs 31 times pic x(300).

       01  job-title                 pic x(50).
       01  job-description           pic x(200).
       01  job-employer              pic x(100).
       01  job-status                pic x(10).
       01  job-majors                pic x(100).
       01  job-category              pic x(10).
       01  ws-skill-count            pic 9(02) value 0.
       01  ws-category-label         pic x(60).
       01  ws-c                      pic 9(03) value 0.
       01  ws-k                      pic 9(04) value 0.
       01  ws-q                      pic 9(02) value 0.
       01  ws-f                      pic 9(02) value 0.

       01  ws-app-count              pic 9(05) value 0.
       01  ws-open-count             pic 9(05) value 0.
       01  ws-major-name             pic x(50).
       01  ws-major-cip              pic x(7).
       01  ws-line-pos               pic 9(03) value 0.

      *>>    majors.dat (major name|CIP code|college) and
      *>>    major-aliases.dat (alias|CIP code), as InCollege.cob
      *>>    seeds and loads them.
       01  FILESTAT-MAJOR            pic xx.
       01  FILESTAT-MAJALIAS         pic xx.
       01  MAJORS-TABLE.
           05  MAJOR-REF-ENTRY       occurs 300 times.
               10  mr-name           pic x(50).
               10  mr-cip            pic x(7).
       01  MAJORS-COUNT              pic 9(03) value 0.
       01  MAJOR-ALIASES-TABLE.
           05  MAJOR-ALIAS-ENTRY     occurs 300 times.
               10  ma-alias          pic x(50).
               10  ma-cip            pic x(7).
       01  MAJOR-ALIASES-COUNT       pic 9(03) value 0.
       01  ws-mr-idx                 pic 9(03) value 0.
       01  ws-major-in               pic x(50).
       01  ws-major-cip-out          pic x(7).
       01  ws-major-name-out         pic x(50).
       01  ws-major-list             pic x(100).
       01  ws-major-list-pos         pic 9(03) value 0.

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
               stop run
           end-if

           perform read-run-options
           if ws-csv-wanted = "y"
               perform open-csv-file
           end-if

           move "--- Talent Supply vs Posting Demand by Major ---" to report-line
           write report-line

           perform load-job-categories
           perform load-majors-tables
           perform tally-supply
           perform tally-demand
           perform sort-by-demand
           perform write-gap-lines
           perform sort-categories-by-demand
           perform write-category-lines

           move spaces to report-line
           write report-line
           move WS-DISPLAY to report-line
           write report-line

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

      *>>    Supply: one count per distinct profiles.dat major, a
      *>>    recognized major under its canonical name and CIP code.
       tally-supply.
           open input profile-file
           if FILESTAT-PROFILE = "00"
                       PARSE-FIELD(4) PARSE-FIELD(5)
                   end-unstring
                   move function trim(PARSE-FIELD(4)) to ws-major-name
                   move ws-major-name to ws-major-in
                   perform find-major-cip
                   move ws-major-cip-out to ws-major-cip
                   if ws-major-cip not = spaces
                       move ws-major-name-out to ws-major-name
                   end-if
                   if function trim(ws-major-name) not = spaces
                       perform find-or-add-major
                       add 1 to mj-supply(ws-j)
       find-or-add-major.
           move 0 to ws-j
           perform varying ws-i from 1 by 1 until ws-i > MAJOR-COUNT
               if ws-major-cip not = spaces
                   if mj-cip(ws-i) = ws-major-cip
                       move ws-i to ws-j
                       exit perform
                   end-if
               else
                   if mj-cip(ws-i) = spaces
                      and function upper-case(function trim(mj-major(ws-i))) =
                          function upper-case(function trim(ws-major-name))
                       move ws-i to ws-j
                       exit perform
                   end-if
               end-if
           end-perform
           if ws-j = 0
               add 1 to MAJOR-COUNT
               move MAJOR-COUNT to ws-j
               move ws-major-name to mj-major(ws-j)
               move ws-major-cip to mj-cip(ws-j)
               move 0 to mj-supply(ws-j)
               move 0 to mj-demand(ws-j)
               move 0 to mj-applications(ws-j)
                   if function trim(job-status) = "Open"
                       add 1 to ws-open-count
                       perform count-posting-applications
                       perform find-or-add-category
                       add 1 to ct-demand(ws-c)
                       add ws-app-count to ct-applications(ws-c)
                       perform credit-posting-majors
                   end-if
               end-perform

       parse-job-fields.
           perform varying ws-parse-idx from 1 by 1
                   until ws-parse-idx > 31
               move spaces to PARSE-FIELD(ws-parse-idx)
           end-perform
           unstring job-line delimited by "|" into
               PARSE-FIELD(19) PARSE-FIELD(20) PARSE-FIELD(21)
               PARSE-FIELD(22) PARSE-FIELD(23) PARSE-FIELD(24)
               PARSE-FIELD(25) PARSE-FIELD(26) PARSE-FIELD(27)
               PARSE-FIELD(28) PARSE-FIELD(29) PARSE-FIELD(30)
               PARSE-FIELD(31)
           end-unstring
           move function trim(PARSE-FIELD(2)) to job-title
           move function trim(PARSE-FIELD(3)) to job-description
           end-if
           compute ws-f = 15 + ws-q
           move function trim(PARSE-FIELD(ws-f)) to job-majors
      *>>    Category follows the required-skills block and the
      *>>    certification.
           add 4 to ws-f
           move 0 to ws-skill-count
           if function trim(PARSE-FIELD(ws-f)) is numeric
              and function trim(PARSE-FIELD(ws-f)) not = spaces
               move function numval(function trim(PARSE-FIELD(ws-f)))
                   to ws-skill-count
           end-if
           if ws-skill-count > 5
               move 5 to ws-skill-count
           end-if
           move function upper-case(function trim(
               PARSE-FIELD(ws-f + ws-skill-count + 2))) to job-category
           .

       load-majors-tables.
           move 0 to MAJORS-COUNT
           open input major-file
           if FILESTAT-MAJOR = "00"
               perform until 1 = 2 or MAJORS-COUNT >= 300
                   read major-file into major-line
                       at end exit perform
                   end-read
                   if function trim(major-line) not = spaces
                       add 1 to MAJORS-COUNT
                       unstring major-line delimited by "|" into
                           mr-name(MAJORS-COUNT) mr-cip(MAJORS-COUNT)
                       end-unstring
                   end-if
               end-perform
               close major-file
           end-if

           move 0 to MAJOR-ALIASES-COUNT
           open input major-alias-file
           if FILESTAT-MAJALIAS = "00"
               perform until 1 = 2 or MAJOR-ALIASES-COUNT >= 300
                   read major-alias-file into major-alias-line
                       at end exit perform
                   end-read
                   if function trim(major-alias-line) not = spaces
                       add 1 to MAJOR-ALIASES-COUNT
                       unstring major-alias-line delimited by "|" into
                           ma-alias(MAJOR-ALIASES-COUNT)
                           ma-cip(MAJOR-ALIASES-COUNT)
                       end-unstring
                   end-if
               end-perform
               close major-alias-file
           end-if
           .

      *>>    Resolves ws-major-in (a canonical name or a known alias,
      *>>    case-insensitive) to ws-major-cip-out and its canonical
      *>>    ws-major-name-out; both spaces when it is neither.
       find-major-cip.
           move spaces to ws-major-cip-out
           move spaces to ws-major-name-out
           if function trim(ws-major-in) = spaces
               exit paragraph
           end-if
           perform varying ws-mr-idx from 1 by 1
                   until ws-mr-idx > MAJORS-COUNT
               if function upper-case(function trim(mr-name(ws-mr-idx))) =
                  function upper-case(function trim(ws-major-in))
                   move mr-cip(ws-mr-idx) to ws-major-cip-out
                   move mr-name(ws-mr-idx) to ws-major-name-out
                   exit paragraph
               end-if
           end-perform
           perform varying ws-mr-idx from 1 by 1
                   until ws-mr-idx > MAJOR-ALIASES-COUNT
               if function upper-case(function trim(ma-alias(ws-mr-idx))) =
                  function upper-case(function trim(ws-major-in))
                   move ma-cip(ws-mr-idx) to ws-major-cip-out
                   exit perform
               end-if
           end-perform
           if ws-major-cip-out = spaces
               exit paragraph
           end-if
           perform varying ws-mr-idx from 1 by 1
                   until ws-mr-idx > MAJORS-COUNT
               if mr-cip(ws-mr-idx) = ws-major-cip-out
                   move mr-name(ws-mr-idx) to ws-major-name-out
                   exit perform
               end-if
           end-perform
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

      *>>    ws-c: the CATEGORY-TABLE slot for the posting's category,
      *>>    labelled "CODE - Name" (a code no longer on file shows as
      *>>    itself, a blank one as (uncategorized)). Past 100
      *>>    distinct labels the last slot absorbs the rest.
       find-or-add-category.
           if job-category = spaces
               move "(uncategorized)" to ws-category-label
           else
               move job-category to ws-category-label
               perform varying ws-k from 1 by 1
                       until ws-k > JOB-CATEGORIES-COUNT
                   if jc-code(ws-k) = job-category
                       move spaces to ws-category-label
                       string function trim(job-category) " - "
                              function trim(jc-name(ws-k))
                              delimited by size into ws-category-label
                       exit perform
                   end-if
               end-perform
           end-if
           move 0 to ws-c
           perform varying ws-k from 1 by 1 until ws-k > CATEGORY-COUNT
               if ct-label(ws-k) = ws-category-label
                   move ws-k to ws-c
                   exit perform
               end-if
           end-perform
           if ws-c = 0
               if CATEGORY-COUNT < 100
                   add 1 to CATEGORY-COUNT
                   move ws-category-label to ct-label(CATEGORY-COUNT)
                   move 0 to ct-demand(CATEGORY-COUNT)
                   move 0 to ct-applications(CATEGORY-COUNT)
               end-if
               move CATEGORY-COUNT to ws-c
           end-if
           .

      *>>    One more posting calling for mj-major(ws-j) within the
      *>>    category in ws-c.
       credit-category-major.
           move 0 to ws-k
           perform varying ws-i from 1 by 1 until ws-i > CAT-MAJOR-COUNT
               if cm-category(ws-i) = ws-c
                  and cm-major(ws-i) = mj-major(ws-j)
                   move ws-i to ws-k
                   exit perform
               end-if
           end-perform
           if ws-k = 0
               if CAT-MAJOR-COUNT >= 1000
                   exit paragraph
               end-if
               add 1 to CAT-MAJOR-COUNT
               move CAT-MAJOR-COUNT to ws-k
               move ws-c to cm-category(ws-k)
               move mj-major(ws-j) to cm-major(ws-k)
               move mj-cip(ws-j) to cm-cip(ws-k)
               move 0 to cm-demand(ws-k)
           end-if
           add 1 to cm-demand(ws-k)
           .

       count-posting-applications.
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
                   move spaces to PARSE-FIELD(26)
                   move spaces to PARSE-FIELD(27)
                   move spaces to PARSE-FIELD(28)
           .

      *>>    A posting with an allowed-majors list credits each major
      *>>    on file named in it, by name or, failing that, by any
      *>>    listed spelling carrying the same CIP code; an
      *>>    unconstrained posting credits
      *>>    each major mentioned in its title/description.
       credit-posting-majors.
           perform varying ws-j from 1 by 1 until ws-j > MAJOR-COUNT
                   inspect function upper-case(function trim(job-majors))
                       tallying ws-tally for all
                       function trim(function upper-case(mj-major(ws-j)))
                   if ws-tally = 0 and mj-cip(ws-j) not = spaces
                       perform match-posting-majors-by-code
                   end-if
               else
                   inspect function upper-case(function trim(job-title))
                       tallying ws-tally for all
               if ws-tally > 0
                   add 1 to mj-demand(ws-j)
                   add ws-app-count to mj-applications(ws-j)
                   perform credit-category-major
               end-if
           end-perform
           .

      *>>    Sets ws-tally when any semicolon-separated entry of
      *>>    job-majors resolves to mj-cip(ws-j).
       match-posting-majors-by-code.
           move job-majors to ws-major-list
           move 1 to ws-major-list-pos
           perform until ws-major-list-pos > 100 or ws-tally > 0
               move spaces to ws-major-in
               unstring ws-major-list delimited by ";"
                   into ws-major-in
                   with pointer ws-major-list-pos
               end-unstring
               if function trim(ws-major-in) not = spaces
                   perform find-major-cip
                   if ws-major-cip-out = mj-cip(ws-j)
                       add 1 to ws-tally
                   end-if
               end-if
           end-perform
           .
           end-if
           perform varying ws-i from 1 by 1 until ws-i > MAJOR-COUNT
               move spaces to WS-DISPLAY
               move 1 to ws-line-pos
               string "   " function trim(mj-major(ws-i))
                      delimited by size into WS-DISPLAY
                      with pointer ws-line-pos
               end-string
               if mj-cip(ws-i) not = spaces
                   string " (CIP " mj-cip(ws-i) ")"
                          delimited by size into WS-DISPLAY
                          with pointer ws-line-pos
                   end-string
               end-if
               string ": demand " mj-demand(ws-i)
                      " posting(s), supply " mj-supply(ws-i)
                      " student(s), " mj-applications(ws-i)
                      " application(s) in play"
                      delimited by size into WS-DISPLAY
                      with pointer ws-line-pos
               end-string
               move WS-DISPLAY to report-line
               write report-line
               if ws-csv-wanted = "y"
                   perform begin-csv-row
                   move spaces to ws-csv-field
                   perform add-csv-field
                   move mj-major(ws-i) to ws-csv-field
                   perform add-csv-field
                   move mj-cip(ws-i) to ws-csv-field
                   perform add-csv-field
                   move mj-demand(ws-i) to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   move mj-supply(ws-i) to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   move mj-applications(ws-i) to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   write csv-line
               end-if
           end-perform
           .

      *>>    Category slots are re-ordered by demand; the
      *>>    category-major pairs keep pointing at the right slot by
      *>>    swapping their slot numbers alongside.
       sort-categories-by-demand.
           perform varying ws-i from 1 by 1 until ws-i >= CATEGORY-COUNT
               perform varying ws-j from 1 by 1
                       until ws-j >= CATEGORY-COUNT
                   if ct-demand(ws-j) < ct-demand(ws-j + 1)
                       move CATEGORY-ENTRY(ws-j) to CATEGORY-SWAP
                       move CATEGORY-ENTRY(ws-j + 1) to CATEGORY-ENTRY(ws-j)
                       move CATEGORY-SWAP to CATEGORY-ENTRY(ws-j + 1)
                       perform varying ws-k from 1 by 1
                               until ws-k > CAT-MAJOR-COUNT
                           evaluate cm-category(ws-k)
                               when ws-j
                                   compute cm-category(ws-k) = ws-j + 1
                               when ws-j + 1
                                   move ws-j to cm-category(ws-k)
                           end-evaluate
                       end-perform
                   end-if
               end-perform
           end-perform
           .

       write-category-lines.
           move spaces to report-line
           write report-line
           move "-- Open-posting demand by job category --" to report-line
           write report-line
           if CATEGORY-COUNT = 0
               move "   No open postings." to report-line
               write report-line
           end-if
           perform varying ws-c from 1 by 1 until ws-c > CATEGORY-COUNT
               move spaces to WS-DISPLAY
               string "   " function trim(ct-label(ws-c))
                      ": demand " ct-demand(ws-c)
                      " posting(s), " ct-applications(ws-c)
                      " application(s) in play"
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               if ws-csv-wanted = "y"
                   perform begin-csv-row
                   move ct-label(ws-c) to ws-csv-field
                   perform add-csv-field
                   move spaces to ws-csv-field
                   perform add-csv-field
                   perform add-csv-field
                   move ct-demand(ws-c) to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   move spaces to ws-csv-field
                   perform add-csv-field
                   move ct-applications(ws-c) to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   write csv-line
               end-if
               perform varying ws-k from 1 by 1 until ws-k > CAT-MAJOR-COUNT
                   if cm-category(ws-k) = ws-c
                       perform write-category-major-line
                   end-if
               end-perform
           end-perform
           .

       write-category-major-line.
           move spaces to WS-DISPLAY
           move 1 to ws-line-pos
           string "      " function trim(cm-major(ws-k))
                  delimited by size into WS-DISPLAY
                  with pointer ws-line-pos
           end-string
           if cm-cip(ws-k) not = spaces
               string " (CIP " cm-cip(ws-k) ")"
                      delimited by size into WS-DISPLAY
                      with pointer ws-line-pos
               end-string
           end-if
           string ": " cm-demand(ws-k) " posting(s)"
                  delimited by size into WS-DISPLAY
                  with pointer ws-line-pos
           end-string
           move WS-DISPLAY to report-line
           write report-line
           if ws-csv-wanted = "y"
               perform begin-csv-row
               move ct-label(ws-c) to ws-csv-field
               perform add-csv-field
               move cm-major(ws-k) to ws-csv-field
               perform add-csv-field
               move cm-cip(ws-k) to ws-csv-field
               perform add-csv-field
               move cm-demand(ws-k) to ws-csv-count
               move ws-csv-count to ws-csv-field
               perform add-csv-field
               move spaces to ws-csv-field
               perform add-csv-field
               perform add-csv-field
               write csv-line
           end-if
           .

      *>>    Compares every layout-versions.dat stamp against the
      *>>    registry above; a never-stamped install passes (the
      *>>    live program seeds the sidecar).
               close layout-version-file
           end-if
           .

       write-csv-header.
           perform begin-csv-row
           move "category" to ws-csv-field
           perform add-csv-field
           move "major" to ws-csv-field
           perform add-csv-field
           move "cip-code" to ws-csv-field
           perform add-csv-field
           move "open-postings" to ws-csv-field
           perform add-csv-field
           move "students" to ws-csv-field
           perform add-csv-field
           move "applications" to ws-csv-field
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
