      *>>    Equal-opportunity applicant-pool counts for compliance:
      *>>    for every posting, every company and the whole pool, how
      *>>    many applicants (applications.dat) fall in each voluntary
      *>>    self-identification category (eeo-selfid.dat, username|
      *>>    gender|ethnicity|veteran|disability|updated, written by
      *>>    InCollege.cob's Voluntary Self-Identification form).
      *>>    Applicants who never answered count as "not-provided".
      *>>    Nothing here names a person: any cell of 1 to one below
      *>>    the minimum cell size (eeo-min-cell.dat, default 5) is
      *>>    withheld as "*", further cells are withheld until the
      *>>    withheld ones together hold at least the minimum (so
      *>>    none can be worked back out of the pool total), and a
      *>>    pool smaller than the minimum prints no breakdown at all.
      *>>    Company and overall pools count each applicant once
      *>>    however many postings they applied to.
       identification division.
       program-id. EEOApplicantPoolReport.

       environment division.
       input-output section.
       file-control.
      *>>    Layout-version sidecar shared with InCollege.cob: this
      *>>    program refuses to run against a file stamped for a
      *>>    newer layout than it was built to parse.
           select layout-version-file assign to "layout-versions.dat"
               organization is line sequential
               file status is FILESTAT-LAYOUT.
           select application-file assign to "applications.dat"
               organization is indexed
               access mode is sequential
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-APP.
           select job-file assign to "jobs.dat"
               organization is line sequential
               file status is FILESTAT-JOB.
           select eeo-selfid-file assign to "eeo-selfid.dat"
               organization is line sequential
               file status is FILESTAT-EEO.
           select control-file assign to "eeo-min-cell.dat"
               organization is line sequential
               file status is FILESTAT-CTL.
           select report-file assign to "EEO-Applicant-Pool-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the counts, written only when the run
      *>>    is started with the "csv" option; it carries the same
      *>>    withheld cells as the text report.
           select csv-file assign to "EEO-Applicant-Pool-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  application-file.
       01  application-record.
           05  fd-app-key.
               10  fd-app-job-id     pic x(10).
               10  fd-app-username   pic x(32).
           05  fd-app-data           pic x(1000).

       fd  job-file.
       01  job-line                  pic x(1000).

       fd  eeo-selfid-file.
       01  eeo-selfid-line           pic x(150).

       fd  control-file.
       01  control-line              pic x(20).

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

       01  FILESTAT-APP              pic xx.
       01  FILESTAT-JOB              pic xx.
       01  FILESTAT-EEO              pic xx.
       01  FILESTAT-CTL              pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).

       01  WS-MIN-CELL               pic 9(04) value 5.

      *>>    The four questions and their answer codes in the order
      *>>    they are reported; the last code of each is the bucket for
      *>>    applicants with no eeo-selfid.dat row.
       01  DIMENSION-VALUES.
           05  filler                pic x(12) value "Gender".
           05  filler                pic 9(02) value 06.
           05  filler                pic x(18) value "female".
           05  filler                pic x(18) value "male".
           05  filler                pic x(18) value "nonbinary".
           05  filler                pic x(18) value "another".
           05  filler                pic x(18) value "declined".
           05  filler                pic x(18) value "not-provided".
           05  filler                pic x(18) value spaces.
           05  filler                pic x(18) value spaces.
           05  filler                pic x(18) value spaces.
           05  filler                pic x(12) value "Ethnicity".
           05  filler                pic 9(02) value 09.
           05  filler                pic x(18) value "hispanic".
           05  filler                pic x(18) value "white".
           05  filler                pic x(18) value "black".
           05  filler                pic x(18) value "asian".
           05  filler                pic x(18) value "native-american".
           05  filler                pic x(18) value "pacific-islander".
           05  filler                pic x(18) value "two-or-more".
           05  filler                pic x(18) value "declined".
           05  filler                pic x(18) value "not-provided".
           05  filler                pic x(12) value "Veteran".
           05  filler                pic 9(02) value 04.
           05  filler                pic x(18) value "protected".
           05  filler                pic x(18) value "not-veteran".
           05  filler                pic x(18) value "declined".
           05  filler                pic x(18) value "not-provided".
           05  filler                pic x(18) value spaces.
           05  filler                pic x(18) value spaces.
           05  filler                pic x(18) value spaces.
           05  filler                pic x(18) value spaces.
           05  filler                pic x(18) value spaces.
           05  filler                pic x(12) value "Disability".
           05  filler                pic 9(02) value 04.
           05  filler                pic x(18) value "yes".
           05  filler                pic x(18) value "no".
           05  filler                pic x(18) value "declined".
           05  filler                pic x(18) value "not-provided".
           05  filler                pic x(18) value spaces.
           05  filler                pic x(18) value spaces.
           05  filler                pic x(18) value spaces.
           05  filler                pic x(18) value spaces.
           05  filler                pic x(18) value spaces.
       01  DIMENSION-TABLE redefines DIMENSION-VALUES.
           05  DIMENSION-ENTRY       occurs 4 times.
               10  dm-name           pic x(12).
               10  dm-cat-count      pic 9(02).
               10  dm-category       occurs 9 times pic x(18).
       01  ws-d                      pic 9 value 0.
       01  ws-c                      pic 9(02) value 0.

      *>>    Each respondent's answers as category numbers.
       01  SELFID-TABLE.
           05  SELFID-ENTRY          occurs 5000 times.
               10  si-user           pic x(32).
               10  si-code           occurs 4 times pic 9(02).
       01  SELFID-COUNT              pic 9(04) value 0.
       01  ws-selfid-overflow        pic x value "n".
       01  ws-answer                 pic x(20) occurs 4 times.

      *>>    jobs.dat by permanent job-id: title, employer, and the
      *>>    company the posting is pooled under (its company-id, or
      *>>    the employer name for rows older than companies.dat).
       01  JOB-TABLE.
           05  JOB-ENTRY             occurs 2000 times.
               10  jb-job-id         pic x(10).
               10  jb-title          pic x(50).
               10  jb-employer       pic x(50).
               10  jb-company-key    pic x(50).
       01  JOB-COUNT                 pic 9(04) value 0.

      *>>    One pool per posting, per company, and one for everyone,
      *>>    in the order first met.
       01  GROUP-TABLE.
           05  GROUP-ENTRY           occurs 2600 times.
               10  gr-scope          pic x(8).
               10  gr-key            pic x(60).
               10  gr-title          pic x(50).
               10  gr-employer       pic x(50).
               10  gr-total          pic 9(05).
               10  gr-dim            occurs 4 times.
                   15  gr-cell       occurs 9 times pic 9(05).
       01  GROUP-COUNT               pic 9(04) value 0.
       01  ws-group-overflow         pic x value "n".
       01  ws-g                      pic 9(04) value 0.
       01  ws-g-scope                pic x(8).
       01  ws-g-key                  pic x(60).

      *>>    Applicants already counted in a company or overall pool.
       01  SEEN-TABLE.
           05  SEEN-ENTRY            occurs 20000 times.
               10  sn-group          pic 9(04).
               10  sn-user           pic x(32).
       01  SEEN-COUNT                pic 9(05) value 0.
       01  ws-seen-overflow          pic x value "n".
       01  ws-sn                     pic 9(05) value 0.

       01  PARSE-FIELDS.
           05  PARSE-FIELD           occurs 23 times pic x(100).
       01  ws-parse-idx              pic 9(02) value 0.

       01  ws-i                      pic 9(05) value 0.
       01  ws-q                      pic 9(02) value 0.
       01  ws-f                      pic 9(02) value 0.
       01  ws-app-user               pic x(32).
       01  ws-app-title              pic x(50).
       01  ws-app-employer           pic x(50).
       01  ws-app-company            pic x(50).
       01  ws-code                   pic 9(02) occurs 4 times.
       01  ws-application-count      pic 9(06) value 0.
       01  ws-respondent-count       pic 9(05) value 0.

      *>>    Per-dimension suppression marks: "p" primary (a small
      *>>    cell), "s" secondary (withheld to protect the primaries).
       01  SUPPRESS-MARKS.
           05  ws-mark               occurs 9 times pic x.
       01  ws-primary-count          pic 9(02) value 0.
       01  ws-smallest               pic 9(02) value 0.
       01  ws-withheld-sum           pic 9(05) value 0.
       01  ws-ptr                    pic 9(03) value 1.
       01  ws-num-out                pic z(4)9.
       01  ws-cell-out               pic x(8).
       01  ws-min-out                pic z(3)9.

      *>>    "csv" on the command line (or after the program name in
      *>>    nightly-jobs.txt) also writes the report's .csv
      *>>    companion: one header row, then one row per cell.
       01  FILESTAT-CSV              pic xx.
       01  ws-command-args           pic x(100).
       01  ws-csv-wanted             pic x value "n".
       01  ws-csv-field              pic x(200).
       01  ws-csv-ptr                pic 9(04) value 1.
       01  ws-csv-i                  pic 9(03) value 0.
       01  ws-csv-len                pic 9(03) value 0.
       01  ws-csv-tally              pic 9(03) value 0.
       01  ws-csv-columns            pic 9(03) value 0.

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

           perform load-min-cell
           move WS-MIN-CELL to ws-min-out
           move "--- EEO Applicant Pool Report ---" to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Minimum cell size " function trim(ws-min-out)
                  ": cells marked * are withheld so no applicant can be identified."
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform load-self-identification
           perform load-jobs
           perform scan-applications

           if ws-application-count > 0
               move "== All applicants ==" to report-line
               write report-line
               move "all" to ws-g-scope
               perform print-scope
               move spaces to report-line
               write report-line
               move "== By posting ==" to report-line
               write report-line
               move "posting" to ws-g-scope
               perform print-scope
               move spaces to report-line
               write report-line
               move "== By company ==" to report-line
               write report-line
               move "company" to ws-g-scope
               perform print-scope
           end-if

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Applications read: " ws-application-count
                  "  Self-identification responses on file: "
                  ws-respondent-count
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           if ws-selfid-overflow = "y"
               move "eeo-selfid.dat holds over 5000 rows - the rest count as not-provided."
                   to report-line
               write report-line
           end-if
           if ws-group-overflow = "y"
               move "Over 2600 postings and companies - the rest are left out of the pools."
                   to report-line
               write report-line
           end-if
           if ws-seen-overflow = "y"
               move "Over 20000 applicant-company pairs - company and overall pools may count someone twice."
                   to report-line
               write report-line
           end-if

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

      *>>    A missing or unreadable control file, or a size below 2,
      *>>    leaves the default.
       load-min-cell.
           open input control-file
           if FILESTAT-CTL = "00"
               read control-file into control-line
                   at end continue
                   not at end
                       if function trim(control-line) is numeric
                          and function numval(function trim(control-line)) > 1
                           move function numval(function trim(control-line))
                               to WS-MIN-CELL
                       end-if
               end-read
               close control-file
           end-if
           .

      *>>    An answer this build does not know reads as declined.
       load-self-identification.
           move 0 to SELFID-COUNT
           open input eeo-selfid-file
           if FILESTAT-EEO not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read eeo-selfid-file into eeo-selfid-line
                   at end exit perform
               end-read
               if eeo-selfid-line = spaces
                   exit perform cycle
               end-if
               if SELFID-COUNT >= 5000
                   move "y" to ws-selfid-overflow
                   exit perform
               end-if
               add 1 to SELFID-COUNT
               move spaces to si-user(SELFID-COUNT)
               move spaces to ws-answer(1) ws-answer(2)
               move spaces to ws-answer(3) ws-answer(4)
               unstring eeo-selfid-line delimited by "|" into
                   si-user(SELFID-COUNT) ws-answer(1) ws-answer(2)
                   ws-answer(3) ws-answer(4)
               end-unstring
               perform varying ws-d from 1 by 1 until ws-d > 4
                   compute si-code(SELFID-COUNT, ws-d) =
                       dm-cat-count(ws-d) - 1
                   perform varying ws-c from 1 by 1
                           until ws-c > dm-cat-count(ws-d) - 1
                       if dm-category(ws-d, ws-c) =
                          function lower-case(function trim(ws-answer(ws-d)))
                           move ws-c to si-code(SELFID-COUNT, ws-d)
                           exit perform
                       end-if
                   end-perform
               end-perform
           end-perform
           close eeo-selfid-file
           move SELFID-COUNT to ws-respondent-count
           .

      *>>    Title is the 2nd jobs.dat field, employer the 4th,
      *>>    company-id the 10th; the permanent job-id sits past the
      *>>    question block at 18 + question-count, the same position
      *>>    math as InCollege.cob's parse-job-line.
       load-jobs.
           move 0 to JOB-COUNT
           open input job-file
           if FILESTAT-JOB not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read job-file into job-line
                   at end exit perform
               end-read
               perform varying ws-parse-idx from 1 by 1
                       until ws-parse-idx > 23
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
                   PARSE-FIELD(22) PARSE-FIELD(23)
               end-unstring
               move 0 to ws-q
               if function trim(PARSE-FIELD(12)) is numeric
                  and function trim(PARSE-FIELD(12)) not = spaces
                   move function numval(function trim(PARSE-FIELD(12)))
                       to ws-q
               end-if
               if ws-q > 5
                   move 5 to ws-q
               end-if
               compute ws-f = 18 + ws-q
               if function trim(PARSE-FIELD(ws-f)) not = spaces
                  and JOB-COUNT < 2000
                   add 1 to JOB-COUNT
                   move function trim(PARSE-FIELD(ws-f))
                       to jb-job-id(JOB-COUNT)
                   move function trim(PARSE-FIELD(2))
                       to jb-title(JOB-COUNT)
                   move function trim(PARSE-FIELD(4))
                       to jb-employer(JOB-COUNT)
                   if function trim(PARSE-FIELD(10)) not = spaces
                       move function trim(PARSE-FIELD(10))
                           to jb-company-key(JOB-COUNT)
                   else
                       move function upper-case(
                           function trim(PARSE-FIELD(4)))
                           to jb-company-key(JOB-COUNT)
                   end-if
               end-if
           end-perform
           close job-file
           .

      *>>    fd-app-data leads with title|employer; a posting since
      *>>    removed from jobs.dat is still pooled from those.
       scan-applications.
           move 0 to GROUP-COUNT
           move "all" to ws-g-scope
           move "all" to ws-g-key
           move "All postings" to ws-app-title
           move spaces to ws-app-employer
           perform find-group
           open input application-file
           if FILESTAT-APP not = "00"
               move "No applications on file." to report-line
               write report-line
               exit paragraph
           end-if
           perform until 1 = 2
               read application-file next record
                   at end exit perform
               end-read
               add 1 to ws-application-count
               move function trim(fd-app-username) to ws-app-user
               move spaces to PARSE-FIELD(1) PARSE-FIELD(2)
               unstring fd-app-data delimited by "|" into
                   PARSE-FIELD(1) PARSE-FIELD(2)
               end-unstring
               move function trim(PARSE-FIELD(1)) to ws-app-title
               move function trim(PARSE-FIELD(2)) to ws-app-employer
               move function upper-case(function trim(PARSE-FIELD(2)))
                   to ws-app-company
               if fd-app-job-id not = spaces
                   perform varying ws-i from 1 by 1 until ws-i > JOB-COUNT
                       if jb-job-id(ws-i) = fd-app-job-id
                           move jb-title(ws-i) to ws-app-title
                           move jb-employer(ws-i) to ws-app-employer
                           move jb-company-key(ws-i) to ws-app-company
                           exit perform
                       end-if
                   end-perform
               end-if
               perform find-applicant-codes

               move "posting" to ws-g-scope
               move spaces to ws-g-key
               if fd-app-job-id not = spaces
                   move fd-app-job-id to ws-g-key
               else
                   string "|" function trim(ws-app-title) "|"
                          function trim(ws-app-employer)
                          delimited by size into ws-g-key
               end-if
               perform find-group
               if ws-g > 0
                   perform count-into-group
               end-if

               move "company" to ws-g-scope
               move ws-app-company to ws-g-key
               perform find-group
               if ws-g > 0
                   perform count-if-unseen
               end-if

               move 1 to ws-g
               perform count-if-unseen
           end-perform
           close application-file
           .

       find-applicant-codes.
           perform varying ws-d from 1 by 1 until ws-d > 4
               move dm-cat-count(ws-d) to ws-code(ws-d)
           end-perform
           perform varying ws-i from 1 by 1 until ws-i > SELFID-COUNT
               if si-user(ws-i) = ws-app-user
                   perform varying ws-d from 1 by 1 until ws-d > 4
                       move si-code(ws-i, ws-d) to ws-code(ws-d)
                   end-perform
                   exit perform
               end-if
           end-perform
           .

      *>>    ws-g: the ws-g-scope/ws-g-key pool, added on first sight
      *>>    with the current application's title and employer; 0
      *>>    once the table is full.
       find-group.
           perform varying ws-g from 1 by 1 until ws-g > GROUP-COUNT
               if gr-scope(ws-g) = ws-g-scope
                  and gr-key(ws-g) = ws-g-key
                   exit paragraph
               end-if
           end-perform
           if GROUP-COUNT >= 2600
               move "y" to ws-group-overflow
               move 0 to ws-g
               exit paragraph
           end-if
           add 1 to GROUP-COUNT
           move GROUP-COUNT to ws-g
           move ws-g-scope to gr-scope(ws-g)
           move ws-g-key to gr-key(ws-g)
           move ws-app-title to gr-title(ws-g)
           move ws-app-employer to gr-employer(ws-g)
           move 0 to gr-total(ws-g)
           perform varying ws-d from 1 by 1 until ws-d > 4
               perform varying ws-c from 1 by 1 until ws-c > 9
                   move 0 to gr-cell(ws-g, ws-d, ws-c)
               end-perform
           end-perform
           .

       count-if-unseen.
           perform varying ws-sn from 1 by 1 until ws-sn > SEEN-COUNT
               if sn-group(ws-sn) = ws-g
                  and sn-user(ws-sn) = ws-app-user
                   exit paragraph
               end-if
           end-perform
           if SEEN-COUNT < 20000
               add 1 to SEEN-COUNT
               move ws-g to sn-group(SEEN-COUNT)
               move ws-app-user to sn-user(SEEN-COUNT)
           else
               move "y" to ws-seen-overflow
           end-if
           perform count-into-group
           .

       count-into-group.
           add 1 to gr-total(ws-g)
           perform varying ws-d from 1 by 1 until ws-d > 4
               add 1 to gr-cell(ws-g, ws-d, ws-code(ws-d))
           end-perform
           .

       print-scope.
           perform varying ws-g from 1 by 1 until ws-g > GROUP-COUNT
               if gr-scope(ws-g) = ws-g-scope
                   perform print-group
               end-if
           end-perform
           .

       print-group.
           move gr-total(ws-g) to ws-num-out
           move spaces to WS-DISPLAY
           evaluate gr-scope(ws-g)
               when "posting"
                   string function trim(gr-key(ws-g)) "  "
                          function trim(gr-title(ws-g)) " ("
                          function trim(gr-employer(ws-g))
                          ") - applicants: " function trim(ws-num-out)
                          delimited by size into WS-DISPLAY
               when "company"
                   string function trim(gr-employer(ws-g))
                          " - applicants: " function trim(ws-num-out)
                          delimited by size into WS-DISPLAY
               when other
                   string "Applicants: " function trim(ws-num-out)
                          delimited by size into WS-DISPLAY
           end-evaluate
           move WS-DISPLAY to report-line
           write report-line

           if gr-total(ws-g) < WS-MIN-CELL
               move "    pool below the minimum cell size - no breakdown shown"
                   to report-line
               write report-line
               if ws-csv-wanted = "y"
                   perform begin-group-csv-row
                   move "all" to ws-csv-field
                   perform add-csv-field
                   move spaces to ws-csv-field
                   perform add-csv-field
                   move "*" to ws-csv-field
                   perform add-csv-field
                   write csv-line
               end-if
               exit paragraph
           end-if

           perform varying ws-d from 1 by 1 until ws-d > 4
               perform mark-suppressed-cells
               move spaces to WS-DISPLAY
               move 1 to ws-ptr
               string "    " dm-name(ws-d)
                      delimited by size into WS-DISPLAY
                      with pointer ws-ptr
               end-string
               perform varying ws-c from 1 by 1
                       until ws-c > dm-cat-count(ws-d)
                   perform format-cell
                   string " " function trim(dm-category(ws-d, ws-c))
                          " " function trim(ws-cell-out)
                          delimited by size into WS-DISPLAY
                          with pointer ws-ptr
                   end-string
                   if ws-csv-wanted = "y"
                       perform begin-group-csv-row
                       move dm-name(ws-d) to ws-csv-field
                       perform add-csv-field
                       move dm-category(ws-d, ws-c) to ws-csv-field
                       perform add-csv-field
                       move ws-cell-out to ws-csv-field
                       perform add-csv-field
                       write csv-line
                   end-if
               end-perform
               move WS-DISPLAY to report-line
               write report-line
           end-perform
           .

      *>>    Primary: every cell from 1 to one below the minimum.
      *>>    Secondary: the withheld cells' combined count can be
      *>>    worked out by subtracting the shown ones from the pool
      *>>    total, so the smallest shown non-empty cells are withheld
      *>>    too until that combined count reaches the minimum - a lone
      *>>    small cell, or two cells that must each hold one person,
      *>>    then reveal nothing. Empty cells are shown - there is no
      *>>    one in them to identify.
       mark-suppressed-cells.
           move spaces to SUPPRESS-MARKS
           move 0 to ws-primary-count
           move 0 to ws-withheld-sum
           perform varying ws-c from 1 by 1
                   until ws-c > dm-cat-count(ws-d)
               if gr-cell(ws-g, ws-d, ws-c) > 0
                  and gr-cell(ws-g, ws-d, ws-c) < WS-MIN-CELL
                   move "p" to ws-mark(ws-c)
                   add 1 to ws-primary-count
                   add gr-cell(ws-g, ws-d, ws-c) to ws-withheld-sum
               end-if
           end-perform
           if ws-primary-count = 0
               exit paragraph
           end-if
           perform until ws-withheld-sum >= WS-MIN-CELL
               perform find-smallest-shown-cell
               if ws-smallest = 0
                   exit perform
               end-if
               move "s" to ws-mark(ws-smallest)
               add gr-cell(ws-g, ws-d, ws-smallest) to ws-withheld-sum
           end-perform
           .

       find-smallest-shown-cell.
           move 0 to ws-smallest
           perform varying ws-c from 1 by 1
                   until ws-c > dm-cat-count(ws-d)
               if ws-mark(ws-c) = space
                  and gr-cell(ws-g, ws-d, ws-c) > 0
                   if ws-smallest = 0
                       move ws-c to ws-smallest
                   else
                       if gr-cell(ws-g, ws-d, ws-c) <
                          gr-cell(ws-g, ws-d, ws-smallest)
                           move ws-c to ws-smallest
                       end-if
                   end-if
               end-if
           end-perform
           .

       format-cell.
           if ws-mark(ws-c) not = space
               move "*" to ws-cell-out
           else
               move gr-cell(ws-g, ws-d, ws-c) to ws-num-out
               move function trim(ws-num-out) to ws-cell-out
           end-if
           .

       begin-group-csv-row.
           perform begin-csv-row
           move gr-scope(ws-g) to ws-csv-field
           perform add-csv-field
           if gr-scope(ws-g) = "posting"
              and gr-key(ws-g)(1:1) not = "|"
               move gr-key(ws-g) to ws-csv-field
           else
               move spaces to ws-csv-field
           end-if
           perform add-csv-field
           move gr-title(ws-g) to ws-csv-field
           if gr-scope(ws-g) = "company"
               move spaces to ws-csv-field
           end-if
           perform add-csv-field
           move gr-employer(ws-g) to ws-csv-field
           perform add-csv-field
           move gr-total(ws-g) to ws-num-out
           move ws-num-out to ws-csv-field
           perform add-csv-field
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
           move "scope" to ws-csv-field
           perform add-csv-field
           move "job-id" to ws-csv-field
           perform add-csv-field
           move "title" to ws-csv-field
           perform add-csv-field
           move "employer" to ws-csv-field
           perform add-csv-field
           move "applicants" to ws-csv-field
           perform add-csv-field
           move "question" to ws-csv-field
           perform add-csv-field
           move "answer" to ws-csv-field
           perform add-csv-field
           move "count" to ws-csv-field
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
