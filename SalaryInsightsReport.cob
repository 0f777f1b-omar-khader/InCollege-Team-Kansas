      *>>    Salary insights from the structured salary fields the
      *>>    posters already enter: for each job-location, each
      *>>    company and each job category, the posting count, salary range (lowest min to
      *>>    highest max), median advertised minimum, and remote
      *>>    share, broken out for open versus closed/filled listings.
      *>>    Real market numbers from our own postings instead of
           select job-file assign to "jobs.dat"
               organization is line sequential
               file status is FILESTAT-JOB.
           select job-category-file assign to "job-categories.dat"
               organization is line sequential
               file status is FILESTAT-JOBCAT.
           select report-file assign to "Salary-Insights-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Salary-Insights-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  job-file.
       01  job-line                  pic x(1000).

       fd  job-category-file.
       01  job-category-line         pic x(100).

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
       01  ws-layout-ok              pic x value "y".

       01  FILESTAT-JOB              pic xx.
       01  FILESTAT-JOBCAT           pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).
               10  rw-min            pic 9(07).
               10  rw-max            pic 9(07).
               10  rw-remote         pic x.
               10  rw-category       pic x(60).
       01  ROWS-COUNT                pic 9(04) value 0.

      *>>    job-categories.dat codes and names, for the category
      *>>    breakout's labels.
       01  JOB-CATEGORIES-TABLE.
           05  JOB-CATEGORY-ENTRY    occurs 100 times.
               10  jc-code           pic x(10).
               10  jc-name           pic x(40).
       01  JOB-CATEGORIES-COUNT      pic 9(03) value 0.

      *>>    Distinct group labels for the current breakout.
       01  LABELS-TABLE.
           05  LABEL-ENTRY           occurs 300 times pic x(100).
       01  MEDIAN-COUNT              pic 9(04) value 0.

       01  PARSE-FIELDS.
           05 PARSE-FIELD            occurs 31 times pic x(300).

       01  ws-i                      pic 9(04) value 0.
       01  ws-j                      pic 9(04) value 0.
       01  ws-swap                   pic 9(07) value 0.
       01  ws-remote-pct             pic 9(03) value 0.
       01  ws-mid                    pic 9(04) value 0.
       01  ws-q                      pic 9(02) value 0.
       01  ws-f                      pic 9(02) value 0.
       01  ws-skill-count            pic 9(02) value 0.
       01  ws-category-code          pic x(10).

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

           move "--- Salary Insights Report ---" to report-line
           write report-line

           perform load-job-categories
           perform load-rows

           if ROWS-COUNT = 0
               move "No postings on file." to report-line
               write report-line
               if ws-csv-wanted = "y"
                   close csv-file
               end-if
               close report-file
               stop run
           end-if

           perform varying ws-group-mode from 1 by 1
                   until ws-group-mode > 3
               move "y" to ws-want-open
               perform write-breakout
               move "n" to ws-want-open
               perform write-breakout
           end-perform

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

           end-if
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

      *>>    username|title|description|employer|location|min|max|
      *>>    currency|remote|company-id|status|question-count|
      *>>    questions...|posted-date|eligibility (4)|job-id|
      *>>    skill-count|skills...|certification|category.
       parse-one-row.
           perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 31
               move spaces to PARSE-FIELD(ws-parse-idx)
           end-perform
           unstring job-line delimited by "|" into
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

           move function trim(PARSE-FIELD(5)) to rw-location(ROWS-COUNT)
               move 0 to rw-max(ROWS-COUNT)
           end-if
           move function trim(PARSE-FIELD(9)) to rw-remote(ROWS-COUNT)

      *>>    The category sits past the question block and required
      *>>    skills, so its position moves with both counts.
           move 0 to ws-q
           if function trim(PARSE-FIELD(12)) is numeric
              and function trim(PARSE-FIELD(12)) not = spaces
               move function numval(function trim(PARSE-FIELD(12)))
                   to ws-q
           end-if
           if ws-q > 5
               move 5 to ws-q
           end-if
           compute ws-f = 19 + ws-q
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
               PARSE-FIELD(ws-f + ws-skill-count + 2)))
               to ws-category-code
           perform label-row-category
           .

      *>>    rw-category as "CODE - Name" from job-categories.dat;
      *>>    a code no longer on file shows as itself, a blank one as
      *>>    (uncategorized).
       label-row-category.
           if ws-category-code = spaces
               move "(uncategorized)" to rw-category(ROWS-COUNT)
               exit paragraph
           end-if
           move ws-category-code to rw-category(ROWS-COUNT)
           perform varying ws-k from 1 by 1
                   until ws-k > JOB-CATEGORIES-COUNT
               if jc-code(ws-k) = ws-category-code
                   move spaces to rw-category(ROWS-COUNT)
                   string function trim(ws-category-code) " - "
                          function trim(jc-name(ws-k))
                          delimited by size into rw-category(ROWS-COUNT)
                   exit perform
               end-if
           end-perform
           .

       write-breakout.
                   move "-- By location (closed/filled listings) --" to WS-DISPLAY
               when ws-group-mode = 2 and ws-want-open = "y"
                   move "-- By company (open listings) --" to WS-DISPLAY
               when ws-group-mode = 2
                   move "-- By company (closed/filled listings) --" to WS-DISPLAY
               when ws-want-open = "y"
                   move "-- By category (open listings) --" to WS-DISPLAY
               when other
                   move "-- By category (closed/filled listings) --" to WS-DISPLAY
           end-evaluate
           move WS-DISPLAY to report-line
           write report-line
           move 0 to LABELS-COUNT
           perform varying ws-i from 1 by 1 until ws-i > ROWS-COUNT
               if rw-open(ws-i) = ws-want-open
                   evaluate ws-group-mode
                       when 1
                           move rw-location(ws-i) to ws-row-label
                       when 2
                           move rw-company(ws-i) to ws-row-label
                       when other
                           move rw-category(ws-i) to ws-row-label
                   end-evaluate
                   if function trim(ws-row-label) = spaces
                       move "(unspecified)" to ws-row-label
                   end-if

           perform varying ws-i from 1 by 1 until ws-i > ROWS-COUNT
               if rw-open(ws-i) = ws-want-open
                   evaluate ws-group-mode
                       when 1
                           move rw-location(ws-i) to ws-row-label
                       when 2
                           move rw-company(ws-i) to ws-row-label
                       when other
                           move rw-category(ws-i) to ws-row-label
                   end-evaluate
                   if function trim(ws-row-label) = spaces
                       move "(unspecified)" to ws-row-label
                   end-if
           end-if
           move WS-DISPLAY to report-line
           write report-line
           if ws-csv-wanted = "y"
               perform begin-csv-row
               evaluate ws-group-mode
                   when 1
                       move "location" to ws-csv-field
                   when 2
                       move "company" to ws-csv-field
                   when other
                       move "category" to ws-csv-field
               end-evaluate
               perform add-csv-field
               if ws-want-open = "y"
                   move "open" to ws-csv-field
               else
                   move "closed/filled" to ws-csv-field
               end-if
               perform add-csv-field
               move ws-group-label to ws-csv-field
               perform add-csv-field
               move ws-grp-count to ws-csv-count
               move ws-csv-count to ws-csv-field
               perform add-csv-field
               if MEDIAN-COUNT > 0
                   move ws-grp-lo to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   move ws-grp-hi to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   move ws-median to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
               else
                   move spaces to ws-csv-field
                   perform add-csv-field
                   perform add-csv-field
                   perform add-csv-field
               end-if
               move ws-remote-pct to ws-csv-count
               move ws-csv-count to ws-csv-field
               perform add-csv-field
               write csv-line
           end-if
           .

      *>>    Compares every layout-versions.dat stamp against the
               close layout-version-file
           end-if
           .

       write-csv-header.
           perform begin-csv-row
           move "grouping" to ws-csv-field
           perform add-csv-field
           move "listings" to ws-csv-field
           perform add-csv-field
           move "group" to ws-csv-field
           perform add-csv-field
           move "postings" to ws-csv-field
           perform add-csv-field
           move "salary-low" to ws-csv-field
           perform add-csv-field
           move "salary-high" to ws-csv-field
           perform add-csv-field
           move "median-min" to ws-csv-field
           perform add-csv-field
           move "remote-percent" to ws-csv-field
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
