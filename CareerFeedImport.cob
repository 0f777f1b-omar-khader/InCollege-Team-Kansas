      *>>    Weekly import of the university career office's posting
      *>>    feed (career-feed.txt, one posting per line:
      *>>    title|description|employer|location|salary-min|salary-max|
      *>>    currency|remote|category). Each row goes through the same screening
      *>>    the interactive post path applies - required fields, the
      *>>    200-character description cap, employer resolved to a
      *>>    canonical companies.dat id (added when new, like
      *>>    their notifications.dat row just as for an interactive
      *>>    post. Registrar data is never clean, so every row gets an
      *>>    accept/reject line in Career-Feed-Import-Report.txt.
      *>>    The feed's own category wording is mapped onto a
      *>>    job-categories.dat code - first through the office's
      *>>    career-feed-categories.dat (feed-category|code), then by
      *>>    an exact code or name match; anything left over files as
      *>>    OTHER and is flagged on the ACCEPT line so the mapping
      *>>    can be extended.
       identification division.
       program-id. CareerFeedImport.

           select lock-file assign to "incollege-data.lock"
               organization is line sequential
               file status is FILESTAT-LOCK.
           select job-category-file assign to "job-categories.dat"
               organization is line sequential
               file status is FILESTAT-JOBCAT.
           select feed-category-file
               assign to "career-feed-categories.dat"
               organization is line sequential
               file status is FILESTAT-FEEDCAT.
           select report-file assign to "Career-Feed-Import-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
       fd  lock-file.
       01  lock-line                 pic x(60).

       fd  job-category-file.
       01  job-category-line         pic x(100).

       fd  feed-category-file.
       01  feed-category-line        pic x(100).

       fd  report-file.
       01  report-line               pic x(200).

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
       01  ws-currency               pic x(3).
       01  ws-remote                 pic x.
       01  ws-company-id             pic x(10).
       01  ws-feed-category          pic x(60).
       01  ws-category               pic x(10).
       01  ws-category-note          pic x(80).

      *>>    job-categories.dat codes and names, and the office's
      *>>    feed-wording-to-code mapping.
       01  FILESTAT-JOBCAT           pic xx.
       01  FILESTAT-FEEDCAT          pic xx.
       01  JOB-CATEGORIES-TABLE.
           05  JOB-CATEGORY-ENTRY    occurs 100 times.
               10  jc-code           pic x(10).
               10  jc-name           pic x(40).
       01  JOB-CATEGORIES-COUNT      pic 9(03) value 0.
       01  FEED-CATEGORIES-TABLE.
           05  FEED-CATEGORY-ENTRY   occurs 200 times.
               10  fc-feed-name      pic x(60).
               10  fc-code           pic x(10).
       01  FEED-CATEGORIES-COUNT     pic 9(03) value 0.

       01  ws-i                      pic 9(04) value 0.
       01  ws-parse-idx              pic 9(02) value 0.
           perform load-companies
           perform load-existing-jobs
           perform load-credit-balances
           perform load-category-mapping

           perform until 1 = 2
               read feed-file into feed-line
           unstring feed-line delimited by "|" into
               PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
               PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
               PARSE-FIELD(7) PARSE-FIELD(8) PARSE-FIELD(9)
           end-unstring

           move function trim(PARSE-FIELD(1)) to ws-title
           move function trim(PARSE-FIELD(7)) to ws-currency
           move function upper-case(function trim(PARSE-FIELD(8)))
               to ws-remote
           move function trim(PARSE-FIELD(9)) to ws-feed-category

           move spaces to ws-reject-reason
           if ws-title = spaces
           end-if

           if ws-reject-reason = spaces
               perform map-feed-category
               perform find-or-add-company
               perform draw-posting-credit
           end-if
                      function trim(ws-title) " at "
                      function trim(ws-employer)
                      " -> " function trim(ws-company-id)
                      " [" function trim(ws-category) "]"
                      ws-category-note
                      delimited by size into report-line
               write report-line
           else
           end-if
           .

      *>>    Loads the job-categories.dat codes and names and the
      *>>    office's career-feed-categories.dat wording map. Either
      *>>    file may be missing; every row then maps by whatever is
      *>>    left, or to OTHER.
       load-category-mapping.
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

           move 0 to FEED-CATEGORIES-COUNT
           open input feed-category-file
           if FILESTAT-FEEDCAT = "00"
               perform until 1 = 2
                   read feed-category-file into feed-category-line
                       at end exit perform
                   end-read
                   if function trim(feed-category-line) not = spaces
                      and FEED-CATEGORIES-COUNT < 200
                       add 1 to FEED-CATEGORIES-COUNT
                       move spaces to PARSE-FIELD(1)
                       move spaces to PARSE-FIELD(2)
                       unstring feed-category-line delimited by "|" into
                           PARSE-FIELD(1) PARSE-FIELD(2)
                       end-unstring
                       move function upper-case(function trim(
                           PARSE-FIELD(1)))
                           to fc-feed-name(FEED-CATEGORIES-COUNT)
                       move function upper-case(function trim(
                           PARSE-FIELD(2))) to fc-code(FEED-CATEGORIES-COUNT)
                   end-if
               end-perform
               close feed-category-file
           end-if
           .

      *>>    ws-category for the row's feed wording: the office map
      *>>    first, then a code or name straight off
      *>>    job-categories.dat, else OTHER with a note for the
      *>>    report line.
       map-feed-category.
           move spaces to ws-category
           move spaces to ws-category-note
           perform varying ws-i from 1 by 1
                   until ws-i > FEED-CATEGORIES-COUNT
               if fc-feed-name(ws-i) =
                  function upper-case(function trim(ws-feed-category))
                   move fc-code(ws-i) to ws-category
                   exit perform
               end-if
           end-perform
           if ws-category = spaces
               perform varying ws-i from 1 by 1
                       until ws-i > JOB-CATEGORIES-COUNT
                   if jc-code(ws-i) =
                      function upper-case(function trim(ws-feed-category))
                      or function upper-case(function trim(jc-name(ws-i)))
                       = function upper-case(function trim(ws-feed-category))
                       move jc-code(ws-i) to ws-category
                       exit perform
                   end-if
               end-perform
           end-if
           if ws-category = spaces or ws-feed-category = spaces
               move "OTHER" to ws-category
               move spaces to ws-category-note
               string " - feed category """
                      function trim(ws-feed-category)
                      """ not mapped"
                      delimited by size into ws-category-note
           end-if
           .

      *>>    The accepted posting in the interactive row layout, under
      *>>    the feed account, stamped with today as its posted date;
      *>>    the eligibility, id, skills and certification fields are
      *>>    left empty ahead of the category.
       write-feed-job.
           open extend job-file
           if FILESTAT-JOB not = "00"
                      function trim(ws-company-id) "|"
                      "Open|0|"
                      function current-date(1:8)
                      "||||||||" function trim(ws-category)
                      delimited by size into job-line
               end-string
               write job-line
