      *>>    row telling them the one-step renew path (Manage My
      *>>    Postings -> Renew). Rows with no posted date (predating
      *>>    the stamp) are left alone. The age limit comes from
      *>>    job-expiry-days.dat (default 60). Featured windows in
      *>>    featured-postings.dat that ended before today are marked
      *>>    lapsed the same night, and the buyer is told.
       identification division.
       program-id. JobExpiryBatch.

           select calendar-file assign to "academic-calendar.dat"
               organization is line sequential
               file status is FILESTAT-CAL.
           select featured-file assign to "featured-postings.dat"
               organization is line sequential
               file status is FILESTAT-FEATURE.
      *>>    Write-verify-swap target for the jobs.dat and
      *>>    featured-postings.dat rewrites, so an interrupted run
      *>>    leaves the live file untouched.
           select temp-swap-file assign to WS-TEMP-SWAP-FROM
               organization is line sequential
               file status is FILESTAT-TMPS.
           select report-file assign to "Job-Expiry-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
       fd  calendar-file.
       01  calendar-line             pic x(80).

       fd  featured-file.
       01  featured-line             pic x(200).

       fd  temp-swap-file.
       01  temp-swap-line            pic x(1000).

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
       01  ws-file-overflow          pic x value "n".

       01  PARSE-FIELDS.
           05 PARSE-FIELD            occurs 31 times pic x(300).

       01  ws-i                      pic 9(04) value 0.
       01  ws-parse-idx              pic 9(02) value 0.
       01  ws-today-days             pic 9(08) value 0.
       01  ws-expired-count          pic 9(04) value 0.
       01  ws-changed                pic x value "n".

       01  FILESTAT-TMPS             pic xx.
       01  WS-TEMP-SWAP-FROM         pic x(60).
       01  WS-TEMP-SWAP-TO           pic x(60).
       01  ws-swap-written           pic 9(06) value 0.
       01  ws-swap-verified          pic 9(06) value 0.
       01  ws-swap-ok                pic x value "n".
       01  ws-rebuild-pos            pic 9(04) value 0.
       01  ws-skill-count            pic 9 value 0.
       01  ws-last-field             pic 9(02) value 0.
       01  ws-term-end               pic x(8).
       01  notif-detail              pic x(200).

      *>>    featured-postings.dat: job-id|company-id|from|until|
      *>>    status|bought-by|credits, rewritten whole when a window
      *>>    lapses.
       01  FILESTAT-FEATURE          pic xx.
       01  FEATURED-TABLE.
           05  FEATURED-ENTRY        occurs 1000 times pic x(200).
       01  FEATURED-COUNT            pic 9(04) value 0.
      *>>    "y" against each window lapsed this run; the buyer is
      *>>    told only once the rewrite has been swapped in.
       01  FEATURED-LAPSED-TABLE.
           05  FEATURED-LAPSED       occurs 1000 times pic x.
       01  ws-featured-overflow      pic x value "n".
       01  ws-lapsed-count           pic 9(04) value 0.
       01  ft-job-id                 pic x(10).
       01  ft-company                pic x(10).
       01  ft-from                   pic x(8).
       01  ft-until                  pic x(8).
       01  ft-status                 pic x(10).
       01  ft-bought-by              pic x(32).
       01  ft-credits                pic x(3).

       procedure division.
       main.
           perform verify-layout-versions
           end-perform

           if ws-changed = "y"
               move "jobs.dat.new" to WS-TEMP-SWAP-FROM
               move "jobs.dat" to WS-TEMP-SWAP-TO
               move 0 to ws-swap-written
               open output temp-swap-file
               if FILESTAT-TMPS = "00"
                   perform varying ws-i from 1 by 1 until ws-i > JOBS-COUNT
                       move JOB-TABLE-ENTRY(ws-i) to temp-swap-line
                       write temp-swap-line
                       add 1 to ws-swap-written
                   end-perform
                   close temp-swap-file
                   perform verify-and-swap-temp
               else
                   move "SWAP REFUSED for jobs.dat: temp file open failed" to report-line
                   write report-line
               end-if
           end-if

           perform lapse-featured-postings

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Featured window(s) lapsed: " ws-lapsed-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform release-data-lock
           close report-file
      *>>    field (11) is flipped in place and the row re-joined so
      *>>    every other field survives byte-for-byte.
       expire-one-job.
           perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 31
               move spaces to PARSE-FIELD(ws-parse-idx)
           end-perform
           unstring JOB-TABLE-ENTRY(ws-i) delimited by "|" into
               PARSE-FIELD(19) PARSE-FIELD(20) PARSE-FIELD(21)
               PARSE-FIELD(22) PARSE-FIELD(23) PARSE-FIELD(24)
               PARSE-FIELD(25) PARSE-FIELD(26) PARSE-FIELD(27)
               PARSE-FIELD(28) PARSE-FIELD(29) PARSE-FIELD(30)
               PARSE-FIELD(31)
           end-unstring

           if function trim(PARSE-FIELD(11)) not = "Open"
               - function integer-of-date(function numval(ws-posted-date))

      *>>    The row tail runs past the posted date (eligibility
      *>>    criteria, posting id, required skills, required
      *>>    certification, category) - the rebuild walks all of it
      *>>    so nothing is stripped.
           move 0 to ws-skill-count
           compute ws-parse-idx = ws-date-field + 6
           if function trim(PARSE-FIELD(ws-parse-idx)) is numeric
           end-if
           compute ws-last-field =
               ws-date-field + 6 + ws-skill-count
           if function trim(PARSE-FIELD(ws-last-field + 2)) not = spaces
               add 2 to ws-last-field
           else
               if function trim(PARSE-FIELD(ws-last-field + 1))
                  not = spaces
                   add 1 to ws-last-field
               end-if
           end-if

      *>>    Flip field 11 to Closed and rebuild the row.
           move "Closed" to PARSE-FIELD(11)
           end-if
           .

      *>>    Every "active" featured window whose last day is before
      *>>    today becomes "lapsed"; the listings already stop showing
      *>>    it, this keeps the file honest and tells the buyer. The
      *>>    file is rewritten whole, so over 1000 rows it is left
      *>>    alone.
       lapse-featured-postings.
           move 0 to FEATURED-COUNT
           move "n" to ws-featured-overflow
           open input featured-file
           if FILESTAT-FEATURE not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read featured-file into featured-line
                   at end exit perform
               end-read
               if FEATURED-COUNT < 1000
                   add 1 to FEATURED-COUNT
                   move featured-line to FEATURED-ENTRY(FEATURED-COUNT)
               else
                   move "y" to ws-featured-overflow
               end-if
           end-perform
           close featured-file
           if ws-featured-overflow = "y"
               move "featured-postings.dat over 1000 rows - lapse skipped."
                   to report-line
               write report-line
               exit paragraph
           end-if

           perform varying ws-i from 1 by 1 until ws-i > FEATURED-COUNT
               move "n" to FEATURED-LAPSED(ws-i)
               move spaces to ft-job-id ft-company ft-from ft-until
               move spaces to ft-status ft-bought-by ft-credits
               unstring FEATURED-ENTRY(ws-i) delimited by "|" into
                   ft-job-id ft-company ft-from ft-until ft-status
                   ft-bought-by ft-credits
               end-unstring
               if function trim(ft-status) = "active"
                  and ft-until < ws-today-stamp
                   add 1 to ws-lapsed-count
                   move spaces to FEATURED-ENTRY(ws-i)
                   string function trim(ft-job-id) "|"
                          function trim(ft-company) "|"
                          ft-from "|" ft-until "|lapsed|"
                          function trim(ft-bought-by) "|"
                          function trim(ft-credits)
                          delimited by size into FEATURED-ENTRY(ws-i)
                   end-string
                   move spaces to report-line
                   string "Feature lapsed: " function trim(ft-job-id)
                          " (" function trim(ft-company) ", "
                          ft-from "-" ft-until ")"
                          delimited by size into report-line
                   write report-line
                   move "y" to FEATURED-LAPSED(ws-i)
               end-if
           end-perform

           if ws-lapsed-count = 0
               exit paragraph
           end-if
           move "featured-postings.dat.new" to WS-TEMP-SWAP-FROM
           move "featured-postings.dat" to WS-TEMP-SWAP-TO
           move 0 to ws-swap-written
           open output temp-swap-file
           if FILESTAT-TMPS not = "00"
               move "SWAP REFUSED for featured-postings.dat: temp file open failed" to report-line
               write report-line
               exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > FEATURED-COUNT
               move FEATURED-ENTRY(ws-i) to temp-swap-line
               write temp-swap-line
               add 1 to ws-swap-written
           end-perform
           close temp-swap-file
           perform verify-and-swap-temp
           if ws-swap-ok not = "y"
               exit paragraph
           end-if

           perform varying ws-i from 1 by 1 until ws-i > FEATURED-COUNT
               if FEATURED-LAPSED(ws-i) = "y"
                   move spaces to ft-job-id ft-company ft-from ft-until
                   move spaces to ft-status ft-bought-by ft-credits
                   unstring FEATURED-ENTRY(ws-i) delimited by "|" into
                       ft-job-id ft-company ft-from ft-until ft-status
                       ft-bought-by ft-credits
                   end-unstring
                   perform notify-feature-lapsed
               end-if
           end-perform
           .

      *>>    Counts the rows back out of the temp file and, when they
      *>>    match what was written, renames it over WS-TEMP-SWAP-TO;
      *>>    ws-swap-ok says whether the live file was replaced.
       verify-and-swap-temp.
           move "n" to ws-swap-ok
           move 0 to ws-swap-verified
           open input temp-swap-file
           if FILESTAT-TMPS = "00"
               perform until 1 = 2
                   read temp-swap-file into temp-swap-line
                       at end exit perform
                   end-read
                   add 1 to ws-swap-verified
               end-perform
               close temp-swap-file
           end-if
           if ws-swap-verified not = ws-swap-written
               move spaces to report-line
               string "SWAP REFUSED for " function trim(WS-TEMP-SWAP-TO)
                      ": verify count mismatch, live file untouched"
                      delimited by size into report-line
               write report-line
               exit paragraph
           end-if
           call "CBL_RENAME_FILE"
               using WS-TEMP-SWAP-FROM WS-TEMP-SWAP-TO
           end-call
           if return-code not = 0
               move spaces to report-line
               string "SWAP FAILED for " function trim(WS-TEMP-SWAP-TO)
                      ": rename error, live file untouched"
                      delimited by size into report-line
               write report-line
           else
               move "y" to ws-swap-ok
           end-if
           move 0 to return-code
           .

       notify-feature-lapsed.
           open extend notification-file
           if FILESTAT-NOTIF not = "00"
               open output notification-file
               close notification-file
               open extend notification-file
           end-if
           if FILESTAT-NOTIF = "00"
               move spaces to notif-detail
               string "The featured window on posting "
                      function trim(ft-job-id) " ended " ft-until
                      ". Feature it again from Manage My Postings."
                      delimited by size into notif-detail
               move spaces to notification-line
               string
                   function trim(ft-bought-by) "|"
                   "feature-lapsed" "|"
                   function trim(notif-detail) "|"
                   function current-date
                   delimited by size
                   into notification-line
               end-string
               write notification-line
               close notification-file
           end-if
           .

      *>>    Takes the shared writers' lock, overriding only a stale
      *>>    or unreadable one. Sets ws-lock-acquired.
       acquire-data-lock.
