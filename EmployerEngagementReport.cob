      *>>    Employer relations' ranking of how involved each
      *>>    companies.dat company is with us, this term against last:
      *>>    postings (jobs.dat posted-date) and renewals
      *>>    (posting-credit-ledger.dat "renew" rows), events hosted
      *>>    (events.dat), career fair booths reserved
      *>>    (fair-booths.dat), interviews held
      *>>    (interview-scorecards.dat, matched on employer name),
      *>>    offers extended (offers.dat), placements (placements.dat)
      *>>    and the average approved review rating
      *>>    (company-reviews.dat). The weighted engagement score
      *>>    ranks the companies; a company with activity last term
      *>>    and none this term is listed as lapsed so outreach can
      *>>    call before the fair. Terms come from
      *>>    academic-calendar.dat: this term runs from the latest
      *>>    start on or before today, last term from the start
      *>>    before it up to this term's start.
       identification division.
       program-id. EmployerEngagementReport.

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
           select company-file assign to "companies.dat"
               organization is line sequential
               file status is FILESTAT-COMPANY.
           select calendar-file assign to "academic-calendar.dat"
               organization is line sequential
               file status is FILESTAT-CAL.
           select job-file assign to "jobs.dat"
               organization is line sequential
               file status is FILESTAT-JOB.
           select credit-ledger-file
               assign to "posting-credit-ledger.dat"
               organization is line sequential
               file status is FILESTAT-LEDGER.
           select event-file assign to "events.dat"
               organization is line sequential
               file status is FILESTAT-EVENT.
           select fair-booth-file assign to "fair-booths.dat"
               organization is line sequential
               file status is FILESTAT-BOOTH.
           select interview-scorecard-file
               assign to "interview-scorecards.dat"
               organization is line sequential
               file status is FILESTAT-SCORE.
           select offer-file assign to "offers.dat"
               organization is line sequential
               file status is FILESTAT-OFFER.
           select placement-file assign to "placements.dat"
               organization is line sequential
               file status is FILESTAT-PLACE.
           select company-review-file assign to "company-reviews.dat"
               organization is line sequential
               file status is FILESTAT-CREVIEW.
           select report-file assign to "Employer-Engagement-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the per-company lines, written only
      *>>    when the run is started with the "csv" option.
           select csv-file assign to "Employer-Engagement-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  layout-version-file.
       01  layout-version-line       pic x(40).

       fd  company-file.
       01  company-line              pic x(300).

       fd  calendar-file.
       01  calendar-line             pic x(80).

       fd  job-file.
       01  job-line                  pic x(1000).

       fd  credit-ledger-file.
       01  credit-ledger-line        pic x(200).

       fd  event-file.
       01  event-line                pic x(300).

       fd  fair-booth-file.
       01  fair-booth-line           pic x(100).

       fd  interview-scorecard-file.
       01  interview-scorecard-line  pic x(400).

       fd  offer-file.
       01  offer-line                pic x(400).

       fd  placement-file.
       01  placement-line            pic x(250).

       fd  company-review-file.
       01  company-review-line       pic x(300).

       fd  report-file.
       01  report-line               pic x(200).

       fd  csv-file.
       01  csv-line                  pic x(1000).

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

       01  FILESTAT-COMPANY          pic xx.
       01  FILESTAT-CAL              pic xx.
       01  FILESTAT-JOB              pic xx.
       01  FILESTAT-LEDGER           pic xx.
       01  FILESTAT-EVENT            pic xx.
       01  FILESTAT-BOOTH            pic xx.
       01  FILESTAT-SCORE            pic xx.
       01  FILESTAT-OFFER            pic xx.
       01  FILESTAT-PLACE            pic xx.
       01  FILESTAT-CREVIEW          pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).

       01  PARSE-TABLE.
           05  PARSE-FIELD           occurs 29 times pic x(200).
       01  ws-parse-idx              pic 9(02) value 0.
       01  ws-question-count         pic 9(02) value 0.
       01  ws-date-field             pic 9(02) value 0.

      *>>    Score weights: what an hour of outreach is worth chasing.
      *>>    A placement outweighs everything else; the average
      *>>    rating (1-5) is multiplied in only when the term has an
      *>>    approved review.
       01  WS-WT-POST                pic 9(02) value 2.
       01  WS-WT-RENEW               pic 9(02) value 1.
       01  WS-WT-EVENT               pic 9(02) value 3.
       01  WS-WT-BOOTH               pic 9(02) value 3.
       01  WS-WT-INTERVIEW           pic 9(02) value 1.
       01  WS-WT-OFFER               pic 9(02) value 2.
       01  WS-WT-PLACEMENT           pic 9(02) value 5.
       01  WS-WT-RATING              pic 9(02) value 2.

      *>>    Per company, two term buckets: 1 = this term, 2 = last.
       01  COMPANY-TABLE.
           05  COMPANY-ENTRY         occurs 500 times.
               10  ct-id             pic x(10).
               10  ct-name           pic x(100).
               10  ct-term           occurs 2 times.
                   15  ct-posts      pic 9(05).
                   15  ct-renews     pic 9(05).
                   15  ct-events     pic 9(05).
                   15  ct-booths     pic 9(05).
                   15  ct-interviews pic 9(05).
                   15  ct-offers     pic 9(05).
                   15  ct-placements pic 9(05).
                   15  ct-review-n   pic 9(05).
                   15  ct-review-sum pic 9(07).
                   15  ct-activity   pic 9(07).
                   15  ct-avg-rating pic 9v9.
                   15  ct-score      pic 9(07)v9.
       01  COMPANY-COUNT             pic 9(04) value 0.
       01  ws-company-overflow       pic x value "n".
       01  ws-c                      pic 9(04) value 0.
       01  ws-c2                     pic 9(04) value 0.

      *>>    jobs.dat employer names by company-id, so a scorecard
      *>>    naming the employer as posted (not as on companies.dat)
      *>>    still finds its company.
       01  EMPLOYER-TABLE.
           05  EMPLOYER-ENTRY        occurs 2000 times.
               10  em-name           pic x(100).
               10  em-company-id     pic x(10).
       01  EMPLOYER-COUNT            pic 9(04) value 0.
       01  ws-e                      pic 9(04) value 0.

      *>>    Company indexes, best score this term first.
       01  RANK-TABLE.
           05  RANK-ENTRY            occurs 500 times pic 9(04).
       01  ws-rank-hold              pic 9(04) value 0.
       01  ws-r                      pic 9(04) value 0.
       01  ws-swapped                pic x value "n".

       01  TERMS-TABLE.
           05  TERM-ENTRY            occurs 20 times.
               10  tm-name           pic x(20).
               10  tm-start          pic x(8).
               10  tm-end            pic x(8).
       01  TERMS-COUNT               pic 9(02) value 0.
       01  ws-t                      pic 9(02) value 0.
       01  ws-term-name              pic x(20) value "(no term on file)".
       01  ws-term-start             pic x(8) value spaces.
       01  ws-prev-term-name         pic x(20) value "(no term on file)".
       01  ws-prev-term-start        pic x(8) value spaces.

       01  ws-today                  pic x(8).
       01  ws-row-date               pic x(8).
       01  ws-row-company            pic x(10).
       01  ws-row-employer           pic x(100).
       01  ws-slot                   pic 9 value 0.
       01  ws-found-idx              pic 9(04) value 0.
       01  ws-lapsed-count           pic 9(04) value 0.
       01  ws-active-count           pic 9(04) value 0.
       01  ws-unmatched-interviews   pic 9(05) value 0.
       01  ws-score-disp             pic z(6)9.9.
       01  ws-prev-score-disp        pic z(6)9.9.
       01  ws-rating-disp            pic 9.9.
       01  ws-rank-disp              pic zzz9.
       01  ws-name-col               pic x(30).

      *>>    "csv" on the command line (or after the program name in
      *>>    nightly-jobs.txt) also writes the report's .csv
      *>>    companion: one header row, then one row per company.
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
       01  ws-csv-amount             pic -(11)9.9.

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

           move function current-date(1:8) to ws-today

           perform derive-terms
           perform load-companies
           perform tally-postings
           perform tally-renewals
           perform tally-events
           perform tally-booths
           perform tally-interviews
           perform tally-offers
           perform tally-placements
           perform tally-reviews
           perform compute-scores
           perform rank-companies

           move "--- Employer Engagement Index ---" to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "This term: " function trim(ws-term-name)
                  " (from " ws-term-start ")  Last term: "
                  function trim(ws-prev-term-name)
                  " (from " ws-prev-term-start ")"
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "Rank Company                        posts renew events booths intvw offers place rating    score  last-term" to report-line
           write report-line

           perform varying ws-r from 1 by 1 until ws-r > COMPANY-COUNT
               move RANK-ENTRY(ws-r) to ws-c
               perform report-one-company
           end-perform

           perform write-lapsed-list

           move spaces to report-line
           write report-line
           if ws-company-overflow = "y"
               move "Over 500 companies - the rest are not reported." to report-line
               write report-line
           end-if
           if ws-unmatched-interviews > 0
               move spaces to WS-DISPLAY
               string "Interviews held at employers matching no company: "
                      ws-unmatched-interviews
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
           end-if
           move spaces to WS-DISPLAY
           string "Companies: " COMPANY-COUNT
                  "  active this term: " ws-active-count
                  "  lapsed: " ws-lapsed-count
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

      *>>    This term: the latest start on or before today. Last
      *>>    term: the latest start before that one.
       derive-terms.
           move 0 to TERMS-COUNT
           open input calendar-file
           if FILESTAT-CAL = "00"
               perform until 1 = 2
                   read calendar-file into calendar-line
                       at end exit perform
                   end-read
                   if TERMS-COUNT < 20
                       add 1 to TERMS-COUNT
                       unstring calendar-line delimited by "|" into
                           tm-name(TERMS-COUNT)
                           tm-start(TERMS-COUNT)
                           tm-end(TERMS-COUNT)
                       end-unstring
                   end-if
               end-perform
               close calendar-file
           end-if
           perform varying ws-t from 1 by 1 until ws-t > TERMS-COUNT
               if tm-start(ws-t) is numeric
                  and tm-start(ws-t) <= ws-today
                  and (ws-term-start = spaces
                       or tm-start(ws-t) > ws-term-start)
                   move tm-start(ws-t) to ws-term-start
                   move tm-name(ws-t) to ws-term-name
               end-if
           end-perform
           if ws-term-start = spaces
               exit paragraph
           end-if
           perform varying ws-t from 1 by 1 until ws-t > TERMS-COUNT
               if tm-start(ws-t) is numeric
                  and tm-start(ws-t) < ws-term-start
                  and (ws-prev-term-start = spaces
                       or tm-start(ws-t) > ws-prev-term-start)
                   move tm-start(ws-t) to ws-prev-term-start
                   move tm-name(ws-t) to ws-prev-term-name
               end-if
           end-perform
           .

      *>>    ws-row-date into ws-slot: 1 this term, 2 last term, 0
      *>>    neither (older, undated, or no calendar on file).
       classify-date.
           move 0 to ws-slot
           if ws-row-date is not numeric or ws-term-start = spaces
               exit paragraph
           end-if
           if ws-row-date >= ws-term-start
               move 1 to ws-slot
               exit paragraph
           end-if
           if ws-prev-term-start not = spaces
              and ws-row-date >= ws-prev-term-start
               move 2 to ws-slot
           end-if
           .

      *>>    ws-row-company into ws-found-idx (0 when not on file).
       find-company.
           move 0 to ws-found-idx
           perform varying ws-c2 from 1 by 1 until ws-c2 > COMPANY-COUNT
               if ct-id(ws-c2) = ws-row-company
                   move ws-c2 to ws-found-idx
                   exit perform
               end-if
           end-perform
           .

      *>>    ws-row-employer into ws-found-idx: the companies.dat name
      *>>    first, then any jobs.dat posting under that employer.
       find-company-by-employer.
           move 0 to ws-found-idx
           perform varying ws-c2 from 1 by 1 until ws-c2 > COMPANY-COUNT
               if function upper-case(ct-name(ws-c2)) =
                  function upper-case(ws-row-employer)
                   move ws-c2 to ws-found-idx
                   exit paragraph
               end-if
           end-perform
           perform varying ws-e from 1 by 1 until ws-e > EMPLOYER-COUNT
               if function upper-case(em-name(ws-e)) =
                  function upper-case(ws-row-employer)
                   move em-company-id(ws-e) to ws-row-company
                   perform find-company
                   exit paragraph
               end-if
           end-perform
           .

      *>>    companies.dat: company-id|name|...
       load-companies.
           move 0 to COMPANY-COUNT
           open input company-file
           if FILESTAT-COMPANY = "00"
               perform until 1 = 2
                   read company-file into company-line
                       at end exit perform
                   end-read
                   if COMPANY-COUNT >= 500
                       move "y" to ws-company-overflow
                       exit perform
                   end-if
                   move spaces to PARSE-FIELD(1)
                   move spaces to PARSE-FIELD(2)
                   unstring company-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2)
                   end-unstring
                   if function trim(PARSE-FIELD(1)) not = spaces
                       add 1 to COMPANY-COUNT
                       initialize COMPANY-ENTRY(COMPANY-COUNT)
                       move function trim(PARSE-FIELD(1))
                           to ct-id(COMPANY-COUNT)
                       move function trim(PARSE-FIELD(2))
                           to ct-name(COMPANY-COUNT)
                       move COMPANY-COUNT to RANK-ENTRY(COMPANY-COUNT)
                   end-if
               end-perform
               close company-file
           end-if
           .

      *>>    jobs.dat: username|title|description|employer|location|
      *>>    min|max|currency|remote|company-id|status|question-count|
      *>>    questions...|posted-date|... - the posted date moves with
      *>>    the question count. Also builds the employer-name map.
       tally-postings.
           open input job-file
           if FILESTAT-JOB not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read job-file into job-line
                   at end exit perform
               end-read
               perform varying ws-parse-idx from 1 by 1
                       until ws-parse-idx > 20
                   move spaces to PARSE-FIELD(ws-parse-idx)
               end-perform
               unstring job-line delimited by "|" into
                   PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                   PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
                   PARSE-FIELD(7) PARSE-FIELD(8) PARSE-FIELD(9)
                   PARSE-FIELD(10) PARSE-FIELD(11) PARSE-FIELD(12)
                   PARSE-FIELD(13) PARSE-FIELD(14) PARSE-FIELD(15)
                   PARSE-FIELD(16) PARSE-FIELD(17) PARSE-FIELD(18)
                   PARSE-FIELD(19) PARSE-FIELD(20)
               end-unstring
               move function trim(PARSE-FIELD(10)) to ws-row-company
               if ws-row-company not = spaces
                  and EMPLOYER-COUNT < 2000
                   add 1 to EMPLOYER-COUNT
                   move function trim(PARSE-FIELD(4))
                       to em-name(EMPLOYER-COUNT)
                   move ws-row-company to em-company-id(EMPLOYER-COUNT)
               end-if
               move 0 to ws-question-count
               if function trim(PARSE-FIELD(12)) is numeric
                   move function numval(function trim(PARSE-FIELD(12)))
                       to ws-question-count
               end-if
               if ws-question-count > 5
                   move 5 to ws-question-count
               end-if
               compute ws-date-field = 13 + ws-question-count
               move PARSE-FIELD(ws-date-field)(1:8) to ws-row-date
               perform classify-date
               if ws-slot > 0
                   perform find-company
                   if ws-found-idx > 0
                       add 1 to ct-posts(ws-found-idx, ws-slot)
                   end-if
               end-if
           end-perform
           close job-file
           .

      *>>    posting-credit-ledger.dat: company-id|date|action|detail.
       tally-renewals.
           open input credit-ledger-file
           if FILESTAT-LEDGER not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read credit-ledger-file into credit-ledger-line
                   at end exit perform
               end-read
               perform varying ws-parse-idx from 1 by 1
                       until ws-parse-idx > 3
                   move spaces to PARSE-FIELD(ws-parse-idx)
               end-perform
               unstring credit-ledger-line delimited by "|" into
                   PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
               end-unstring
               if function trim(PARSE-FIELD(3)) = "renew"
                   move function trim(PARSE-FIELD(1)) to ws-row-company
                   move PARSE-FIELD(2)(1:8) to ws-row-date
                   perform classify-date
                   if ws-slot > 0
                       perform find-company
                       if ws-found-idx > 0
                           add 1 to ct-renews(ws-found-idx, ws-slot)
                       end-if
                   end-if
               end-if
           end-perform
           close credit-ledger-file
           .

      *>>    events.dat: event-id|title|host-id|date|... - group-hosted
      *>>    events (G-prefixed host) match no company and drop out.
       tally-events.
           open input event-file
           if FILESTAT-EVENT not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read event-file into event-line
                   at end exit perform
               end-read
               perform varying ws-parse-idx from 1 by 1
                       until ws-parse-idx > 4
                   move spaces to PARSE-FIELD(ws-parse-idx)
               end-perform
               unstring event-line delimited by "|" into
                   PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                   PARSE-FIELD(4)
               end-unstring
               move function trim(PARSE-FIELD(3)) to ws-row-company
               move PARSE-FIELD(4)(1:8) to ws-row-date
               perform classify-date
               if ws-slot > 0
                   perform find-company
                   if ws-found-idx > 0
                       add 1 to ct-events(ws-found-idx, ws-slot)
                   end-if
               end-if
           end-perform
           close event-file
           .

      *>>    fair-booths.dat: fair-id|booth-id|company-id|reserved-by|
      *>>    reserved-date.
       tally-booths.
           open input fair-booth-file
           if FILESTAT-BOOTH not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read fair-booth-file into fair-booth-line
                   at end exit perform
               end-read
               perform varying ws-parse-idx from 1 by 1
                       until ws-parse-idx > 5
                   move spaces to PARSE-FIELD(ws-parse-idx)
               end-perform
               unstring fair-booth-line delimited by "|" into
                   PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                   PARSE-FIELD(4) PARSE-FIELD(5)
               end-unstring
               move function trim(PARSE-FIELD(3)) to ws-row-company
               move PARSE-FIELD(5)(1:8) to ws-row-date
               perform classify-date
               if ws-slot > 0
                   perform find-company
                   if ws-found-idx > 0
                       add 1 to ct-booths(ws-found-idx, ws-slot)
                   end-if
               end-if
           end-perform
           close fair-booth-file
           .

      *>>    interview-scorecards.dat: applicant|job-title|employer|
      *>>    held|rating|recommendation|date|notes - no-shows are not
      *>>    interviews held.
       tally-interviews.
           open input interview-scorecard-file
           if FILESTAT-SCORE not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read interview-scorecard-file
                   into interview-scorecard-line
                   at end exit perform
               end-read
               perform varying ws-parse-idx from 1 by 1
                       until ws-parse-idx > 7
                   move spaces to PARSE-FIELD(ws-parse-idx)
               end-perform
               unstring interview-scorecard-line delimited by "|" into
                   PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                   PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
                   PARSE-FIELD(7)
               end-unstring
               if function trim(PARSE-FIELD(4)) = "held"
                   move PARSE-FIELD(7)(1:8) to ws-row-date
                   perform classify-date
                   if ws-slot > 0
                       move function trim(PARSE-FIELD(3))
                           to ws-row-employer
                       perform find-company-by-employer
                       if ws-found-idx > 0
                           add 1 to ct-interviews(ws-found-idx, ws-slot)
                       else
                           add 1 to ws-unmatched-interviews
                       end-if
                   end-if
               end-if
           end-perform
           close interview-scorecard-file
           .

      *>>    offers.dat: student|job-title|employer|company-id|
      *>>    offered-by|salary|start-date|deadline|status|decline-
      *>>    reason|offer-date. Every offer made counts, whatever
      *>>    became of it.
       tally-offers.
           open input offer-file
           if FILESTAT-OFFER not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read offer-file into offer-line
                   at end exit perform
               end-read
               perform varying ws-parse-idx from 1 by 1
                       until ws-parse-idx > 11
                   move spaces to PARSE-FIELD(ws-parse-idx)
               end-perform
               unstring offer-line delimited by "|" into
                   PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                   PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
                   PARSE-FIELD(7) PARSE-FIELD(8) PARSE-FIELD(9)
                   PARSE-FIELD(10) PARSE-FIELD(11)
               end-unstring
               move function trim(PARSE-FIELD(4)) to ws-row-company
               move PARSE-FIELD(11)(1:8) to ws-row-date
               perform classify-date
               if ws-slot > 0
                   perform find-company
                   if ws-found-idx > 0
                       add 1 to ct-offers(ws-found-idx, ws-slot)
                   end-if
               end-if
           end-perform
           close offer-file
           .

      *>>    placements.dat: student|job-title|employer|company-id|
      *>>    date|accepted-salary.
       tally-placements.
           open input placement-file
           if FILESTAT-PLACE not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read placement-file into placement-line
                   at end exit perform
               end-read
               perform varying ws-parse-idx from 1 by 1
                       until ws-parse-idx > 5
                   move spaces to PARSE-FIELD(ws-parse-idx)
               end-perform
               unstring placement-line delimited by "|" into
                   PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                   PARSE-FIELD(4) PARSE-FIELD(5)
               end-unstring
               move function trim(PARSE-FIELD(4)) to ws-row-company
               move PARSE-FIELD(5)(1:8) to ws-row-date
               perform classify-date
               if ws-slot > 0
                   perform find-company
                   if ws-found-idx > 0
                       add 1 to ct-placements(ws-found-idx, ws-slot)
                   end-if
               end-if
           end-perform
           close placement-file
           .

      *>>    company-reviews.dat: company-id|student|rating|review|
      *>>    date|status - approved reviews only.
       tally-reviews.
           open input company-review-file
           if FILESTAT-CREVIEW not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read company-review-file into company-review-line
                   at end exit perform
               end-read
               perform varying ws-parse-idx from 1 by 1
                       until ws-parse-idx > 6
                   move spaces to PARSE-FIELD(ws-parse-idx)
               end-perform
               unstring company-review-line delimited by "|" into
                   PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                   PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
               end-unstring
               if function trim(PARSE-FIELD(6)) = "approved"
                  and function trim(PARSE-FIELD(3)) is numeric
                   move function trim(PARSE-FIELD(1)) to ws-row-company
                   move PARSE-FIELD(5)(1:8) to ws-row-date
                   perform classify-date
                   if ws-slot > 0
                       perform find-company
                       if ws-found-idx > 0
                           add 1 to ct-review-n(ws-found-idx, ws-slot)
                           add function numval(
                               function trim(PARSE-FIELD(3)))
                               to ct-review-sum(ws-found-idx, ws-slot)
                       end-if
                   end-if
               end-if
           end-perform
           close company-review-file
           .

      *>>    Activity is everything the company itself did (reviews
      *>>    are the students' doing); the score weighs it all.
       compute-scores.
           perform varying ws-c from 1 by 1 until ws-c > COMPANY-COUNT
               perform varying ws-slot from 1 by 1 until ws-slot > 2
                   compute ct-activity(ws-c, ws-slot) =
                       ct-posts(ws-c, ws-slot)
                       + ct-renews(ws-c, ws-slot)
                       + ct-events(ws-c, ws-slot)
                       + ct-booths(ws-c, ws-slot)
                       + ct-interviews(ws-c, ws-slot)
                       + ct-offers(ws-c, ws-slot)
                       + ct-placements(ws-c, ws-slot)
                   move 0 to ct-avg-rating(ws-c, ws-slot)
                   if ct-review-n(ws-c, ws-slot) > 0
                       compute ct-avg-rating(ws-c, ws-slot) rounded =
                           ct-review-sum(ws-c, ws-slot)
                           / ct-review-n(ws-c, ws-slot)
                   end-if
                   compute ct-score(ws-c, ws-slot) =
                       WS-WT-POST * ct-posts(ws-c, ws-slot)
                       + WS-WT-RENEW * ct-renews(ws-c, ws-slot)
                       + WS-WT-EVENT * ct-events(ws-c, ws-slot)
                       + WS-WT-BOOTH * ct-booths(ws-c, ws-slot)
                       + WS-WT-INTERVIEW * ct-interviews(ws-c, ws-slot)
                       + WS-WT-OFFER * ct-offers(ws-c, ws-slot)
                       + WS-WT-PLACEMENT * ct-placements(ws-c, ws-slot)
                       + WS-WT-RATING * ct-avg-rating(ws-c, ws-slot)
               end-perform
               if ct-activity(ws-c, 1) > 0
                   add 1 to ws-active-count
               end-if
           end-perform
           .

      *>>    Exchange sort of RANK-TABLE on this term's score, then
      *>>    last term's, so ties fall to the steadier company.
       rank-companies.
           move "y" to ws-swapped
           perform until ws-swapped = "n"
               move "n" to ws-swapped
               perform varying ws-r from 1 by 1
                       until ws-r >= COMPANY-COUNT
                   move RANK-ENTRY(ws-r) to ws-c
                   move RANK-ENTRY(ws-r + 1) to ws-c2
                   if ct-score(ws-c2, 1) > ct-score(ws-c, 1)
                      or (ct-score(ws-c2, 1) = ct-score(ws-c, 1)
                          and ct-score(ws-c2, 2) > ct-score(ws-c, 2))
                       move ws-c2 to RANK-ENTRY(ws-r)
                       move ws-c to RANK-ENTRY(ws-r + 1)
                       move "y" to ws-swapped
                   end-if
               end-perform
           end-perform
           .

       report-one-company.
           move ws-r to ws-rank-disp
           move ct-name(ws-c) to ws-name-col
           move ct-score(ws-c, 1) to ws-score-disp
           move ct-score(ws-c, 2) to ws-prev-score-disp
           move spaces to WS-DISPLAY
           if ct-review-n(ws-c, 1) > 0
               move ct-avg-rating(ws-c, 1) to ws-rating-disp
               string ws-rank-disp " " ws-name-col " "
                      ct-posts(ws-c, 1) " "
                      ct-renews(ws-c, 1) "  "
                      ct-events(ws-c, 1) "  "
                      ct-booths(ws-c, 1) " "
                      ct-interviews(ws-c, 1) "  "
                      ct-offers(ws-c, 1) " "
                      ct-placements(ws-c, 1) "    "
                      ws-rating-disp " "
                      ws-score-disp " "
                      ws-prev-score-disp
                      delimited by size into WS-DISPLAY
           else
               string ws-rank-disp " " ws-name-col " "
                      ct-posts(ws-c, 1) " "
                      ct-renews(ws-c, 1) "  "
                      ct-events(ws-c, 1) "  "
                      ct-booths(ws-c, 1) " "
                      ct-interviews(ws-c, 1) "  "
                      ct-offers(ws-c, 1) " "
                      ct-placements(ws-c, 1) "      - "
                      ws-score-disp " "
                      ws-prev-score-disp
                      delimited by size into WS-DISPLAY
           end-if
           move WS-DISPLAY to report-line
           write report-line

           if ws-csv-wanted = "y"
               perform write-csv-company-row
           end-if
           .

      *>>    Active last term, silent this term - outreach calls these
      *>>    before the fair.
       write-lapsed-list.
           move spaces to report-line
           write report-line
           move "-- Lapsed: active last term, silent this term --" to report-line
           write report-line
           perform varying ws-r from 1 by 1 until ws-r > COMPANY-COUNT
               move RANK-ENTRY(ws-r) to ws-c
               if ct-activity(ws-c, 2) > 0 and ct-activity(ws-c, 1) = 0
                   add 1 to ws-lapsed-count
                   move ct-score(ws-c, 2) to ws-prev-score-disp
                   move spaces to WS-DISPLAY
                   string "   " function trim(ct-id(ws-c)) " "
                          function trim(ct-name(ws-c))
                          " (last term score "
                          function trim(ws-prev-score-disp) ")"
                          delimited by size into WS-DISPLAY
                   move WS-DISPLAY to report-line
                   write report-line
               end-if
           end-perform
           if ws-lapsed-count = 0
               move "   None." to report-line
               write report-line
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
           move "rank" to ws-csv-field
           perform add-csv-field
           move "company-id" to ws-csv-field
           perform add-csv-field
           move "company" to ws-csv-field
           perform add-csv-field
           move "posts" to ws-csv-field
           perform add-csv-field
           move "renewals" to ws-csv-field
           perform add-csv-field
           move "events" to ws-csv-field
           perform add-csv-field
           move "booths" to ws-csv-field
           perform add-csv-field
           move "interviews" to ws-csv-field
           perform add-csv-field
           move "offers" to ws-csv-field
           perform add-csv-field
           move "placements" to ws-csv-field
           perform add-csv-field
           move "avg-rating" to ws-csv-field
           perform add-csv-field
           move "score" to ws-csv-field
           perform add-csv-field
           move "last-term-score" to ws-csv-field
           perform add-csv-field
           move "lapsed" to ws-csv-field
           perform add-csv-field
           write csv-line
           .

       write-csv-company-row.
           perform begin-csv-row
           move ws-r to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move ct-id(ws-c) to ws-csv-field
           perform add-csv-field
           move ct-name(ws-c) to ws-csv-field
           perform add-csv-field
           move ct-posts(ws-c, 1) to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move ct-renews(ws-c, 1) to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move ct-events(ws-c, 1) to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move ct-booths(ws-c, 1) to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move ct-interviews(ws-c, 1) to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move ct-offers(ws-c, 1) to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move ct-placements(ws-c, 1) to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move spaces to ws-csv-field
           if ct-review-n(ws-c, 1) > 0
               move ct-avg-rating(ws-c, 1) to ws-rating-disp
               move ws-rating-disp to ws-csv-field
           end-if
           perform add-csv-field
           move ct-score(ws-c, 1) to ws-csv-amount
           move ws-csv-amount to ws-csv-field
           perform add-csv-field
           move ct-score(ws-c, 2) to ws-csv-amount
           move ws-csv-amount to ws-csv-field
           perform add-csv-field
           if ct-activity(ws-c, 2) > 0 and ct-activity(ws-c, 1) = 0
               move "yes" to ws-csv-field
           else
               move "no" to ws-csv-field
           end-if
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
