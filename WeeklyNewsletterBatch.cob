      *>>    Weekly career newsletter, one per campus: for every code
      *>>    in campuses.dat writes "Weekly-Newsletter-<campus>.txt"
      *>>    with
      *>>        - the postings added in the last seven days (open
      *>>          ones, featured postings first),
      *>>        - the events (this campus's and the all-campus ones)
      *>>          and career fairs in the next fourteen days,
      *>>        - the announcements in force today for the campus,
      *>>        - the top employers by postings added that week.
      *>>    Postings carry no campus of their own, so every campus
      *>>    sees the same postings, as it does when browsing.
      *>>
      *>>    A student who opted in (preferences.dat
      *>>    "notify-newsletter" = on, set from Settings >
      *>>    Notification Preferences) also gets
      *>>    "<username>-newsletter.txt": their own campus's issue
      *>>    followed by their recommended open postings (the same
      *>>    major / university signals CandidateShortlistBatch
      *>>    scores on) and the upcoming events they have RSVP'd to.
      *>>    Read-only against the shared data; the only files
      *>>    written are the newsletters and
      *>>    Weekly-Newsletter-Report.txt.
       identification division.
       program-id. WeeklyNewsletterBatch.

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
           select campus-file assign to "campuses.dat"
               organization is line sequential
               file status is FILESTAT-CAMPUS.
           select job-file assign to "jobs.dat"
               organization is line sequential
               file status is FILESTAT-JOB.
           select featured-file assign to "featured-postings.dat"
               organization is line sequential
               file status is FILESTAT-FEATURE.
           select event-file assign to "events.dat"
               organization is line sequential
               file status is FILESTAT-EVENT.
           select career-fair-file assign to "career-fairs.dat"
               organization is line sequential
               file status is FILESTAT-FAIR.
           select announcement-file assign to "announcements.dat"
               organization is line sequential
               file status is FILESTAT-ANN.
           select calendar-file assign to "academic-calendar.dat"
               organization is line sequential
               file status is FILESTAT-CAL.
           select user-file assign to "users.dat"
               organization is indexed
               access mode is sequential
               record key is fd-user-name
               file status is FILESTAT-USER.
           select profile-file assign to "profiles.dat"
               organization is indexed
               access mode is sequential
               record key is fd-profile-username
               file status is FILESTAT-PROFILE.
           select preference-file assign to "preferences.dat"
               organization is line sequential
               file status is FILESTAT-PREF.
           select event-rsvp-file assign to "event-rsvps.dat"
               organization is line sequential
               file status is FILESTAT-RSVP.
           select newsletter-file assign to WS-NEWSLETTER-NAME
               organization is line sequential
               file status is FILESTAT-NEWS.
           select report-file assign to "Weekly-Newsletter-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.

       data division.
       file section.
       fd  campus-file.
       01  campus-line               pic x(10).

       fd  job-file.
       01  job-line                  pic x(1000).

       fd  featured-file.
       01  featured-line             pic x(200).

       fd  event-file.
       01  event-line                pic x(300).

       fd  career-fair-file.
       01  career-fair-line          pic x(200).

       fd  announcement-file.
       01  announcement-line         pic x(300).

       fd  calendar-file.
       01  calendar-line             pic x(60).

       fd  user-file.
       01  user-record.
           05  fd-user-name          pic x(32).
           05  fd-user-data          pic x(200).

       fd  profile-file.
       01  profile-record.
           05  fd-profile-username   pic x(32).
           05  fd-profile-data       pic x(5968).

       fd  preference-file.
       01  preference-line           pic x(150).

       fd  event-rsvp-file.
       01  event-rsvp-line           pic x(100).

       fd  newsletter-file.
       01  newsletter-line           pic x(200).

       fd  report-file.
       01  report-line               pic x(200).

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

       01  FILESTAT-CAMPUS           pic xx.
       01  FILESTAT-JOB              pic xx.
       01  FILESTAT-FEATURE          pic xx.
       01  FILESTAT-EVENT            pic xx.
       01  FILESTAT-FAIR             pic xx.
       01  FILESTAT-ANN              pic xx.
       01  FILESTAT-CAL              pic xx.
       01  FILESTAT-USER             pic xx.
       01  FILESTAT-PROFILE          pic xx.
       01  FILESTAT-PREF             pic xx.
       01  FILESTAT-RSVP             pic xx.
       01  FILESTAT-NEWS             pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-NEWSLETTER-NAME        pic x(60).
       01  WS-DISPLAY                pic x(200).

      *>>    How far back "new" postings reach and how far ahead
      *>>    events are listed, and how many of each ranked list.
       01  WS-NEW-POSTING-DAYS       pic 9(03) value 7.
       01  WS-UPCOMING-DAYS          pic 9(03) value 14.
       01  WS-TOP-EMPLOYERS          pic 9(02) value 5.
       01  WS-TOP-RECOMMENDED        pic 9(02) value 5.

       01  CAMPUS-TABLE.
           05  CAMPUS-ENTRY          occurs 20 times pic x(10).
       01  CAMPUSES-COUNT            pic 9(02) value 0.

       01  TERMS-TABLE.
           05  TERM-ENTRY            occurs 20 times.
               10  tm-name           pic x(20).
               10  tm-start          pic x(8).
               10  tm-end            pic x(8).
       01  TERMS-COUNT               pic 9(02) value 0.
       01  ws-t                      pic 9(02) value 0.

      *>>    Job-ids with an active featured window covering today.
       01  FEATURE-TABLE.
           05  FEATURE-ENTRY         occurs 500 times pic x(10).
       01  FEATURE-COUNT             pic 9(03) value 0.

      *>>    Every open posting; jt-new marks those posted within
      *>>    the last WS-NEW-POSTING-DAYS.
       01  JOB-TABLE.
           05  JOB-ENTRY             occurs 2000 times.
               10  jt-poster         pic x(32).
               10  jt-title          pic x(50).
               10  jt-description    pic x(200).
               10  jt-employer       pic x(60).
               10  jt-location       pic x(50).
               10  jt-posted         pic x(8).
               10  jt-featured       pic x.
               10  jt-new            pic x.
       01  JOBS-COUNT                pic 9(04) value 0.
       01  NEW-JOBS-COUNT            pic 9(04) value 0.

       01  EMPLOYER-TABLE.
           05  EMPLOYER-ENTRY        occurs 300 times.
               10  em-name           pic x(60).
               10  em-count          pic 9(04).
               10  em-listed         pic x.
       01  EMPLOYERS-COUNT           pic 9(03) value 0.

      *>>    Events and career fairs dated today or later: ue-soon
      *>>    marks those inside the WS-UPCOMING-DAYS window; a blank
      *>>    ue-campus is open to every campus.
       01  UPCOMING-TABLE.
           05  UPCOMING-ENTRY        occurs 500 times.
               10  ue-kind           pic x(12).
               10  ue-id             pic x(10).
               10  ue-title          pic x(60).
               10  ue-date           pic x(8).
               10  ue-location       pic x(50).
               10  ue-campus         pic x(10).
               10  ue-soon           pic x.
               10  ue-listed         pic x.
       01  UPCOMING-COUNT            pic 9(03) value 0.

       01  ANNOUNCEMENT-TABLE.
           05  ANNOUNCEMENT-ENTRY    occurs 100 times.
               10  an-text           pic x(200).
               10  an-campus         pic x(10).
       01  ANNOUNCEMENTS-COUNT       pic 9(03) value 0.

      *>>    Active students who opted in to a personal copy.
       01  READER-TABLE.
           05  READER-ENTRY          occurs 2000 times.
               10  rd-user           pic x(32).
               10  rd-campus         pic x(10).
               10  rd-opted          pic x.
               10  rd-university     pic x(100).
               10  rd-major          pic x(50).
       01  READERS-COUNT             pic 9(04) value 0.

       01  RSVP-TABLE.
           05  RSVP-ENTRY            occurs 50 times pic 9(03).
       01  RSVP-COUNT                pic 9(02) value 0.

       01  SCORE-TABLE.
           05  JT-SCORE              occurs 2000 times pic 9(03).

       01  PARSE-FIELDS.
           05  PARSE-FIELD           occurs 31 times pic x(200).
       01  ws-parse-idx              pic 9(02) value 0.
       01  ws-question-count         pic 9 value 0.
       01  ws-date-field             pic 9(02) value 0.
       01  ws-job-status             pic x(10).
       01  ws-job-id                 pic x(10).

       01  ws-today                  pic x(8).
       01  ws-today-days             pic 9(08) value 0.
       01  ws-item-days              pic 9(08) value 0.
       01  ws-age-days               pic s9(08) value 0.
       01  ws-window-end             pic x(8).
       01  ws-ann-effective          pic x(20).
       01  ws-ann-expiry             pic x(20).
       01  ws-raw-date               pic x(30).
       01  ws-date-digits            pic x(8).
       01  ws-digit-i                pic 9(02) value 0.
       01  ws-digit-n                pic 9(02) value 0.

       01  ws-campus                 pic x(10).
       01  ws-owner                  pic x(32).
       01  ws-r                      pic 9(04) value 0.
       01  ws-i                      pic 9(04) value 0.
       01  ws-j                      pic 9(04) value 0.
       01  ws-listed                 pic 9(04) value 0.
       01  ws-best-idx               pic 9(04) value 0.
       01  ws-best-count             pic 9(04) value 0.
       01  ws-best-date              pic x(8).
       01  ws-tally                  pic 9(03) value 0.
       01  ws-score                  pic 9(03) value 0.
       01  ws-row-role               pic x(20).
       01  ws-row-status             pic x(20).
       01  ws-row-campus             pic x(10).
       01  ws-date-show              pic x(10).
       01  ws-rank-show              pic z9.
       01  ws-count-show             pic zzz9.

       01  ws-issue-count            pic 9(03) value 0.
       01  ws-personal-count         pic 9(04) value 0.
       01  ws-error-count            pic 9(04) value 0.

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

           move "--- Weekly Newsletter Batch ---" to report-line
           write report-line

           move function current-date(1:8) to ws-today
           move function integer-of-date(function numval(ws-today))
               to ws-today-days
           move function date-of-integer(ws-today-days
               + WS-UPCOMING-DAYS) to ws-window-end

           perform load-campuses
           perform load-academic-calendar
           perform load-active-features
           perform load-open-postings
           perform load-upcoming-events
           perform load-upcoming-fairs
           perform load-current-announcements
           perform load-readers
           perform load-opt-ins
           perform load-reader-profiles

           perform varying ws-r from 1 by 1 until ws-r > CAMPUSES-COUNT
               move CAMPUS-ENTRY(ws-r) to ws-campus
               perform write-campus-issue
           end-perform

           perform varying ws-r from 1 by 1 until ws-r > READERS-COUNT
               if rd-opted(ws-r) = "y"
                   perform write-personal-issue
               end-if
           end-perform

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "New postings: " NEW-JOBS-COUNT
                  "  Upcoming events/fairs: " UPCOMING-COUNT
                  "  Announcements: " ANNOUNCEMENTS-COUNT
                  delimited by size into WS-DISPLAY
           end-string
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Campus issues written: " ws-issue-count
                  "  Personal copies: " ws-personal-count
                  "  Errors: " ws-error-count
                  delimited by size into WS-DISPLAY
           end-string
           move WS-DISPLAY to report-line
           write report-line

           close report-file
           if ws-error-count > 0
               move 4 to return-code
           end-if
           stop run.

      *>>    A missing campuses.dat means the single-campus install
      *>>    InCollege seeds it from: MAIN.
       load-campuses.
           move 0 to CAMPUSES-COUNT
           open input campus-file
           if FILESTAT-CAMPUS = "00"
               perform until 1 = 2
                   read campus-file into campus-line
                       at end exit perform
                   end-read
                   if function trim(campus-line) not = spaces
                      and CAMPUSES-COUNT < 20
                       add 1 to CAMPUSES-COUNT
                       move function upper-case(function trim(campus-line))
                           to CAMPUS-ENTRY(CAMPUSES-COUNT)
                   end-if
               end-perform
               close campus-file
           end-if
           if CAMPUSES-COUNT = 0
               move 1 to CAMPUSES-COUNT
               move "MAIN" to CAMPUS-ENTRY(1)
           end-if
           .

       load-academic-calendar.
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
           .

      *>>    featured-postings.dat: job-id|company-id|from|until|
      *>>    status|bought-by|credits - featured while an "active"
      *>>    row's window covers today, as load-active-features has
      *>>    it on-line.
       load-active-features.
           move 0 to FEATURE-COUNT
           open input featured-file
           if FILESTAT-FEATURE = "00"
               perform until 1 = 2
                   read featured-file into featured-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD(1)
                   move spaces to PARSE-FIELD(3)
                   move spaces to PARSE-FIELD(4)
                   move spaces to PARSE-FIELD(5)
                   unstring featured-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                       PARSE-FIELD(4) PARSE-FIELD(5)
                   end-unstring
                   if function trim(PARSE-FIELD(5)) = "active"
                      and PARSE-FIELD(3)(1:8) <= ws-today
                      and PARSE-FIELD(4)(1:8) >= ws-today
                      and FEATURE-COUNT < 500
                       add 1 to FEATURE-COUNT
                       move function trim(PARSE-FIELD(1))
                           to FEATURE-ENTRY(FEATURE-COUNT)
                   end-if
               end-perform
               close featured-file
           end-if
           .

      *>>    jobs.dat in parse-job-line order: poster|title|
      *>>    description|employer|location|salary-min|max|currency|
      *>>    remote|company-id|status|question-count|questions...|
      *>>    posted-date|min-gpa|majors|grad-min|grad-max|job-id|...
      *>>    Only Open rows (blank status reads as Open) are kept.
       load-open-postings.
           move 0 to JOBS-COUNT
           move 0 to NEW-JOBS-COUNT
           move 0 to EMPLOYERS-COUNT
           open input job-file
           if FILESTAT-JOB not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read job-file into job-line
                   at end exit perform
               end-read
               perform varying ws-parse-idx from 1 by 1
                       until ws-parse-idx > 31
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
               if function trim(PARSE-FIELD(11)) = spaces
                   move "Open" to ws-job-status
               else
                   move function trim(PARSE-FIELD(11)) to ws-job-status
               end-if
               if ws-job-status = "Open" and JOBS-COUNT < 2000
                   perform keep-open-posting
               end-if
           end-perform
           close job-file
           .

       keep-open-posting.
           add 1 to JOBS-COUNT
           move function trim(PARSE-FIELD(1)) to jt-poster(JOBS-COUNT)
           move function trim(PARSE-FIELD(2)) to jt-title(JOBS-COUNT)
           move function trim(PARSE-FIELD(3))
               to jt-description(JOBS-COUNT)
           move function trim(PARSE-FIELD(4)) to jt-employer(JOBS-COUNT)
           move function trim(PARSE-FIELD(5)) to jt-location(JOBS-COUNT)
           move 0 to ws-question-count
           if function trim(PARSE-FIELD(12)) is numeric
               move function numval(function trim(PARSE-FIELD(12)))
                   to ws-question-count
           end-if
           if ws-question-count > 5
               move 5 to ws-question-count
           end-if
           compute ws-date-field = 13 + ws-question-count
           move function trim(PARSE-FIELD(ws-date-field))
               to jt-posted(JOBS-COUNT)
           move function trim(PARSE-FIELD(ws-date-field + 5))
               to ws-job-id

           move "n" to jt-featured(JOBS-COUNT)
           if ws-job-id not = spaces
               perform varying ws-i from 1 by 1 until ws-i > FEATURE-COUNT
                   if FEATURE-ENTRY(ws-i) = ws-job-id
                       move "y" to jt-featured(JOBS-COUNT)
                       exit perform
                   end-if
               end-perform
           end-if

      *>>    Rows predating the posted date are never "new".
           move "n" to jt-new(JOBS-COUNT)
           if jt-posted(JOBS-COUNT) is numeric
               move function integer-of-date(
                   function numval(jt-posted(JOBS-COUNT))) to ws-item-days
               compute ws-age-days = ws-today-days - ws-item-days
               if ws-age-days >= 0 and ws-age-days < WS-NEW-POSTING-DAYS
                   move "y" to jt-new(JOBS-COUNT)
                   add 1 to NEW-JOBS-COUNT
                   perform count-employer-posting
               end-if
           end-if
           .

       count-employer-posting.
           perform varying ws-i from 1 by 1 until ws-i > EMPLOYERS-COUNT
               if em-name(ws-i) = jt-employer(JOBS-COUNT)
                   add 1 to em-count(ws-i)
                   exit paragraph
               end-if
           end-perform
           if EMPLOYERS-COUNT < 300
               add 1 to EMPLOYERS-COUNT
               move jt-employer(JOBS-COUNT) to em-name(EMPLOYERS-COUNT)
               move 1 to em-count(EMPLOYERS-COUNT)
           end-if
           .

      *>>    events.dat: event-id|title|company-id|date|location|
      *>>    capacity|survey|campus. The date is free text; its
      *>>    first eight digits are taken as yyyymmdd, and an event
      *>>    without them cannot be placed and is left out.
       load-upcoming-events.
           move 0 to UPCOMING-COUNT
           open input event-file
           if FILESTAT-EVENT = "00"
               perform until 1 = 2
                   read event-file into event-line
                       at end exit perform
                   end-read
                   perform varying ws-parse-idx from 1 by 1
                           until ws-parse-idx > 8
                       move spaces to PARSE-FIELD(ws-parse-idx)
                   end-perform
                   unstring event-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                       PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
                       PARSE-FIELD(7) PARSE-FIELD(8)
                   end-unstring
                   move PARSE-FIELD(4)(1:30) to ws-raw-date
                   perform extract-item-date
                   if function trim(PARSE-FIELD(1)) not = spaces
                      and ws-date-digits is numeric
                      and ws-date-digits >= ws-today
                      and UPCOMING-COUNT < 500
                       add 1 to UPCOMING-COUNT
                       move "Event" to ue-kind(UPCOMING-COUNT)
                       move function trim(PARSE-FIELD(1))
                           to ue-id(UPCOMING-COUNT)
                       move function trim(PARSE-FIELD(2))
                           to ue-title(UPCOMING-COUNT)
                       move ws-date-digits to ue-date(UPCOMING-COUNT)
                       move function trim(PARSE-FIELD(5))
                           to ue-location(UPCOMING-COUNT)
                       move function upper-case(
                           function trim(PARSE-FIELD(8)))
                           to ue-campus(UPCOMING-COUNT)
                       perform mark-upcoming-soon
                   end-if
               end-perform
               close event-file
           end-if
           .

      *>>    career-fairs.dat: fair-id|name|date|location; a fair is
      *>>    open to every campus.
       load-upcoming-fairs.
           open input career-fair-file
           if FILESTAT-FAIR = "00"
               perform until 1 = 2
                   read career-fair-file into career-fair-line
                       at end exit perform
                   end-read
                   perform varying ws-parse-idx from 1 by 1
                           until ws-parse-idx > 4
                       move spaces to PARSE-FIELD(ws-parse-idx)
                   end-perform
                   unstring career-fair-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                       PARSE-FIELD(4)
                   end-unstring
                   move PARSE-FIELD(3)(1:30) to ws-raw-date
                   perform extract-item-date
                   if function trim(PARSE-FIELD(1)) not = spaces
                      and ws-date-digits is numeric
                      and ws-date-digits >= ws-today
                      and UPCOMING-COUNT < 500
                       add 1 to UPCOMING-COUNT
                       move "Career fair" to ue-kind(UPCOMING-COUNT)
                       move function trim(PARSE-FIELD(1))
                           to ue-id(UPCOMING-COUNT)
                       move function trim(PARSE-FIELD(2))
                           to ue-title(UPCOMING-COUNT)
                       move ws-date-digits to ue-date(UPCOMING-COUNT)
                       move function trim(PARSE-FIELD(4))
                           to ue-location(UPCOMING-COUNT)
                       move spaces to ue-campus(UPCOMING-COUNT)
                       perform mark-upcoming-soon
                   end-if
               end-perform
               close career-fair-file
           end-if
           .

       mark-upcoming-soon.
           if ue-date(UPCOMING-COUNT) <= ws-window-end
               move "y" to ue-soon(UPCOMING-COUNT)
           else
               move "n" to ue-soon(UPCOMING-COUNT)
           end-if
           .

      *>>    The first eight digits of ws-raw-date, so "2026-10-20",
      *>>    "20261020" and "2026-10-20 14:00" all read 20261020.
       extract-item-date.
           move spaces to ws-date-digits
           move 0 to ws-digit-n
           perform varying ws-digit-i from 1 by 1
                   until ws-digit-i > 30 or ws-digit-n >= 8
               if ws-raw-date(ws-digit-i:1) >= "0"
                  and ws-raw-date(ws-digit-i:1) <= "9"
                   add 1 to ws-digit-n
                   move ws-raw-date(ws-digit-i:1)
                       to ws-date-digits(ws-digit-n:1)
               end-if
           end-perform
           .

      *>>    announcements.dat: ann-id|text|effective|expiry|campus,
      *>>    in force while effective <= today <= expiry (blank
      *>>    expiry never lapses). A term name in the effective
      *>>    field stands for that term's own window, and an
      *>>    unrecognized one never shows - as at login.
       load-current-announcements.
           move 0 to ANNOUNCEMENTS-COUNT
           open input announcement-file
           if FILESTAT-ANN = "00"
               perform until 1 = 2
                   read announcement-file into announcement-line
                       at end exit perform
                   end-read
                   perform varying ws-parse-idx from 1 by 1
                           until ws-parse-idx > 5
                       move spaces to PARSE-FIELD(ws-parse-idx)
                   end-perform
                   unstring announcement-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                       PARSE-FIELD(4) PARSE-FIELD(5)
                   end-unstring
                   move function trim(PARSE-FIELD(3)) to ws-ann-effective
                   move function trim(PARSE-FIELD(4)) to ws-ann-expiry
                   if ws-ann-effective not = spaces
                      and ws-ann-effective(1:8) is not numeric
                       move "99999999" to ws-date-digits
                       perform varying ws-t from 1 by 1
                               until ws-t > TERMS-COUNT
                           if function upper-case(function trim(tm-name(ws-t)))
                              = function upper-case(ws-ann-effective)
                               move tm-start(ws-t) to ws-date-digits
                               move tm-end(ws-t) to ws-ann-expiry
                               exit perform
                           end-if
                       end-perform
                       move ws-date-digits to ws-ann-effective
                   end-if
                   if function trim(PARSE-FIELD(2)) not = spaces
                      and ( ws-ann-effective = spaces
                            or ws-ann-effective(1:8) <= ws-today )
                      and ( ws-ann-expiry = spaces
                            or ws-ann-expiry(1:8) >= ws-today )
                      and ANNOUNCEMENTS-COUNT < 100
                       add 1 to ANNOUNCEMENTS-COUNT
                       move function trim(PARSE-FIELD(2))
                           to an-text(ANNOUNCEMENTS-COUNT)
                       move function upper-case(
                           function trim(PARSE-FIELD(5)))
                           to an-campus(ANNOUNCEMENTS-COUNT)
                   end-if
               end-perform
               close announcement-file
           end-if
           .

      *>>    Active students (blank role counts as student, as on
      *>>    the older rows) with their campus, the 10th comma field
      *>>    (blank reads as MAIN).
       load-readers.
           move 0 to READERS-COUNT
           open input user-file
           if FILESTAT-USER = "00"
               perform until 1 = 2
                   read user-file next record
                       at end exit perform
                   end-read
                   if FILESTAT-USER not = "00"
                       exit perform
                   end-if
                   perform varying ws-parse-idx from 1 by 1
                           until ws-parse-idx > 10
                       move spaces to PARSE-FIELD(ws-parse-idx)
                   end-perform
                   unstring fd-user-data delimited by "," into
                       PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                       PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
                       PARSE-FIELD(7) PARSE-FIELD(8) PARSE-FIELD(9)
                       PARSE-FIELD(10)
                   end-unstring
                   move function trim(PARSE-FIELD(6)) to ws-row-role
                   move function trim(PARSE-FIELD(8)) to ws-row-status
                   move function upper-case(function trim(PARSE-FIELD(10)))
                       to ws-row-campus
                   if ws-row-campus = spaces
                       move "MAIN" to ws-row-campus
                   end-if
                   if (ws-row-role = spaces or ws-row-role = "student")
                      and ws-row-status not = "deactivated"
                      and READERS-COUNT < 2000
                       add 1 to READERS-COUNT
                       move function trim(fd-user-name)
                           to rd-user(READERS-COUNT)
                       move ws-row-campus to rd-campus(READERS-COUNT)
                       move "n" to rd-opted(READERS-COUNT)
                       move spaces to rd-university(READERS-COUNT)
                       move spaces to rd-major(READERS-COUNT)
                   end-if
               end-perform
               close user-file
           end-if
           .

      *>>    Only an explicit "on" opts in: notify-<event> rows
      *>>    otherwise default on, but nobody gets a newsletter file
      *>>    they did not ask for. The last row for a user wins.
       load-opt-ins.
           open input preference-file
           if FILESTAT-PREF = "00"
               perform until 1 = 2
                   read preference-file into preference-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD(1)
                   move spaces to PARSE-FIELD(2)
                   move spaces to PARSE-FIELD(3)
                   unstring preference-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                   end-unstring
                   if function trim(PARSE-FIELD(2)) = "notify-newsletter"
                       perform varying ws-i from 1 by 1
                               until ws-i > READERS-COUNT
                           if rd-user(ws-i) = function trim(PARSE-FIELD(1))
                               if function trim(PARSE-FIELD(3)) = "on"
                                   move "y" to rd-opted(ws-i)
                               else
                                   move "n" to rd-opted(ws-i)
                               end-if
                               exit perform
                           end-if
                       end-perform
                   end-if
               end-perform
               close preference-file
           end-if
           .

      *>>    profiles.dat data: first|last|university|major|
      *>>    gradyear|... - only the opted-in readers need theirs.
       load-reader-profiles.
           open input profile-file
           if FILESTAT-PROFILE = "00"
               perform until 1 = 2
                   read profile-file next record
                       at end exit perform
                   end-read
                   if FILESTAT-PROFILE not = "00"
                       exit perform
                   end-if
                   perform varying ws-i from 1 by 1
                           until ws-i > READERS-COUNT
                       if rd-user(ws-i) = fd-profile-username
                           if rd-opted(ws-i) = "y"
                               move spaces to PARSE-FIELD(3)
                               move spaces to PARSE-FIELD(4)
                               unstring fd-profile-data delimited by "|"
                                   into PARSE-FIELD(1) PARSE-FIELD(2)
                                   PARSE-FIELD(3) PARSE-FIELD(4)
                               end-unstring
                               move function trim(PARSE-FIELD(3))
                                   to rd-university(ws-i)
                               move function trim(PARSE-FIELD(4))
                                   to rd-major(ws-i)
                           end-if
                           exit perform
                       end-if
                   end-perform
               end-perform
               close profile-file
           end-if
           .

       write-campus-issue.
           move spaces to WS-NEWSLETTER-NAME
           string "Weekly-Newsletter-" function trim(ws-campus) ".txt"
               delimited by size into WS-NEWSLETTER-NAME
           end-string
           open output newsletter-file
           if FILESTAT-NEWS not = "00"
               add 1 to ws-error-count
               move spaces to report-line
               string "ERROR opening " function trim(WS-NEWSLETTER-NAME)
                   delimited by size into report-line
               end-string
               write report-line
               exit paragraph
           end-if
           perform write-issue-body
           close newsletter-file
           add 1 to ws-issue-count
           move spaces to report-line
           string "Wrote " function trim(WS-NEWSLETTER-NAME)
               delimited by size into report-line
           end-string
           write report-line
           .

       write-personal-issue.
           move rd-user(ws-r) to ws-owner
           move rd-campus(ws-r) to ws-campus
           move spaces to WS-NEWSLETTER-NAME
           string function trim(ws-owner) "-newsletter.txt"
               delimited by size into WS-NEWSLETTER-NAME
           end-string
           open output newsletter-file
           if FILESTAT-NEWS not = "00"
               add 1 to ws-error-count
               move spaces to report-line
               string "ERROR opening " function trim(WS-NEWSLETTER-NAME)
                   delimited by size into report-line
               end-string
               write report-line
               exit paragraph
           end-if
           perform write-issue-body
           perform write-recommended-jobs
           perform write-my-rsvps
           close newsletter-file
           add 1 to ws-personal-count
           .

      *>>    The campus issue proper, for ws-campus.
       write-issue-body.
           move spaces to newsletter-line
           string "InCollege Weekly Career Newsletter - "
                  function trim(ws-campus) " campus"
               delimited by size into newsletter-line
           end-string
           write newsletter-line
           move ws-today to ws-raw-date
           perform format-show-date
           move spaces to newsletter-line
           string "Week ending " ws-date-show
               delimited by size into newsletter-line
           end-string
           write newsletter-line

           perform write-new-postings
           perform write-upcoming-events
           perform write-announcements
           perform write-top-employers
           .

      *>>    Featured postings in a first pass, the rest in a second.
       write-new-postings.
           move spaces to newsletter-line
           write newsletter-line
           move "== New Postings This Week ==" to newsletter-line
           write newsletter-line
           move 0 to ws-listed
           perform varying ws-i from 1 by 1 until ws-i > JOBS-COUNT
               if jt-new(ws-i) = "y" and jt-featured(ws-i) = "y"
                   perform write-posting-line
               end-if
           end-perform
           perform varying ws-i from 1 by 1 until ws-i > JOBS-COUNT
               if jt-new(ws-i) = "y" and jt-featured(ws-i) = "n"
                   perform write-posting-line
               end-if
           end-perform
           if ws-listed = 0
               move "No new postings this week." to newsletter-line
               write newsletter-line
           end-if
           .

       write-posting-line.
           add 1 to ws-listed
           move spaces to newsletter-line
           string "  " function trim(jt-title(ws-i)) " at "
                  function trim(jt-employer(ws-i)) " ("
                  function trim(jt-location(ws-i)) ")"
               delimited by size into newsletter-line
           end-string
           if jt-featured(ws-i) = "y"
               move newsletter-line to WS-DISPLAY
               move spaces to newsletter-line
               string function trim(WS-DISPLAY trailing) " [FEATURED]"
                   delimited by size into newsletter-line
               end-string
           end-if
           write newsletter-line
           .

      *>>    Soonest first: each pass takes the earliest unlisted
      *>>    item in the window that is open to ws-campus.
       write-upcoming-events.
           move spaces to newsletter-line
           write newsletter-line
           move "== Events and Career Fairs (Next 14 Days) ==" to newsletter-line
           write newsletter-line
           perform varying ws-i from 1 by 1 until ws-i > UPCOMING-COUNT
               move "n" to ue-listed(ws-i)
           end-perform
           move 0 to ws-listed
           perform until 1 = 2
               move 0 to ws-best-idx
               move "99999999" to ws-best-date
               perform varying ws-i from 1 by 1 until ws-i > UPCOMING-COUNT
                   if ue-listed(ws-i) = "n" and ue-soon(ws-i) = "y"
                      and ( ue-campus(ws-i) = spaces
                            or ue-campus(ws-i) = ws-campus )
                      and ue-date(ws-i) < ws-best-date
                       move ws-i to ws-best-idx
                       move ue-date(ws-i) to ws-best-date
                   end-if
               end-perform
               if ws-best-idx = 0
                   exit perform
               end-if
               move "y" to ue-listed(ws-best-idx)
               add 1 to ws-listed
               move ws-best-idx to ws-i
               perform write-upcoming-line
           end-perform
           if ws-listed = 0
               move "Nothing scheduled in the next two weeks." to newsletter-line
               write newsletter-line
           end-if
           .

       write-upcoming-line.
           move ue-date(ws-i) to ws-raw-date
           perform format-show-date
           move spaces to newsletter-line
           string "  " ws-date-show "  " function trim(ue-kind(ws-i))
                  ": " function trim(ue-title(ws-i))
               delimited by size into newsletter-line
           end-string
           if ue-location(ws-i) not = spaces
               move newsletter-line to WS-DISPLAY
               move spaces to newsletter-line
               string function trim(WS-DISPLAY trailing) " - "
                      function trim(ue-location(ws-i))
                   delimited by size into newsletter-line
               end-string
           end-if
           write newsletter-line
           .

       write-announcements.
           move spaces to newsletter-line
           write newsletter-line
           move "== Announcements ==" to newsletter-line
           write newsletter-line
           move 0 to ws-listed
           perform varying ws-i from 1 by 1 until ws-i > ANNOUNCEMENTS-COUNT
               if an-campus(ws-i) = spaces or an-campus(ws-i) = ws-campus
                   add 1 to ws-listed
                   move spaces to newsletter-line
                   string "  " function trim(an-text(ws-i))
                       delimited by size into newsletter-line
                   end-string
                   write newsletter-line
               end-if
           end-perform
           if ws-listed = 0
               move "No announcements this week." to newsletter-line
               write newsletter-line
           end-if
           .

      *>>    Highest count first; ties keep the order the employers
      *>>    first posted in.
       write-top-employers.
           move spaces to newsletter-line
           write newsletter-line
           move "== Top Employers by New Postings ==" to newsletter-line
           write newsletter-line
           perform varying ws-i from 1 by 1 until ws-i > EMPLOYERS-COUNT
               move "n" to em-listed(ws-i)
           end-perform
           move 0 to ws-listed
           perform until ws-listed >= WS-TOP-EMPLOYERS
               move 0 to ws-best-idx
               move 0 to ws-best-count
               perform varying ws-i from 1 by 1 until ws-i > EMPLOYERS-COUNT
                   if em-listed(ws-i) = "n"
                      and em-count(ws-i) > ws-best-count
                       move ws-i to ws-best-idx
                       move em-count(ws-i) to ws-best-count
                   end-if
               end-perform
               if ws-best-idx = 0
                   exit perform
               end-if
               move "y" to em-listed(ws-best-idx)
               add 1 to ws-listed
               move ws-listed to ws-rank-show
               move em-count(ws-best-idx) to ws-count-show
               move spaces to newsletter-line
               string "  " function trim(ws-rank-show) ". "
                      function trim(em-name(ws-best-idx)) " - "
                      function trim(ws-count-show) " new posting(s)"
                   delimited by size into newsletter-line
               end-string
               write newsletter-line
           end-perform
           if ws-listed = 0
               move "No new postings this week." to newsletter-line
               write newsletter-line
           end-if
           .

      *>>    Scored as CandidateShortlistBatch scores: the major in
      *>>    the title or description counts 5, the posting location
      *>>    inside the university name 3; the reader's own postings
      *>>    are skipped and only a positive score is listed.
       write-recommended-jobs.
           move spaces to newsletter-line
           write newsletter-line
           move "== Recommended for You ==" to newsletter-line
           write newsletter-line
           perform varying ws-i from 1 by 1 until ws-i > JOBS-COUNT
               move 0 to ws-score
               if jt-poster(ws-i) not = ws-owner
                   if rd-major(ws-r) not = spaces
                       move 0 to ws-tally
                       inspect function upper-case(jt-title(ws-i))
                           tallying ws-tally for all
                           function trim(function upper-case(rd-major(ws-r)))
                       inspect function upper-case(jt-description(ws-i))
                           tallying ws-tally for all
                           function trim(function upper-case(rd-major(ws-r)))
                       if ws-tally > 0
                           add 5 to ws-score
                       end-if
                   end-if
                   if rd-university(ws-r) not = spaces
                      and jt-location(ws-i) not = spaces
                       move 0 to ws-tally
                       inspect function upper-case(rd-university(ws-r))
                           tallying ws-tally for all
                           function trim(function upper-case(jt-location(ws-i)))
                       if ws-tally > 0
                           add 3 to ws-score
                       end-if
                   end-if
               end-if
               move ws-score to JT-SCORE(ws-i)
           end-perform

           move 0 to ws-listed
           perform until ws-listed >= WS-TOP-RECOMMENDED
               move 0 to ws-best-idx
               move 0 to ws-best-count
               perform varying ws-i from 1 by 1 until ws-i > JOBS-COUNT
                   if JT-SCORE(ws-i) > ws-best-count
                       move ws-i to ws-best-idx
                       move JT-SCORE(ws-i) to ws-best-count
                   end-if
               end-perform
               if ws-best-idx = 0
                   exit perform
               end-if
               move 0 to JT-SCORE(ws-best-idx)
               move ws-best-idx to ws-i
               perform write-posting-line
           end-perform
           if ws-listed = 0
               move "No open postings match your profile yet." to newsletter-line
               write newsletter-line
           end-if
           .

      *>>    Every upcoming event the reader RSVP'd to, whatever its
      *>>    date or campus (event-rsvps.dat: event-id|username|
      *>>    timestamp), soonest first.
       write-my-rsvps.
           move spaces to newsletter-line
           write newsletter-line
           move "== Your RSVPs ==" to newsletter-line
           write newsletter-line
           perform varying ws-i from 1 by 1 until ws-i > UPCOMING-COUNT
               move "y" to ue-listed(ws-i)
           end-perform
           open input event-rsvp-file
           if FILESTAT-RSVP = "00"
               perform until 1 = 2
                   read event-rsvp-file into event-rsvp-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD(1)
                   move spaces to PARSE-FIELD(2)
                   unstring event-rsvp-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2)
                   end-unstring
                   if function trim(PARSE-FIELD(2)) = ws-owner
                       perform varying ws-i from 1 by 1
                               until ws-i > UPCOMING-COUNT
                           if ue-kind(ws-i) = "Event"
                              and ue-id(ws-i) = function trim(PARSE-FIELD(1))
                               move "n" to ue-listed(ws-i)
                           end-if
                       end-perform
                   end-if
               end-perform
               close event-rsvp-file
           end-if

           move 0 to ws-listed
           perform until 1 = 2
               move 0 to ws-best-idx
               move "99999999" to ws-best-date
               perform varying ws-i from 1 by 1 until ws-i > UPCOMING-COUNT
                   if ue-listed(ws-i) = "n"
                      and ue-date(ws-i) < ws-best-date
                       move ws-i to ws-best-idx
                       move ue-date(ws-i) to ws-best-date
                   end-if
               end-perform
               if ws-best-idx = 0
                   exit perform
               end-if
               move "y" to ue-listed(ws-best-idx)
               add 1 to ws-listed
               move ws-best-idx to ws-i
               perform write-upcoming-line
           end-perform
           if ws-listed = 0
               move "You have no upcoming RSVPs." to newsletter-line
               write newsletter-line
           end-if
           .

      *>>    yyyymmdd in ws-raw-date shown as yyyy-mm-dd.
       format-show-date.
           move spaces to ws-date-show
           string ws-raw-date(1:4) "-" ws-raw-date(5:2) "-"
                  ws-raw-date(7:2)
               delimited by size into ws-date-show
           end-string
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
