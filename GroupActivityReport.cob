      *>>    Student Life's each-term question: which groups are still
      *>>    alive. For every groups.dat group: active members, joins
      *>>    this term (group-members.dat joined-date within the latest
      *>>    academic-calendar.dat term to have started), pending join
      *>>    requests, discussion-board posts and distinct posters over
      *>>    the last 30 and 90 days (group-posts.dat), and whether an
      *>>    owner or officer is still on the roster. A group with no
      *>>    post in 90 days, or no officer, is flagged DORMANT and its
      *>>    owner is asked to re-confirm it or hand it off - at most
      *>>    once every 30 days, remembered in group-dormancy-notices.dat.
       identification division.
       program-id. GroupActivityReport.

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
           select group-file assign to "groups.dat"
               organization is line sequential
               file status is FILESTAT-GROUP.
           select group-member-file assign to "group-members.dat"
               organization is line sequential
               file status is FILESTAT-GMEM.
           select group-post-file assign to "group-posts.dat"
               organization is line sequential
               file status is FILESTAT-GPOST.
           select calendar-file assign to "academic-calendar.dat"
               organization is line sequential
               file status is FILESTAT-CAL.
      *>>    group-id|date of the last dormancy notice to the owner.
           select notice-file assign to "group-dormancy-notices.dat"
               organization is line sequential
               file status is FILESTAT-NOTICE.
           select notification-file assign to "notifications.dat"
               organization is line sequential
               file status is FILESTAT-NOTIF.
           select report-file assign to "Group-Activity-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the per-group lines, written only
      *>>    when the run is started with the "csv" option.
           select csv-file assign to "Group-Activity-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  layout-version-file.
       01  layout-version-line       pic x(40).

       fd  group-file.
       01  group-line                pic x(200).

       fd  group-member-file.
       01  group-member-line         pic x(100).

       fd  group-post-file.
       01  group-post-line           pic x(300).

       fd  calendar-file.
       01  calendar-line             pic x(80).

       fd  notice-file.
       01  notice-line               pic x(40).

       fd  notification-file.
       01  notification-line         pic x(400).

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

       01  FILESTAT-GROUP            pic xx.
       01  FILESTAT-GMEM             pic xx.
       01  FILESTAT-GPOST            pic xx.
       01  FILESTAT-CAL              pic xx.
       01  FILESTAT-NOTICE           pic xx.
       01  FILESTAT-NOTIF            pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).

       01  PARSE-FIELD-1             pic x(100).
       01  PARSE-FIELD-2             pic x(100).
       01  PARSE-FIELD-3             pic x(100).
       01  PARSE-FIELD-4             pic x(100).
       01  PARSE-FIELD-5             pic x(100).

       01  GROUP-TABLE.
           05  GROUP-ENTRY           occurs 500 times.
               10  gt-id             pic x(10).
               10  gt-name           pic x(50).
               10  gt-owner          pic x(32).
               10  gt-members        pic 9(05).
               10  gt-term-joins     pic 9(05).
               10  gt-pending        pic 9(05).
               10  gt-posts-30       pic 9(05).
               10  gt-posts-90       pic 9(05).
               10  gt-posters-30     pic 9(05).
               10  gt-posters-90     pic 9(05).
               10  gt-officer        pic x.
               10  gt-last-notice    pic x(8).
       01  GROUP-COUNT               pic 9(04) value 0.
       01  ws-group-overflow         pic x value "n".
       01  ws-g                      pic 9(04) value 0.

      *>>    Posts of the last 90 days: group, author, age in days.
       01  POST-TABLE.
           05  POST-ENTRY            occurs 5000 times.
               10  pt-group          pic x(10).
               10  pt-author         pic x(32).
               10  pt-age            pic 9(03).
       01  POST-COUNT                pic 9(04) value 0.
       01  ws-post-overflow          pic x value "n".
       01  ws-p                      pic 9(04) value 0.
       01  ws-q                      pic 9(04) value 0.
       01  ws-seen-before            pic x value "n".

       01  TERMS-TABLE.
           05  TERM-ENTRY            occurs 20 times.
               10  tm-name           pic x(20).
               10  tm-start          pic x(8).
               10  tm-end            pic x(8).
       01  TERMS-COUNT               pic 9(02) value 0.
       01  ws-t                      pic 9(02) value 0.
       01  ws-term-name              pic x(20) value "(no term on file)".
       01  ws-term-start             pic x(8) value spaces.

       01  NOTICE-TABLE.
           05  NOTICE-ENTRY          occurs 500 times.
               10  nt-group          pic x(10).
               10  nt-date           pic x(8).
       01  NOTICE-COUNT              pic 9(04) value 0.
       01  ws-n                      pic 9(04) value 0.

       01  ws-today                  pic x(8).
       01  ws-today-days             pic 9(08) value 0.
       01  ws-row-days               pic 9(08) value 0.
       01  ws-age                    pic 9(08) value 0.
       01  ws-dormant                pic x value "n".
       01  ws-dormant-reason         pic x(40).
       01  ws-dormant-count          pic 9(05) value 0.
       01  ws-noticed-count          pic 9(05) value 0.
       01  ws-notice-due             pic x value "n".
       01  ws-officer-label          pic x(3).
       01  ws-notices-changed        pic x value "n".

      *>>    "csv" on the command line (or after the program name in
      *>>    nightly-jobs.txt) also writes the report's .csv
      *>>    companion: one header row, then one row per group.
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
           move function integer-of-date(function numval(ws-today))
               to ws-today-days

           perform derive-current-term
           perform load-groups
           perform tally-members
           perform load-recent-posts
           perform count-posters
           perform load-notices

           move "--- Student Group Activity ---" to report-line
           write report-line
           move spaces to WS-DISPLAY
           if ws-term-start = spaces
               string "Term: " function trim(ws-term-name)
                      delimited by size into WS-DISPLAY
           else
               string "Term: " function trim(ws-term-name)
                      " (joins counted from " ws-term-start ")"
                      delimited by size into WS-DISPLAY
           end-if
           move WS-DISPLAY to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "Group                          members  term-joins  pending  posts-30/posters  posts-90/posters  officer" to report-line
           write report-line

           perform varying ws-g from 1 by 1 until ws-g > GROUP-COUNT
               perform report-one-group
           end-perform

           if ws-notices-changed = "y"
               perform save-notices
           end-if

           move spaces to report-line
           write report-line
           if ws-group-overflow = "y"
               move "Over 500 groups - the rest are not reported." to report-line
               write report-line
           end-if
           if ws-post-overflow = "y"
               move "Over 5000 posts in 90 days - counts stop there." to report-line
               write report-line
           end-if
           move spaces to WS-DISPLAY
           string "Groups: " GROUP-COUNT
                  "  dormant: " ws-dormant-count
                  "  owners notified: " ws-noticed-count
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

      *>>    The latest term to have started by today - the current
      *>>    one, or between terms the one just ended.
       derive-current-term.
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
           .

      *>>    groups.dat: group-id|name|description|owner|approval|
      *>>    campus.
       load-groups.
           open input group-file
           if FILESTAT-GROUP not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read group-file into group-line
                   at end exit perform
               end-read
               move spaces to PARSE-FIELD-1
               move spaces to PARSE-FIELD-2
               move spaces to PARSE-FIELD-3
               move spaces to PARSE-FIELD-4
               unstring group-line delimited by "|" into
                   PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                   PARSE-FIELD-4
               end-unstring
               if PARSE-FIELD-1 = spaces
                   exit perform cycle
               end-if
               if GROUP-COUNT >= 500
                   move "y" to ws-group-overflow
                   exit perform
               end-if
               add 1 to GROUP-COUNT
               move PARSE-FIELD-1 to gt-id(GROUP-COUNT)
               move PARSE-FIELD-2 to gt-name(GROUP-COUNT)
               move PARSE-FIELD-4 to gt-owner(GROUP-COUNT)
               move 0 to gt-members(GROUP-COUNT)
               move 0 to gt-term-joins(GROUP-COUNT)
               move 0 to gt-pending(GROUP-COUNT)
               move 0 to gt-posts-30(GROUP-COUNT)
               move 0 to gt-posts-90(GROUP-COUNT)
               move 0 to gt-posters-30(GROUP-COUNT)
               move 0 to gt-posters-90(GROUP-COUNT)
               move "n" to gt-officer(GROUP-COUNT)
               move spaces to gt-last-notice(GROUP-COUNT)
           end-perform
           close group-file
           .

      *>>    group-members.dat: group-id|username|joined-date|role|
      *>>    status. Rows predating role/status are active members.
       tally-members.
           open input group-member-file
           if FILESTAT-GMEM not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read group-member-file into group-member-line
                   at end exit perform
               end-read
               move spaces to PARSE-FIELD-1
               move spaces to PARSE-FIELD-2
               move spaces to PARSE-FIELD-3
               move spaces to PARSE-FIELD-4
               move spaces to PARSE-FIELD-5
               unstring group-member-line delimited by "|" into
                   PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                   PARSE-FIELD-4 PARSE-FIELD-5
               end-unstring
               perform find-group
               if ws-g > 0
                   if function trim(PARSE-FIELD-5) = "pending"
                       add 1 to gt-pending(ws-g)
                   else
                       add 1 to gt-members(ws-g)
                       if ws-term-start not = spaces
                          and PARSE-FIELD-3(1:8) is numeric
                          and PARSE-FIELD-3(1:8) >= ws-term-start
                           add 1 to gt-term-joins(ws-g)
                       end-if
                       if function trim(PARSE-FIELD-4) = "owner"
                          or function trim(PARSE-FIELD-4) = "officer"
                           move "y" to gt-officer(ws-g)
                       end-if
                   end-if
               end-if
           end-perform
           close group-member-file
           .

      *>>    ws-g = the GROUP-TABLE row for PARSE-FIELD-1, else 0.
       find-group.
           perform varying ws-g from 1 by 1 until ws-g > GROUP-COUNT
               if gt-id(ws-g) = PARSE-FIELD-1
                   exit paragraph
               end-if
           end-perform
           move 0 to ws-g
           .

      *>>    group-posts.dat: group-id|author|timestamp|text.
       load-recent-posts.
           open input group-post-file
           if FILESTAT-GPOST not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read group-post-file into group-post-line
                   at end exit perform
               end-read
               move spaces to PARSE-FIELD-1
               move spaces to PARSE-FIELD-2
               move spaces to PARSE-FIELD-3
               unstring group-post-line delimited by "|" into
                   PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
               end-unstring
               if PARSE-FIELD-3(1:8) is not numeric
                   exit perform cycle
               end-if
               move function integer-of-date(
                   function numval(PARSE-FIELD-3(1:8))) to ws-row-days
               if ws-row-days > ws-today-days
                   move 0 to ws-age
               else
                   compute ws-age = ws-today-days - ws-row-days
               end-if
               if ws-age > 90
                   exit perform cycle
               end-if
               perform find-group
               if ws-g > 0
                   add 1 to gt-posts-90(ws-g)
                   if ws-age <= 30
                       add 1 to gt-posts-30(ws-g)
                   end-if
                   if POST-COUNT >= 5000
                       move "y" to ws-post-overflow
                   else
                       add 1 to POST-COUNT
                       move PARSE-FIELD-1 to pt-group(POST-COUNT)
                       move PARSE-FIELD-2 to pt-author(POST-COUNT)
                       move ws-age to pt-age(POST-COUNT)
                   end-if
               end-if
           end-perform
           close group-post-file
           .

      *>>    A poster counts once per group per window: each post is
      *>>    counted only if no earlier post in the table has the same
      *>>    group and author within the same window.
       count-posters.
           perform varying ws-p from 1 by 1 until ws-p > POST-COUNT
               move pt-group(ws-p) to PARSE-FIELD-1
               perform find-group
               if ws-g > 0
                   move "n" to ws-seen-before
                   perform varying ws-q from 1 by 1 until ws-q >= ws-p
                       if pt-group(ws-q) = pt-group(ws-p)
                          and pt-author(ws-q) = pt-author(ws-p)
                           move "y" to ws-seen-before
                           exit perform
                       end-if
                   end-perform
                   if ws-seen-before = "n"
                       add 1 to gt-posters-90(ws-g)
                   end-if
                   if pt-age(ws-p) <= 30
                       move "n" to ws-seen-before
                       perform varying ws-q from 1 by 1 until ws-q >= ws-p
                           if pt-group(ws-q) = pt-group(ws-p)
                              and pt-author(ws-q) = pt-author(ws-p)
                              and pt-age(ws-q) <= 30
                               move "y" to ws-seen-before
                               exit perform
                           end-if
                       end-perform
                       if ws-seen-before = "n"
                           add 1 to gt-posters-30(ws-g)
                       end-if
                   end-if
               end-if
           end-perform
           .

       load-notices.
           move 0 to NOTICE-COUNT
           open input notice-file
           if FILESTAT-NOTICE = "00"
               perform until 1 = 2
                   read notice-file into notice-line
                       at end exit perform
                   end-read
                   if NOTICE-COUNT < 500
                       add 1 to NOTICE-COUNT
                       move spaces to nt-group(NOTICE-COUNT)
                       move spaces to nt-date(NOTICE-COUNT)
                       unstring notice-line delimited by "|" into
                           nt-group(NOTICE-COUNT) nt-date(NOTICE-COUNT)
                       end-unstring
                   end-if
               end-perform
               close notice-file
           end-if
           .

       report-one-group.
           move "n" to ws-dormant
           move spaces to ws-dormant-reason
           if gt-posts-90(ws-g) = 0 and gt-officer(ws-g) = "n"
               move "no posts in 90 days, no officer" to ws-dormant-reason
               move "y" to ws-dormant
           else
               if gt-posts-90(ws-g) = 0
                   move "no posts in 90 days" to ws-dormant-reason
                   move "y" to ws-dormant
               end-if
               if gt-officer(ws-g) = "n"
                   move "no officer" to ws-dormant-reason
                   move "y" to ws-dormant
               end-if
           end-if
           if gt-officer(ws-g) = "y"
               move "yes" to ws-officer-label
           else
               move "no" to ws-officer-label
           end-if

           move spaces to WS-DISPLAY
           string gt-name(ws-g)(1:30) " " gt-members(ws-g)
                  "     " gt-term-joins(ws-g)
                  "     " gt-pending(ws-g)
                  "  " gt-posts-30(ws-g) "/" gt-posters-30(ws-g)
                  "       " gt-posts-90(ws-g) "/" gt-posters-90(ws-g)
                  "       " ws-officer-label
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           if ws-dormant = "y"
               add 1 to ws-dormant-count
               move spaces to WS-DISPLAY
               string "   DORMANT (" function trim(ws-dormant-reason)
                      ") - owner " function trim(gt-owner(ws-g))
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               perform notify-group-owner
           end-if

           if ws-csv-wanted = "y"
               perform write-csv-group-row
           end-if
           .

      *>>    Asks the owner to re-confirm or hand off the group, unless
      *>>    they were asked within the last 30 days.
       notify-group-owner.
           if gt-owner(ws-g) = spaces
               exit paragraph
           end-if
           move "y" to ws-notice-due
           perform varying ws-n from 1 by 1 until ws-n > NOTICE-COUNT
               if nt-group(ws-n) = gt-id(ws-g)
                   if nt-date(ws-n) is numeric
                       move function integer-of-date(
                           function numval(nt-date(ws-n))) to ws-row-days
                       if ws-today-days - ws-row-days < 30
                           move "n" to ws-notice-due
                       end-if
                   end-if
                   exit perform
               end-if
           end-perform
           if ws-notice-due = "n"
               exit paragraph
           end-if
           if ws-n > NOTICE-COUNT
               if NOTICE-COUNT >= 500
                   exit paragraph
               end-if
               add 1 to NOTICE-COUNT
               move NOTICE-COUNT to ws-n
               move gt-id(ws-g) to nt-group(ws-n)
           end-if
           move ws-today to nt-date(ws-n)
           move "y" to ws-notices-changed

           open extend notification-file
           if FILESTAT-NOTIF not = "00"
               open output notification-file
               close notification-file
               open extend notification-file
           end-if
           if FILESTAT-NOTIF = "00"
               move spaces to notification-line
               string
                   function trim(gt-owner(ws-g)) "|"
                   "group" "|"
                   "Your group " function trim(gt-name(ws-g))
                   " looks inactive (" function trim(ws-dormant-reason)
                   "). Please re-confirm it or hand it off to another member." "|"
                   function current-date
                   delimited by size
                   into notification-line
               end-string
               write notification-line
               close notification-file
               add 1 to ws-noticed-count
           end-if
           .

       save-notices.
           open output notice-file
           if FILESTAT-NOTICE = "00"
               perform varying ws-n from 1 by 1 until ws-n > NOTICE-COUNT
                   move spaces to notice-line
                   string function trim(nt-group(ws-n)) "|"
                          nt-date(ws-n)
                          delimited by size into notice-line
                   end-string
                   write notice-line
               end-perform
               close notice-file
           end-if
           .

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
           move "group-id" to ws-csv-field
           perform add-csv-field
           move "group" to ws-csv-field
           perform add-csv-field
           move "members" to ws-csv-field
           perform add-csv-field
           move "term-joins" to ws-csv-field
           perform add-csv-field
           move "pending" to ws-csv-field
           perform add-csv-field
           move "posts-30" to ws-csv-field
           perform add-csv-field
           move "posters-30" to ws-csv-field
           perform add-csv-field
           move "posts-90" to ws-csv-field
           perform add-csv-field
           move "posters-90" to ws-csv-field
           perform add-csv-field
           move "officer" to ws-csv-field
           perform add-csv-field
           move "dormant" to ws-csv-field
           perform add-csv-field
           write csv-line
           .

       write-csv-group-row.
           perform begin-csv-row
           move gt-id(ws-g) to ws-csv-field
           perform add-csv-field
           move gt-name(ws-g) to ws-csv-field
           perform add-csv-field
           move gt-members(ws-g) to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move gt-term-joins(ws-g) to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move gt-pending(ws-g) to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move gt-posts-30(ws-g) to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move gt-posters-30(ws-g) to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move gt-posts-90(ws-g) to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move gt-posters-90(ws-g) to ws-csv-count
           move ws-csv-count to ws-csv-field
           perform add-csv-field
           move ws-officer-label to ws-csv-field
           perform add-csv-field
           if ws-dormant = "y"
               move ws-dormant-reason to ws-csv-field
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
