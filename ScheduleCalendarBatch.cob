      *>>    Nightly My Schedule calendar refresh: for every active
      *>>    student who opted in (preferences.dat "schedule-ics" =
      *>>    yes, set from Export My Schedule), rewrites
      *>>    "<username>-schedule.ics" from the same five sources
      *>>    view-my-schedule merges - confirmed interview slots,
      *>>    RSVP'd events, logged mentorship meetings, booked
      *>>    advising appointments and booked practice interviews. Each VEVENT carries the same UID
      *>>    the on-line export gives it (kind, source key, owner), so
      *>>    a subscribed calendar picks up moved or cancelled items
      *>>    instead of collecting duplicates. Read-only against the
      *>>    shared data; the only files written are the per-student
      *>>    calendars and Schedule-Calendar-Report.txt.
       identification division.
       program-id. ScheduleCalendarBatch.

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
           select user-file assign to "users.dat"
               organization is indexed
               access mode is sequential
               record key is fd-user-name
               file status is FILESTAT-USER.
           select preference-file assign to "preferences.dat"
               organization is line sequential
               file status is FILESTAT-PREF.
           select interview-slot-file assign to "interview-slots.dat"
               organization is line sequential
               file status is FILESTAT-SLOT.
           select event-file assign to "events.dat"
               organization is line sequential
               file status is FILESTAT-EVENT.
           select event-rsvp-file assign to "event-rsvps.dat"
               organization is line sequential
               file status is FILESTAT-RSVP.
           select mentorship-meeting-file
               assign to "mentorship-meetings.dat"
               organization is line sequential
               file status is FILESTAT-MMEET.
           select advising-slot-file assign to "advising-slots.dat"
               organization is line sequential
               file status is FILESTAT-ADVSLOT.
           select mock-interview-file assign to "mock-interviews.dat"
               organization is line sequential
               file status is FILESTAT-MOCK.
           select ics-file assign to WS-ICS-FILENAME
               organization is line sequential
               file status is FILESTAT-ICS.
           select report-file assign to "Schedule-Calendar-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.

       data division.
       file section.
       fd  user-file.
       01  user-record.
           05  fd-user-name          pic x(32).
           05  fd-user-data          pic x(200).

       fd  preference-file.
       01  preference-line           pic x(150).

       fd  interview-slot-file.
       01  interview-slot-line       pic x(300).

       fd  event-file.
       01  event-line                pic x(300).

       fd  event-rsvp-file.
       01  event-rsvp-line           pic x(100).

       fd  mentorship-meeting-file.
       01  mentorship-meeting-line   pic x(200).

       fd  advising-slot-file.
       01  advising-slot-line        pic x(100).

       fd  mock-interview-file.
       01  mock-interview-line       pic x(700).

       fd  ics-file.
       01  ics-line                  pic x(200).

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

       01  FILESTAT-USER             pic xx.
       01  FILESTAT-PREF             pic xx.
       01  FILESTAT-SLOT             pic xx.
       01  FILESTAT-EVENT            pic xx.
       01  FILESTAT-RSVP             pic xx.
       01  FILESTAT-MMEET            pic xx.
       01  FILESTAT-ADVSLOT          pic xx.
       01  FILESTAT-MOCK             pic xx.
       01  FILESTAT-ICS              pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-ICS-FILENAME           pic x(50).
       01  WS-DISPLAY                pic x(200).

      *>>    Active students (blank role counts as student, as on
      *>>    the older rows) and whether each opted in.
       01  STUDENTS-TABLE.
           05  STUDENT-ENTRY         occurs 5000 times.
               10  st-user           pic x(32).
               10  st-opted          pic x.
       01  STUDENTS-COUNT            pic 9(04) value 0.

       01  PARSE-FIELD-1             pic x(200).
       01  PARSE-FIELD-2             pic x(200).
       01  PARSE-FIELD-3             pic x(200).
       01  PARSE-FIELD-4             pic x(200).
       01  PARSE-FIELD-5             pic x(200).
       01  PARSE-FIELD-6             pic x(200).
       01  PARSE-FIELD-7             pic x(200).
       01  PARSE-FIELD-8             pic x(200).
       01  ws-row-role               pic x(20).
       01  ws-row-status             pic x(20).

      *>>    The student being written and the item being handed to
      *>>    write-ics-event.
       01  ws-owner                  pic x(32).
       01  ws-item-summary           pic x(200).
       01  ws-sched-raw              pic x(30).
       01  ws-event-id               pic x(10).
       01  ws-event-title            pic x(50).
       01  ws-event-date             pic x(10).
       01  ws-event-location         pic x(50).
       01  ws-rsvpd                  pic x value "n".
       01  ws-digit-i                pic 9(03) value 0.
       01  ws-digit-n                pic 9(03) value 0.
       01  ws-ics-kind               pic x(12).
       01  ws-ics-key                pic x(150).
       01  ws-ics-location           pic x(100).
       01  ws-ics-uid                pic x(200).
       01  ws-ics-start              pic x(40).
       01  ws-ics-digits             pic x(12).
       01  ws-ics-stamp              pic x(16).
       01  ws-ics-text               pic x(400).
       01  ws-ics-escaped            pic x(400).
       01  ws-ics-len                pic 9(03) value 0.
       01  ws-ics-pos                pic 9(03) value 0.
       01  ws-ics-out-pos            pic 9(03) value 0.
       01  ws-ics-chunk              pic 9(03) value 0.
       01  ws-ics-event-count        pic 9(04) value 0.
       01  ws-ics-undated-count      pic 9(04) value 0.

       01  ws-i                      pic 9(04) value 0.
       01  ws-owner-idx              pic 9(04) value 0.
       01  ws-opted-count            pic 9(04) value 0.
       01  ws-file-count             pic 9(04) value 0.
       01  ws-error-count            pic 9(04) value 0.
       01  ws-total-events           pic 9(06) value 0.

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

           move "--- Schedule Calendar Refresh ---" to report-line
           write report-line

           move function current-date to ws-ics-text
           move spaces to ws-ics-stamp
           string ws-ics-text(1:8) "T" ws-ics-text(9:6)
               delimited by size into ws-ics-stamp

           perform load-students
           perform load-opt-ins

           perform varying ws-i from 1 by 1 until ws-i > STUDENTS-COUNT
               if st-opted(ws-i) = "y"
                   add 1 to ws-opted-count
                   perform write-one-calendar
               end-if
           end-perform

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Students opted in: " ws-opted-count
                  "  Calendars written: " ws-file-count
                  "  Events: " ws-total-events
                  "  Errors: " ws-error-count
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           close report-file
           if ws-error-count > 0
               move 4 to return-code
           end-if
           stop run.

       load-students.
           move 0 to STUDENTS-COUNT
           open input user-file
           if FILESTAT-USER = "00"
               perform until 1 = 2
                   read user-file next record
                       at end exit perform
                   end-read
                   if FILESTAT-USER not = "00"
                       exit perform
                   end-if
                   move spaces to PARSE-FIELD-6
                   move spaces to PARSE-FIELD-8
                   unstring fd-user-data delimited by "," into
                       PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                       PARSE-FIELD-4 PARSE-FIELD-5 PARSE-FIELD-6
                       PARSE-FIELD-7 PARSE-FIELD-8
                   end-unstring
                   move function trim(PARSE-FIELD-6) to ws-row-role
                   move function trim(PARSE-FIELD-8) to ws-row-status
                   if (ws-row-role = spaces or ws-row-role = "student")
                      and ws-row-status not = "deactivated"
                      and STUDENTS-COUNT < 5000
                       add 1 to STUDENTS-COUNT
                       move function trim(fd-user-name)
                           to st-user(STUDENTS-COUNT)
                       move "n" to st-opted(STUDENTS-COUNT)
                   end-if
               end-perform
               close user-file
           end-if
           .

      *>>    Only an explicit "yes" opts in; a later "no" row from the
      *>>    same export prompt replaces it in preferences.dat, so the
      *>>    file is simply no longer refreshed.
       load-opt-ins.
           open input preference-file
           if FILESTAT-PREF = "00"
               perform until 1 = 2
                   read preference-file into preference-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD-1
                   move spaces to PARSE-FIELD-2
                   move spaces to PARSE-FIELD-3
                   unstring preference-line delimited by "|" into
                       PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                   end-unstring
                   if function trim(PARSE-FIELD-2) = "schedule-ics"
                      and function trim(PARSE-FIELD-3) = "yes"
                       perform mark-opted-student
                   end-if
               end-perform
               close preference-file
           end-if
           .

       mark-opted-student.
           perform varying ws-owner-idx from 1 by 1
                   until ws-owner-idx > STUDENTS-COUNT
               if st-user(ws-owner-idx) = function trim(PARSE-FIELD-1)
                   move "y" to st-opted(ws-owner-idx)
                   exit perform
               end-if
           end-perform
           .

       write-one-calendar.
           move st-user(ws-i) to ws-owner
           move spaces to WS-ICS-FILENAME
           string function trim(ws-owner) "-schedule.ics"
               delimited by size into WS-ICS-FILENAME
           open output ics-file
           if FILESTAT-ICS not = "00"
               add 1 to ws-error-count
               move spaces to report-line
               string "ERROR opening " function trim(WS-ICS-FILENAME)
                   delimited by size into report-line
               write report-line
               exit paragraph
           end-if
           move 0 to ws-ics-event-count
           move 0 to ws-ics-undated-count

           move "BEGIN:VCALENDAR" to ics-line
           write ics-line
           move "VERSION:2.0" to ics-line
           write ics-line
           move "PRODID:-//InCollege//My Schedule//EN" to ics-line
           write ics-line
           move "CALSCALE:GREGORIAN" to ics-line
           write ics-line
           perform collect-interviews
           perform collect-events
           perform collect-mentorship-meetings
           perform collect-advising
           perform collect-mock-interviews
           move "END:VCALENDAR" to ics-line
           write ics-line
           close ics-file

           add 1 to ws-file-count
           add ws-ics-event-count to ws-total-events
           move spaces to report-line
           string "Wrote " function trim(WS-ICS-FILENAME)
                  " with " ws-ics-event-count " event(s)"
                  delimited by size into report-line
           if ws-ics-undated-count > 0
               move spaces to WS-DISPLAY
               string function trim(report-line) ", "
                      ws-ics-undated-count " undated item(s) left out"
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
           end-if
           write report-line
           .

      *>>    interview-slots.dat: applicant|job-title|employer|slot1|
      *>>    slot2|slot3|chosen|job-id - only a chosen slot counts.
       collect-interviews.
           open input interview-slot-file
           if FILESTAT-SLOT = "00"
               perform until 1 = 2
                   read interview-slot-file into interview-slot-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD-1
                   move spaces to PARSE-FIELD-2
                   move spaces to PARSE-FIELD-3
                   move spaces to PARSE-FIELD-7
                   move spaces to PARSE-FIELD-8
                   unstring interview-slot-line delimited by "|" into
                       PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                       PARSE-FIELD-4 PARSE-FIELD-5 PARSE-FIELD-6
                       PARSE-FIELD-7 PARSE-FIELD-8
                   end-unstring
                   if function trim(PARSE-FIELD-1) = function trim(ws-owner)
                      and function trim(PARSE-FIELD-7) not = spaces
                       move PARSE-FIELD-7(1:30) to ws-sched-raw
                       move spaces to ws-item-summary
                       string "Interview: " function trim(PARSE-FIELD-2)
                              " at " function trim(PARSE-FIELD-3)
                              " (" function trim(PARSE-FIELD-7) ")"
                              delimited by size into ws-item-summary
                       move "interview" to ws-ics-kind
                       move spaces to ws-ics-key
                       if function trim(PARSE-FIELD-8) not = spaces
                           move function trim(PARSE-FIELD-8)
                               to ws-ics-key
                       else
                           string function trim(PARSE-FIELD-2) "-"
                                  function trim(PARSE-FIELD-3)
                                  delimited by size into ws-ics-key
                       end-if
                       move PARSE-FIELD-3 to ws-ics-location
                       perform write-ics-event
                   end-if
               end-perform
               close interview-slot-file
           end-if
           .

      *>>    events.dat: event-id|title|company-id|date|location|...,
      *>>    taken when event-rsvps.dat has the owner on the list.
       collect-events.
           open input event-file
           if FILESTAT-EVENT = "00"
               perform until 1 = 2
                   read event-file into event-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD-1
                   move spaces to PARSE-FIELD-2
                   move spaces to PARSE-FIELD-4
                   move spaces to PARSE-FIELD-5
                   unstring event-line delimited by "|" into
                       PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                       PARSE-FIELD-4 PARSE-FIELD-5
                   end-unstring
                   move function trim(PARSE-FIELD-1) to ws-event-id
                   move function trim(PARSE-FIELD-2) to ws-event-title
                   move function trim(PARSE-FIELD-4) to ws-event-date
                   move function trim(PARSE-FIELD-5) to ws-event-location
                   if ws-event-id not = spaces
                       perform check-owner-rsvp
                       if ws-rsvpd = "y"
                           move ws-event-date to ws-sched-raw
                           move spaces to ws-item-summary
                           string "Event: " function trim(ws-event-title)
                                  " at " function trim(ws-event-location)
                                  delimited by size into ws-item-summary
                           move "event" to ws-ics-kind
                           move ws-event-id to ws-ics-key
                           move ws-event-location to ws-ics-location
                           perform write-ics-event
                       end-if
                   end-if
               end-perform
               close event-file
           end-if
           .

       check-owner-rsvp.
           move "n" to ws-rsvpd
           open input event-rsvp-file
           if FILESTAT-RSVP = "00"
               perform until 1 = 2
                   read event-rsvp-file into event-rsvp-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD-6
                   move spaces to PARSE-FIELD-7
                   unstring event-rsvp-line delimited by "|" into
                       PARSE-FIELD-6 PARSE-FIELD-7
                   end-unstring
                   if function trim(PARSE-FIELD-6) = function trim(ws-event-id)
                      and function trim(PARSE-FIELD-7) =
                          function trim(ws-owner)
                       move "y" to ws-rsvpd
                       exit perform
                   end-if
               end-perform
               close event-rsvp-file
           end-if
           .

      *>>    mentorship-meetings.dat: mentor|mentee|date|topic.
       collect-mentorship-meetings.
           open input mentorship-meeting-file
           if FILESTAT-MMEET = "00"
               perform until 1 = 2
                   read mentorship-meeting-file
                       into mentorship-meeting-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD-1
                   move spaces to PARSE-FIELD-2
                   move spaces to PARSE-FIELD-3
                   move spaces to PARSE-FIELD-4
                   unstring mentorship-meeting-line delimited by "|" into
                       PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                       PARSE-FIELD-4
                   end-unstring
                   if function trim(PARSE-FIELD-1) = function trim(ws-owner)
                      or function trim(PARSE-FIELD-2) =
                         function trim(ws-owner)
                       move PARSE-FIELD-3(1:30) to ws-sched-raw
                       move spaces to ws-item-summary
                       string "Mentorship meeting: "
                              function trim(PARSE-FIELD-1) " / "
                              function trim(PARSE-FIELD-2) " - "
                              function trim(PARSE-FIELD-4)
                              delimited by size into ws-item-summary
                       move "mentorship" to ws-ics-kind
                       move spaces to ws-ics-key
                       string function trim(PARSE-FIELD-1) "-"
                              function trim(PARSE-FIELD-2) "-"
                              function trim(PARSE-FIELD-3)
                              delimited by size into ws-ics-key
                       move spaces to ws-ics-location
                       perform write-ics-event
                   end-if
               end-perform
               close mentorship-meeting-file
           end-if
           .

      *>>    advising-slots.dat: advisor|slot-time|booked-by.
       collect-advising.
           open input advising-slot-file
           if FILESTAT-ADVSLOT = "00"
               perform until 1 = 2
                   read advising-slot-file into advising-slot-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD-1
                   move spaces to PARSE-FIELD-2
                   move spaces to PARSE-FIELD-3
                   unstring advising-slot-line delimited by "|" into
                       PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                   end-unstring
                   if function trim(PARSE-FIELD-3) = function trim(ws-owner)
                       move PARSE-FIELD-2(1:30) to ws-sched-raw
                       move spaces to ws-item-summary
                       string "Advising: " function trim(PARSE-FIELD-2)
                              " with " function trim(PARSE-FIELD-1)
                              delimited by size into ws-item-summary
                       move "advising" to ws-ics-kind
                       move spaces to ws-ics-key
                       string function trim(PARSE-FIELD-1) "-"
                              function trim(PARSE-FIELD-2)
                              delimited by size into ws-ics-key
                       move spaces to ws-ics-location
                       perform write-ics-event
                   end-if
               end-perform
               close advising-slot-file
           end-if
           .

      *>>    mock-interviews.dat: interviewer|student|focus-kind|
      *>>    focus|slot-time|status|... - a "booked" practice
      *>>    interview goes on both the student's and the
      *>>    volunteer's calendar.
       collect-mock-interviews.
           open input mock-interview-file
           if FILESTAT-MOCK = "00"
               perform until 1 = 2
                   read mock-interview-file into mock-interview-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD-1
                   move spaces to PARSE-FIELD-2
                   move spaces to PARSE-FIELD-5
                   move spaces to PARSE-FIELD-6
                   unstring mock-interview-line delimited by "|" into
                       PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                       PARSE-FIELD-4 PARSE-FIELD-5 PARSE-FIELD-6
                   end-unstring
                   if function trim(PARSE-FIELD-6) = "booked"
                      and (function trim(PARSE-FIELD-1) =
                           function trim(ws-owner)
                           or function trim(PARSE-FIELD-2) =
                              function trim(ws-owner))
                       move PARSE-FIELD-5(1:30) to ws-sched-raw
                       move spaces to ws-item-summary
                       if function trim(PARSE-FIELD-2) =
                          function trim(ws-owner)
                           string "Practice interview: "
                                  function trim(PARSE-FIELD-5)
                                  " with " function trim(PARSE-FIELD-1)
                                  delimited by size into ws-item-summary
                       else
                           string "Practice interview (you interview): "
                                  function trim(PARSE-FIELD-5)
                                  " with " function trim(PARSE-FIELD-2)
                                  delimited by size into ws-item-summary
                       end-if
                       move "mock" to ws-ics-kind
                       move spaces to ws-ics-key
                       string function trim(PARSE-FIELD-1) "-"
                              function trim(PARSE-FIELD-5)
                              delimited by size into ws-ics-key
                       move spaces to ws-ics-location
                       perform write-ics-event
                   end-if
               end-perform
               close mock-interview-file
           end-if
           .

      *>>    Same VEVENT shape and UID rule as InCollege's
      *>>    write-ics-event: twelve or more digits in the raw time
      *>>    give a timed DTSTART, eight a whole-day one, fewer mean
      *>>    the item cannot be placed and is only counted.
       write-ics-event.
           move spaces to ws-ics-digits
           move 0 to ws-digit-n
           perform varying ws-digit-i from 1 by 1
                   until ws-digit-i > 30 or ws-digit-n >= 12
               if ws-sched-raw(ws-digit-i:1) >= "0"
                  and ws-sched-raw(ws-digit-i:1) <= "9"
                   add 1 to ws-digit-n
                   move ws-sched-raw(ws-digit-i:1)
                       to ws-ics-digits(ws-digit-n:1)
               end-if
           end-perform
           move spaces to ws-ics-start
           evaluate true
               when ws-digit-n >= 12
                   string "DTSTART:" ws-ics-digits(1:8) "T"
                          ws-ics-digits(9:4) "00"
                          delimited by size into ws-ics-start
               when ws-digit-n >= 8
                   string "DTSTART;VALUE=DATE:" ws-ics-digits(1:8)
                          delimited by size into ws-ics-start
               when other
                   add 1 to ws-ics-undated-count
                   exit paragraph
           end-evaluate

           move spaces to ws-ics-text
           string function trim(ws-ics-kind) "-"
                  function trim(ws-ics-key) "-"
                  function trim(ws-owner)
                  delimited by size into ws-ics-text
           move function length(function trim(ws-ics-text trailing))
               to ws-ics-len
           if ws-ics-len > 180
               move 180 to ws-ics-len
           end-if
           perform varying ws-ics-pos from 1 by 1
                   until ws-ics-pos > ws-ics-len
               if not (ws-ics-text(ws-ics-pos:1) >= "a"
                       and ws-ics-text(ws-ics-pos:1) <= "z")
                  and not (ws-ics-text(ws-ics-pos:1) >= "A"
                       and ws-ics-text(ws-ics-pos:1) <= "Z")
                  and not (ws-ics-text(ws-ics-pos:1) >= "0"
                       and ws-ics-text(ws-ics-pos:1) <= "9")
                   move "-" to ws-ics-text(ws-ics-pos:1)
               end-if
           end-perform
           move spaces to ws-ics-uid
           string ws-ics-text(1:ws-ics-len) "@incollege"
               delimited by size into ws-ics-uid

           move "BEGIN:VEVENT" to ics-line
           write ics-line
           move spaces to ics-line
           string "UID:" function trim(ws-ics-uid)
               delimited by size into ics-line
           write ics-line
           move spaces to ics-line
           string "DTSTAMP:" ws-ics-stamp
               delimited by size into ics-line
           write ics-line
           move ws-ics-start to ics-line
           write ics-line
           move ws-item-summary to ws-ics-text
           perform escape-ics-text
           move spaces to ws-ics-text
           string "SUMMARY:" function trim(ws-ics-escaped)
               delimited by size into ws-ics-text
           perform write-ics-folded
           if function trim(ws-ics-location) not = spaces
               move ws-ics-location to ws-ics-text
               perform escape-ics-text
               move spaces to ws-ics-text
               string "LOCATION:" function trim(ws-ics-escaped)
                   delimited by size into ws-ics-text
               perform write-ics-folded
           end-if
           move "END:VEVENT" to ics-line
           write ics-line
           add 1 to ws-ics-event-count
           .

       escape-ics-text.
           move spaces to ws-ics-escaped
           move function length(function trim(ws-ics-text trailing))
               to ws-ics-len
           move 0 to ws-ics-out-pos
           perform varying ws-ics-pos from 1 by 1
                   until ws-ics-pos > ws-ics-len
                      or ws-ics-out-pos > 397
               if ws-ics-text(ws-ics-pos:1) = "\"
                  or ws-ics-text(ws-ics-pos:1) = ","
                  or ws-ics-text(ws-ics-pos:1) = ";"
                   add 1 to ws-ics-out-pos
                   move "\" to ws-ics-escaped(ws-ics-out-pos:1)
               end-if
               add 1 to ws-ics-out-pos
               move ws-ics-text(ws-ics-pos:1)
                   to ws-ics-escaped(ws-ics-out-pos:1)
           end-perform
           .

       write-ics-folded.
           move function length(function trim(ws-ics-text trailing))
               to ws-ics-len
           move spaces to ics-line
           if ws-ics-len <= 75
               move ws-ics-text(1:ws-ics-len) to ics-line
               write ics-line
               exit paragraph
           end-if
           move ws-ics-text(1:75) to ics-line
           write ics-line
           perform varying ws-ics-pos from 76 by 74
                   until ws-ics-pos > ws-ics-len
               compute ws-ics-chunk = ws-ics-len - ws-ics-pos + 1
               if ws-ics-chunk > 74
                   move 74 to ws-ics-chunk
               end-if
               move spaces to ics-line
               move ws-ics-text(ws-ics-pos:ws-ics-chunk)
                   to ics-line(2:74)
               write ics-line
           end-perform
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
