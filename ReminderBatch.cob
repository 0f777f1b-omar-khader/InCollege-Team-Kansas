      *>>    Day-before reminder sweep, the first batch that looks at
      *>>    the calendar instead of reacting to keystrokes: scans
      *>>    interview-slots.dat for confirmed slots falling tomorrow,
      *>>    event-rsvps.dat (joined to events.dat) for tomorrow's
      *>>    events and mock-interviews.dat for tomorrow's booked
      *>>    practice interviews, and queues one notifications.dat
      *>>    reminder per participant (both sides of a practice
      *>>    interview) for NotificationDispatcher's next digest.
      *>>    Most interview no-shows are forgetfulness, not flakiness.
       identification division.
       program-id. ReminderBatch.
           select event-rsvp-file assign to "event-rsvps.dat"
               organization is line sequential
               file status is FILESTAT-RSVP.
           select mock-interview-file assign to "mock-interviews.dat"
               organization is line sequential
               file status is FILESTAT-MOCK.
           select notification-file assign to "notifications.dat"
               organization is line sequential
               file status is FILESTAT-NOTIF.
       fd  event-rsvp-file.
       01  event-rsvp-line           pic x(100).

       fd  mock-interview-file.
       01  mock-interview-line       pic x(700).

       fd  notification-file.
       01  notification-line         pic x(400).

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
       01  FILESTAT-SLOT             pic xx.
       01  FILESTAT-EVENT            pic xx.
       01  FILESTAT-RSVP             pic xx.
       01  FILESTAT-MOCK             pic xx.
       01  FILESTAT-NOTIF            pic xx.
       01  FILESTAT-RPT              pic xx.


           perform remind-interviews
           perform remind-events
           perform remind-mock-interviews

           move spaces to report-line
           write report-line
           end-if
           .

      *>>    mock-interviews.dat: interviewer|student|focus-kind|
      *>>    focus|slot-time|status|... - a "booked" practice
      *>>    interview tomorrow reminds the student and the volunteer.
       remind-mock-interviews.
           open input mock-interview-file
           if FILESTAT-MOCK = "00"
               perform until 1 = 2
                   read mock-interview-file into mock-interview-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD-1
                   move spaces to PARSE-FIELD-2
                   move spaces to PARSE-FIELD-3
                   move spaces to PARSE-FIELD-4
                   move spaces to PARSE-FIELD-5
                   move spaces to PARSE-FIELD-6
                   unstring mock-interview-line delimited by "|" into
                       PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                       PARSE-FIELD-4 PARSE-FIELD-5 PARSE-FIELD-6
                   end-unstring
                   if function trim(PARSE-FIELD-6) = "booked"
                       move PARSE-FIELD-5(1:30) to ws-sched-raw
                       perform normalize-schedule-date
                       if ws-sched-norm = ws-tomorrow-x
                           move function trim(PARSE-FIELD-2)
                               to ws-recipient
                           move spaces to notif-detail
                           string "Reminder: your practice interview"
                                  " with "
                                  function trim(PARSE-FIELD-1)
                                  " is tomorrow ("
                                  function trim(PARSE-FIELD-5) ")."
                                  delimited by size into notif-detail
                           perform queue-reminder
                           move function trim(PARSE-FIELD-1)
                               to ws-recipient
                           move spaces to notif-detail
                           string "Reminder: you are interviewing "
                                  function trim(PARSE-FIELD-2)
                                  " for practice tomorrow ("
                                  function trim(PARSE-FIELD-5) ")."
                                  delimited by size into notif-detail
                           perform queue-reminder
                           move spaces to report-line
                           string "Practice interview reminder -> "
                                  function trim(PARSE-FIELD-2) ", "
                                  function trim(PARSE-FIELD-1)
                                  delimited by size into report-line
                           write report-line
                       end-if
                   end-if
               end-perform
               close mock-interview-file
           end-if
           .

       queue-reminder.
           open extend notification-file
           if FILESTAT-NOTIF not = "00"
