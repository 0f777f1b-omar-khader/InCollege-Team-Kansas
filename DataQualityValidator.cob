               organization is line sequential
               file status is FILESTAT-LAYOUT.
           select application-file assign to "applications.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-APP.
           select job-file assign to "jobs.dat"
               organization is line sequential
               file status is FILESTAT-JOB.
           select message-file assign to "messages.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-msg-key
               alternate record key is fd-msg-sender with duplicates
               file status is FILESTAT-MSG.
           select profile-file assign to "profiles.dat"
               organization is indexed
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

       fd  message-file.
       01  message-record.
           05  fd-msg-key.
               10  fd-msg-recipient  pic x(32).
               10  fd-msg-timestamp  pic x(20).
               10  fd-msg-sender     pic x(32).
           05  fd-msg-line           pic x(600).

       fd  profile-file.
       01  profile-record.
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

       01  FILESTAT-APP              pic xx.
       01  application-line          pic x(1000).
       01  FILESTAT-JOB              pic xx.
       01  FILESTAT-MSG              pic xx.
       01  FILESTAT-PROFILE          pic xx.
               stop run
           end-if

           perform validate-applications
           move 2 to ws-file-num
           perform validate-one-sequential-file
           perform validate-messages
           perform validate-profiles

           move spaces to report-line
           end-if
           .

      *>>    ws-file-num: 2 = jobs.dat (1 was applications.dat and 3
      *>>    messages.dat, both now indexed and validated by key in
      *>>    validate-applications / validate-messages). Loads the
      *>>    file, flags bad rows, appends them to the quarantine twin,
      *>>    and compacts the live file.
       validate-one-sequential-file.
           move 0 to LINES-COUNT
           move "n" to ws-file-overflow
           evaluate ws-file-num
               when 2
                   move "jobs-quarantine.dat" to WS-QUARANTINE-FILENAME
                   open input job-file
                       end-perform
                       close job-file
                   end-if
           end-evaluate

           if ws-file-overflow = "y"
           perform varying ws-i from 1 by 1 until ws-i > LINES-COUNT
               move "n" to ws-row-bad
               evaluate ws-file-num
                   when 2 perform check-job-row
               end-evaluate
               if ws-row-bad = "y"
                   move LINE-ENTRY(ws-i) to quarantine-line

      *>>    username|job-title|employer|location|status|... - status
      *>>    must be one of the lifecycle values update-application-
      *>>    status and extend-job-offer write (a blank is legal on
      *>>    rows predating the field, which the parsers default to
      *>>    Applied). Checks the re-joined row in application-line.
       check-application-row.
           perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 20
               move spaces to PARSE-FIELD(ws-parse-idx)
           end-perform
           unstring application-line delimited by "|" into
               PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
               PARSE-FIELD(4) PARSE-FIELD(5)
           end-unstring
           if function trim(PARSE-FIELD(1)) = spaces
               move "application: blank applicant" to ws-error-label
               perform count-error
           if function trim(PARSE-FIELD(5)) not = spaces
              and function trim(PARSE-FIELD(5)) not = "Applied"
              and function trim(PARSE-FIELD(5)) not = "Interviewing"
              and function trim(PARSE-FIELD(5)) not = "Offer"
              and function trim(PARSE-FIELD(5)) not = "Rejected"
              and function trim(PARSE-FIELD(5)) not = "Hired"
              and function trim(PARSE-FIELD(5)) not = "Withdrawn"
              and function trim(PARSE-FIELD(11)) not = "Open"
              and function trim(PARSE-FIELD(11)) not = "Filled"
              and function trim(PARSE-FIELD(11)) not = "Closed"
              and function trim(PARSE-FIELD(11)) not = "pending-review"
              and function trim(PARSE-FIELD(11)) not = "Rejected"
               move "job: status not a recognized posting status" to ws-error-label
               perform count-error
           end-if
           .

      *>>    sender|recipient|content|timestamp|status|type|... - the
      *>>    type field only ever holds "message" or "interview"
      *>>    (blank on rows predating it). Checks the row in
      *>>    fd-msg-line.
       check-message-row.
           perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 20
               move spaces to PARSE-FIELD(ws-parse-idx)
           end-perform
           unstring fd-msg-line delimited by "|" into
               PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
               PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
           end-unstring
           if function trim(PARSE-FIELD(1)) = spaces
               move "message: blank sender" to ws-error-label
               perform count-error
           end-if

           evaluate ws-file-num
               when 2 open output job-file
           end-evaluate
           perform varying ws-i from 1 by 1 until ws-i > LINES-COUNT
               if bad-flag(ws-i) = "n"
                   evaluate ws-file-num
                       when 2
                           move LINE-ENTRY(ws-i) to job-line
                           write job-line
                   end-evaluate
               end-if
           end-perform
           evaluate ws-file-num
               when 2 close job-file
           end-evaluate
           .

      *>>    applications.dat is indexed: each record is re-joined
      *>>    into its one-line form and checked, and a bad one is
      *>>    deleted by key and appended to
      *>>    applications-quarantine.dat.
       validate-applications.
           move "applications-quarantine.dat" to WS-QUARANTINE-FILENAME
           open i-o application-file
           if FILESTAT-APP not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read application-file next record
                   at end exit perform
               end-read
               if FILESTAT-APP not = "00"
                   exit perform
               end-if
               move spaces to application-line
               string function trim(fd-app-username) "|" fd-app-data
                   delimited by size into application-line
               end-string
               move "n" to ws-row-bad
               perform check-application-row
               if ws-row-bad = "y"
                   move application-line to quarantine-line
                   perform append-quarantine-row
                   delete application-file record
                       invalid key continue
                   end-delete
               end-if
           end-perform
           close application-file
           .

      *>>    messages.dat is indexed the same way: a bad record is
      *>>    deleted by key and its row appended to
      *>>    messages-quarantine.dat.
       validate-messages.
           move "messages-quarantine.dat" to WS-QUARANTINE-FILENAME
           open i-o message-file
           if FILESTAT-MSG not = "00"
               exit paragraph
           end-if
           perform until 1 = 2
               read message-file next record
                   at end exit perform
               end-read
               if FILESTAT-MSG not = "00"
                   exit perform
               end-if
               move "n" to ws-row-bad
               perform check-message-row
               if ws-row-bad = "y"
                   move fd-msg-line to quarantine-line
                   perform append-quarantine-row
                   delete message-file record
                       invalid key continue
                   end-delete
               end-if
           end-perform
           close message-file
           .

      *>>    profiles.dat is indexed: bad records are deleted by key
      *>>    and appended to profiles-quarantine.dat. The gradyear is
      *>>    the 5th pipe field of fd-profile-data.
