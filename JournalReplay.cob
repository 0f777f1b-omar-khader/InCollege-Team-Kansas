      *>>       append  - the row image is appended to the named
      *>>                 line-sequential file
      *>>       update  - a keyed users.dat / profiles.dat /
      *>>                 connections.dat / applications.dat /
      *>>                 messages.dat image is written or rewritten
      *>>                 in place
      *>>       delete  - a journaled connections.dat or messages.dat
      *>>                 removal is re-applied by key
      *>>    "rewrite" and "console" summary rows cannot be replayed
      *>>    mechanically - they are listed in the report for the
      *>>    operator to re-run by hand. Counts go to
               record key is fd-conn-key
               alternate record key is fd-conn-to-user with duplicates
               file status is FILESTAT-CONN.
           select application-file assign to "applications.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-APP.
           select message-file assign to "messages.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-msg-key
               alternate record key is fd-msg-sender with duplicates
               file status is FILESTAT-MSG.
      *>>    Cross-program writers' lock shared with every data-writing
      *>>    program.
           select lock-file assign to "incollege-data.lock"
           05  fd-conn-sent-date         pic x(20).
           05  fd-conn-decided-date      pic x(20).

       fd  application-file.
       01  application-record.
           05  fd-app-key.
               10  fd-app-job-id     pic x(10).
               10  fd-app-username   pic x(32).
           05  fd-app-data           pic x(1000).

       fd  message-file.
       01  message-record.
           05  fd-msg-key.
               10  fd-msg-recipient  pic x(32).
               10  fd-msg-timestamp  pic x(20).
               10  fd-msg-sender     pic x(32).
           05  fd-msg-line           pic x(600).

       fd  lock-file.
       01  lock-line                 pic x(60).

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
       01  CN-PARSE-3                pic x(10).
       01  CN-PARSE-4                pic x(20).
       01  CN-PARSE-5                pic x(20).
       01  FILESTAT-APP              pic xx.
       01  AP-PARSE-FIELDS.
           05  AP-PARSE              occurs 12 times pic x(200).
       01  FILESTAT-MSG              pic xx.
       01  FILESTAT-RPT              pic xx.

       01  FILESTAT-LOCK             pic xx.
           .

      *>>    Keyed update images: "username,rest" for users.dat,
      *>>    "username|rest" for profiles.dat and applications.dat -
      *>>    the same one-line forms the live programs join and split.
       apply-update.
           evaluate function trim(jr-file)
               when "users.dat"
                       close connection-file
                       add 1 to ws-applied-count
                   end-if
               when "applications.dat"
                   perform split-application-image
                   open i-o application-file
                   if FILESTAT-APP = "00"
                       read application-file
                           invalid key
                               move ws-image-rest(1:1000) to fd-app-data
                               write application-record
                                   invalid key continue
                               end-write
                           not invalid key
                               move ws-image-rest(1:1000) to fd-app-data
                               rewrite application-record
                                   invalid key continue
                               end-rewrite
                       end-read
                       close application-file
                       add 1 to ws-applied-count
                   end-if
               when "messages.dat"
                   perform split-message-image
                   open i-o message-file
                   if FILESTAT-MSG not = "00"
                       open output message-file
                       close message-file
                       open i-o message-file
                   end-if
                   if FILESTAT-MSG = "00"
                       read message-file
                           invalid key
                               move jr-image(1:600) to fd-msg-line
                               write message-record
                                   invalid key continue
                               end-write
                           not invalid key
                               move jr-image(1:600) to fd-msg-line
                               rewrite message-record
                                   invalid key continue
                               end-rewrite
                       end-read
                       close message-file
                       add 1 to ws-applied-count
                   end-if
               when other
                   add 1 to ws-manual-count
           end-evaluate
           .

      *>>    username|title|employer|location|status|resume|ans1..ans5
      *>>    |job-id: the key is the job-id (field 12) plus the
      *>>    applicant, the data is everything after the first "|".
       split-application-image.
           move spaces to ws-image-user
           move spaces to ws-image-rest
           move 1 to ws-parse-pos
           unstring jr-image delimited by "|" into ws-image-user
               with pointer ws-parse-pos
           end-unstring
           move jr-image(ws-parse-pos:) to ws-image-rest
           move spaces to AP-PARSE-FIELDS
           unstring jr-image delimited by "|" into
               AP-PARSE(1) AP-PARSE(2) AP-PARSE(3) AP-PARSE(4)
               AP-PARSE(5) AP-PARSE(6) AP-PARSE(7) AP-PARSE(8)
               AP-PARSE(9) AP-PARSE(10) AP-PARSE(11) AP-PARSE(12)
           end-unstring
           move function trim(ws-image-user) to fd-app-username
           move function trim(AP-PARSE(12)) to fd-app-job-id
           .

      *>>    sender|recipient|content|timestamp|...: the key repeats
      *>>    the recipient (field 2), timestamp (field 4) and sender
      *>>    (field 1); the record carries the whole one-line row.
       split-message-image.
           move spaces to message-record
           move spaces to AP-PARSE-FIELDS
           unstring jr-image delimited by "|" into
               AP-PARSE(1) AP-PARSE(2) AP-PARSE(3) AP-PARSE(4)
           end-unstring
           move function trim(AP-PARSE(2)) to fd-msg-recipient
           move function trim(AP-PARSE(4)) to fd-msg-timestamp
           move function trim(AP-PARSE(1)) to fd-msg-sender
           .

      *>>    from|to|status|sent-date|decided-date, the image
      *>>    journal-connection-row writes, split back into the keyed
      *>>    record.
           .

      *>>    Journaled removals replay by key; only connections.dat
      *>>    and messages.dat record them, so anything else goes to
      *>>    the manual list.
       apply-delete.
           if function trim(jr-file) = "messages.dat"
               perform split-message-image
               open i-o message-file
               if FILESTAT-MSG = "00"
                   delete message-file record
                       invalid key continue
                   end-delete
                   close message-file
                   add 1 to ws-applied-count
               end-if
               exit paragraph
           end-if
           if function trim(jr-file) = "connections.dat"
               perform split-connection-image
               open i-o connection-file
