      *>>    file goes to Archive-Retention-Report.txt. Archived rows
      *>>    stay readable through AdminConsole's archive lookup.
      *>>
      *>>    messages.dat is indexed (recipient + timestamp + sender),
      *>>    so its aged rows are deleted by key as they are archived
      *>>    rather than compacted through a ".new" rewrite.
      *>>
      *>>    The retention period (days) is read from
      *>>    archive-retention.dat; 365 when the file is absent.
       identification division.
           select live-file assign to WS-LIVE-FILENAME
               organization is line sequential
               file status is FILESTAT-LIVE.
           select message-file assign to "messages.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-msg-key
               alternate record key is fd-msg-sender with duplicates
               file status is FILESTAT-MSG.
           select archive-file assign to WS-ARCHIVE-FILENAME
               organization is line sequential
               file status is FILESTAT-ARCH.
       fd  live-file.
       01  live-line                 pic x(600).

       fd  message-file.
       01  message-record.
           05  fd-msg-key.
               10  fd-msg-recipient  pic x(32).
               10  fd-msg-timestamp  pic x(20).
               10  fd-msg-sender     pic x(32).
           05  fd-msg-line           pic x(600).

       fd  archive-file.
       01  archive-line              pic x(600).

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
       01  ws-lock-now-min           pic 9(09) value 0.

       01  FILESTAT-LIVE             pic xx.
       01  FILESTAT-MSG              pic xx.
       01  FILESTAT-ARCH             pic xx.
       01  FILESTAT-CTL              pic xx.
       01  FILESTAT-RPT              pic xx.
           .

       archive-one-file.
           if ws-file-num = 1
               perform archive-message-file
               exit paragraph
           end-if
           evaluate ws-file-num
               when 1 move "messages.dat" to WS-LIVE-FILENAME
               when 2 move "notifications.dat" to WS-LIVE-FILENAME
           write report-line
           .

      *>>    messages.dat streamed by key: each row goes through the
      *>>    same stamp/hold checks in LINE-ENTRY(1), and an aged one
      *>>    is appended to its archive year and deleted in place.
       archive-message-file.
           move "messages.dat" to WS-LIVE-FILENAME
           move 0 to ws-moved-count
           move 0 to ws-kept-count
           move 1 to ws-i
           open i-o message-file
           if FILESTAT-MSG = "00"
               perform until 1 = 2
                   read message-file next record
                       at end exit perform
                   end-read
                   if FILESTAT-MSG not = "00"
                       exit perform
                   end-if
                   move fd-msg-line to LINE-ENTRY(1)
                   perform extract-row-stamp
                   perform decide-row-fate
                   if keep-flag(1) = "n"
                       perform write-archive-row
                       delete message-file record
                           invalid key continue
                       end-delete
                       add 1 to ws-moved-count
                   else
                       add 1 to ws-kept-count
                   end-if
               end-perform
               close message-file
           end-if

           add ws-moved-count to ws-total-moved

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "-- " function trim(WS-LIVE-FILENAME) " --"
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Archived: " ws-moved-count "  Kept: " ws-kept-count
                  "  (held rows preserved so far: " ws-held-rows ")"
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           .

      *>>    Recycle entries past the retention window are dropped -
      *>>    they were deletions to begin with; the window only exists
      *>>    so "I deleted the wrong thing" stays fixable for a while.
