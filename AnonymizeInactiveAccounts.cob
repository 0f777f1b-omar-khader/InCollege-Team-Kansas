      *>>       messages.dat      - sender/recipient re-pointed at
      *>>                           the token; their sent text blanked
      *>>       profile-views.dat - both name fields re-pointed
      *>>       cover-letters.dat - letter text blanked (the row and
      *>>                           its application key stay)
      *>>       eeo-selfid.dat    - any voluntary self-identification
      *>>                           row dropped outright; it is not
      *>>                           history anything reports against
      *>>       profile-revisions.dat - earlier profile images
      *>>                           dropped outright, for the same
      *>>                           reason
      *>>    Row counts are otherwise preserved so CensusTrendReport
      *>>    and ApplicationFunnelReport history stay truthful, and
      *>>    NOTHING goes to a recycle bin - unlike deletion, this is
      *>>    deliberately irreversible. Users on the operator's
               record key is fd-profile-username
               file status is FILESTAT-PROFILE.
           select message-file assign to "messages.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-msg-key
               alternate record key is fd-msg-sender with duplicates
               file status is FILESTAT-MSG.
           select cover-letter-file assign to "cover-letters.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-cover-key
               alternate record key is fd-cover-username with duplicates
               file status is FILESTAT-COVER.
           select profile-view-file assign to "profile-views.dat"
               organization is line sequential
               file status is FILESTAT-PVIEW.
           select eeo-selfid-file assign to "eeo-selfid.dat"
               organization is line sequential
               file status is FILESTAT-EEO.
           select profile-revision-file assign to "profile-revisions.dat"
               organization is line sequential
               file status is FILESTAT-PREV.
           select audit-file assign to "security-audit.dat"
               organization is line sequential
               file status is FILESTAT-AUDIT.
           05  fd-profile-data       pic x(5968).

       fd  message-file.
       01  message-record.
           05  fd-msg-key.
               10  fd-msg-recipient  pic x(32).
               10  fd-msg-timestamp  pic x(20).
               10  fd-msg-sender     pic x(32).
           05  fd-msg-line           pic x(600).

       fd  cover-letter-file.
       01  cover-letter-record.
           05  fd-cover-key.
               10  fd-cover-job-id   pic x(10).
               10  fd-cover-username pic x(32).
           05  fd-cover-date         pic x(8).
           05  fd-cover-line-count   pic 9(02).
           05  fd-cover-lines        occurs 10 times pic x(100).

       fd  profile-view-file.
       01  profile-view-line         pic x(100).

       fd  eeo-selfid-file.
       01  eeo-selfid-line           pic x(150).

       fd  profile-revision-file.
       01  profile-revision-line     pic x(6200).

       fd  audit-file.
       01  audit-line                pic x(400).

       01  journal-line              pic x(6200).

       fd  temp-scrub-file.
       01  temp-scrub-line           pic x(6200).

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
       01  FILESTAT-PROFILE          pic xx.
       01  FILESTAT-MSG              pic xx.
       01  FILESTAT-PVIEW            pic xx.
       01  FILESTAT-EEO              pic xx.
       01  FILESTAT-PREV             pic xx.
       01  FILESTAT-COVER            pic xx.
       01  FILESTAT-AUDIT            pic xx.
       01  FILESTAT-HOLD             pic xx.
       01  FILESTAT-CTL              pic xx.
       01  ws-rest                   pic x(5900).
       01  ws-changed                pic x value "n".

       01  COVER-JOB-TABLE.
           05  COVER-JOB-ENTRY       occurs 500 times pic x(10).
       01  COVER-JOB-COUNT           pic 9(04) value 0.
       01  ws-cover-idx              pic 9(02) value 0.

       procedure division.
       main.
           perform verify-layout-versions
           perform scrub-profile-row
           perform scrub-message-rows
           perform scrub-profile-view-rows
           perform scrub-cover-letter-rows
           perform scrub-eeo-selfid-rows
           perform scrub-profile-revision-rows

           add 1 to ws-scrubbed-count
           move spaces to report-line
      *>>    Sender/recipient re-pointed at the token; the text of
      *>>    messages THEY sent is blanked (it is their PII), while
      *>>    text sent TO them stays - it belongs to the sender. Row
      *>>    count unchanged. messages.dat is keyed on recipient +
      *>>    timestamp + sender, so the target's rows are gathered by
      *>>    START on the recipient and on the alternate sender key,
      *>>    then each is deleted and re-written under its new key.
       scrub-message-rows.
           move 0 to LINES-COUNT
           move "n" to ws-lines-overflow
           open input message-file
           if FILESTAT-MSG = "00"
               move ws-target to fd-msg-recipient
               move low-values to fd-msg-timestamp
               move low-values to fd-msg-sender
               start message-file key is >= fd-msg-key
                   invalid key continue
                   not invalid key
                       perform until 1 = 2
                           read message-file next record
                               at end exit perform
                           end-read
                           if fd-msg-recipient not = ws-target
                               exit perform
                           end-if
                           perform stash-message-row
                       end-perform
               end-start
               move ws-target to fd-msg-sender
               start message-file key is equal to fd-msg-sender
                   invalid key continue
                   not invalid key
                       perform until 1 = 2
                           read message-file next record
                               at end exit perform
                           end-read
                           if fd-msg-sender not = ws-target
                               exit perform
                           end-if
                           if fd-msg-recipient not = ws-target
                               perform stash-message-row
                           end-if
                       end-perform
               end-start
               close message-file
           end-if
           if ws-lines-overflow = "y"
               move "messages.dat over 2000 rows for this user - its scrub was skipped this run." to report-line
               write report-line
               exit paragraph
           end-if
           if LINES-COUNT = 0
               exit paragraph
           end-if

           open i-o message-file
           if FILESTAT-MSG not = "00"
               exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > LINES-COUNT
               move LINE-ENTRY(ws-i) to fd-msg-line
               perform key-message-record
               delete message-file record
                   invalid key continue
               end-delete
               perform scrub-one-message
               move LINE-ENTRY(ws-i) to fd-msg-line
               perform key-message-record
               write message-record
                   invalid key continue
               end-write
           end-perform
           close message-file

           move "messages.dat" to ws-journal-file
           move "rewrite" to ws-journal-action
           move spaces to ws-journal-image
           string "anonymization scrub of "
                  function trim(ws-target) " -> "
                  function trim(ws-token)
                  delimited by size into ws-journal-image
           end-string
           perform write-journal-row
           .

       stash-message-row.
           if LINES-COUNT < 2000
               add 1 to LINES-COUNT
               move fd-msg-line to LINE-ENTRY(LINES-COUNT)
           else
               move "y" to ws-lines-overflow
           end-if
           .

      *>>    Sets the record key from the row in fd-msg-line
      *>>    (sender|recipient|content|timestamp|...).
       key-message-record.
           move spaces to PARSE-FIELD-1
           move spaces to PARSE-FIELD-2
           move spaces to PARSE-FIELD-3
           move spaces to PARSE-FIELD-4
           unstring fd-msg-line delimited by "|" into
               PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3 PARSE-FIELD-4
           end-unstring
           move function trim(PARSE-FIELD-2) to fd-msg-recipient
           move function trim(PARSE-FIELD-4) to fd-msg-timestamp
           move function trim(PARSE-FIELD-1) to fd-msg-sender
           .

       scrub-one-message.
           move spaces to PARSE-FIELD-1
           move spaces to PARSE-FIELD-2
           move "y" to ws-changed
           .

      *>>    The target's cover letters keep their job-id +
      *>>    applicant key - the application they belong to is not
      *>>    re-keyed - but the letter itself is their own words and
      *>>    is replaced with a one-line "(anonymized)".
       scrub-cover-letter-rows.
           move 0 to COVER-JOB-COUNT
           open input cover-letter-file
           if FILESTAT-COVER = "00"
               move ws-target to fd-cover-username
               start cover-letter-file key is equal to fd-cover-username
                   invalid key continue
                   not invalid key
                       perform until 1 = 2
                           read cover-letter-file next record
                               at end exit perform
                           end-read
                           if fd-cover-username not = ws-target
                              or COVER-JOB-COUNT >= 500
                               exit perform
                           end-if
                           add 1 to COVER-JOB-COUNT
                           move fd-cover-job-id
                               to COVER-JOB-ENTRY(COVER-JOB-COUNT)
                       end-perform
               end-start
               close cover-letter-file
           end-if
           if COVER-JOB-COUNT = 0
               exit paragraph
           end-if

           open i-o cover-letter-file
           if FILESTAT-COVER not = "00"
               exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > COVER-JOB-COUNT
               move COVER-JOB-ENTRY(ws-i) to fd-cover-job-id
               move ws-target to fd-cover-username
               read cover-letter-file
                   invalid key continue
                   not invalid key
                       perform varying ws-cover-idx from 1 by 1
                               until ws-cover-idx > 10
                           move spaces to fd-cover-lines(ws-cover-idx)
                       end-perform
                       move "(anonymized)" to fd-cover-lines(1)
                       move 1 to fd-cover-line-count
                       rewrite cover-letter-record
                           invalid key continue
                       end-rewrite
               end-read
           end-perform
           close cover-letter-file

           move "cover-letters.dat" to ws-journal-file
           move "rewrite" to ws-journal-action
           move spaces to ws-journal-image
           string "anonymization scrub of "
                  function trim(ws-target) " - "
                  COVER-JOB-COUNT " letter(s) blanked"
                  delimited by size into ws-journal-image
           end-string
           perform write-journal-row
           .

       scrub-profile-view-rows.
           move 0 to LINES-COUNT
           move "n" to ws-lines-overflow
           end-if
           .

      *>>    The account's self-identification answers are deleted, not
      *>>    re-pointed at the token: a surviving row would still tie
      *>>    its answers to one anonymous account.
       scrub-eeo-selfid-rows.
           move "eeo-selfid.dat.new" to WS-TEMP-SCRUB-NAME
           move "eeo-selfid.dat" to WS-SCRUB-TARGET-NAME
           move 0 to ws-swap-written
           move "n" to ws-changed
           open input eeo-selfid-file
           if FILESTAT-EEO not = "00"
               exit paragraph
           end-if
           open output temp-scrub-file
           if FILESTAT-TMPS not = "00"
               close eeo-selfid-file
               exit paragraph
           end-if
           perform until 1 = 2
               read eeo-selfid-file into eeo-selfid-line
                   at end exit perform
               end-read
               move spaces to PARSE-FIELD-1
               unstring eeo-selfid-line delimited by "|"
                   into PARSE-FIELD-1
               end-unstring
               if function trim(PARSE-FIELD-1) = function trim(ws-target)
                   move "y" to ws-changed
               else
                   move eeo-selfid-line to temp-scrub-line
                   write temp-scrub-line
                   add 1 to ws-swap-written
               end-if
           end-perform
           close eeo-selfid-file
           close temp-scrub-file

           if ws-changed = "y"
               perform verify-and-swap-scrub
               move "eeo-selfid.dat" to ws-journal-file
               move "delete" to ws-journal-action
               move spaces to ws-journal-image
               string "anonymization scrub of "
                      function trim(ws-target)
                      delimited by size into ws-journal-image
               end-string
               perform write-journal-row
           else
               call "CBL_DELETE_FILE" using WS-TEMP-SCRUB-NAME
               end-call
               move 0 to return-code
           end-if
           .

      *>>    Earlier profile images carry the very name, about-me
      *>>    and history scrub-profile-row just removed, so the
      *>>    account's revision rows go too.
       scrub-profile-revision-rows.
           move "profile-revisions.dat.new" to WS-TEMP-SCRUB-NAME
           move "profile-revisions.dat" to WS-SCRUB-TARGET-NAME
           move 0 to ws-swap-written
           move "n" to ws-changed
           open input profile-revision-file
           if FILESTAT-PREV not = "00"
               exit paragraph
           end-if
           open output temp-scrub-file
           if FILESTAT-TMPS not = "00"
               close profile-revision-file
               exit paragraph
           end-if
           perform until 1 = 2
               read profile-revision-file into profile-revision-line
                   at end exit perform
               end-read
               move spaces to PARSE-FIELD-1
               unstring profile-revision-line delimited by "|"
                   into PARSE-FIELD-1
               end-unstring
               if function trim(PARSE-FIELD-1) = function trim(ws-target)
                   move "y" to ws-changed
               else
                   move profile-revision-line to temp-scrub-line
                   write temp-scrub-line
                   add 1 to ws-swap-written
               end-if
           end-perform
           close profile-revision-file
           close temp-scrub-file

           if ws-changed = "y"
               perform verify-and-swap-scrub
               move "profile-revisions.dat" to ws-journal-file
               move "delete" to ws-journal-action
               move spaces to ws-journal-image
               string "anonymization scrub of "
                      function trim(ws-target)
                      delimited by size into ws-journal-image
               end-string
               perform write-journal-row
           else
               call "CBL_DELETE_FILE" using WS-TEMP-SCRUB-NAME
               end-call
               move 0 to return-code
           end-if
           .

      *>>    Re-reads the just-written ".new" file, refuses the swap
      *>>    on a count mismatch (report line, live file untouched),
      *>>    and renames it over WS-SCRUB-TARGET-NAME when the
