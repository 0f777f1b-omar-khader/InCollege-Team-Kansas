           select job-file assign to "jobs.dat"
               organization is line sequential
               file status is FILESTAT-JOB.
      *>>    recipient|event|detail|timestamp outbox; a released or
      *>>    rejected held posting tells its poster here.
           select notification-file assign to "notifications.dat"
               organization is line sequential
               file status is FILESTAT-NOTIF.
           select application-file assign to "applications.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-APP.
      *>>    Cover letters ride on the application key (job-id +
      *>>    applicant), so a merge or rename re-keys them alongside
      *>>    the applications.
           select cover-letter-file assign to "cover-letters.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-cover-key
               alternate record key is fd-cover-username with duplicates
               file status is FILESTAT-COVER.
           select message-file assign to "messages.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-msg-key
               alternate record key is fd-msg-sender with duplicates
               file status is FILESTAT-MSG.
           select skills-file assign to "skills-progress.dat"
               organization is line sequential
           select applicant-note-file assign to "applicant-notes.dat"
               organization is line sequential
               file status is FILESTAT-ANOTE.
           select template-file assign to "message-templates.dat"
               organization is line sequential
               file status is FILESTAT-TPL.
           select featured-file assign to "featured-postings.dat"
               organization is line sequential
               file status is FILESTAT-FEATURE.

      *>>    Operator-maintained legal-hold list (username|date|
      *>>    reason): when counsel says preserve everything, the
               organization is line sequential
               file status is FILESTAT-HOLD.

      *>>    Advisor caseloads (advisor|student|assigned-date|reason):
      *>>    CaseloadAssignBatch fills it from the rules file; the
      *>>    console moves a student to another advisor by hand.
           select caseload-file assign to "caseloads.dat"
               organization is line sequential
               file status is FILESTAT-CASELOAD.

      *>>    Layout-version registry shared with InCollege.cob: the
      *>>    console refuses to run against a file stamped newer than
      *>>    the layouts this build parses.
               organization is line sequential
               file status is FILESTAT-CREVIEW.

      *>>    Public questions on job postings (question-id|job-id|
      *>>    asker|question|asked-date|status|answer|answered-by|
      *>>    answered-date): "question" moderation-queue entries
      *>>    (question-id@job-id) are held until dismissing the
      *>>    report releases the question to the company; purging
      *>>    drops it.
           select job-question-file assign to "job-questions.dat"
               organization is line sequential
               file status is FILESTAT-JOBQ.

      *>>    Earlier profile images kept by InCollege.cob's save-profile
      *>>    (username|timestamp|changed-fields|prior profiles.dat
      *>>    row); shown read-only from a support ticket when an
      *>>    account may have been taken over.
           select profile-revision-file assign to "profile-revisions.dat"
               organization is line sequential
               file status is FILESTAT-PREV.

      *>>    Group discussion board rows (group-id|author|timestamp|
      *>>    text); "gpost" moderation reports reference them by
      *>>    author@timestamp like messages.
               organization is line sequential
               file status is FILESTAT-MODQ.

      *>>    Help-desk tickets raised from InCollege.cob's Contact
      *>>    Support (ticket-id|requester|category|text|opened|
      *>>    status|assigned-operator|closed), worked from the ticket
      *>>    queue here.
           select support-ticket-file assign to "support-tickets.dat"
               organization is line sequential
               file status is FILESTAT-TICKET.

      *>>    Published terms-of-use and privacy-notice versions
      *>>    (policy|version|effective-date|text-file). InCollege.cob
      *>>    holds every user at login until they accept the version
      *>>    in force; the text file is checked for here before a
      *>>    version is published.
           select policy-version-file assign to "policy-versions.dat"
               organization is line sequential
               file status is FILESTAT-POLICY.
           select policy-text-file assign to ws-policy-text-name
               organization is line sequential
               file status is FILESTAT-POLTEXT.

      *>>    Append-only security audit trail shared with
      *>>    InCollege.cob (timestamp|actor|event|target|detail);
      *>>    operator deactivate/reactivate and purge actions land
       fd  job-file.
       01  job-line                  pic x(1000).

       fd  notification-file.
       01  notification-line         pic x(400).

       fd  application-file.
       01  application-record.
           05  fd-app-key.
               10  fd-app-job-id     pic x(10).
               10  fd-app-username   pic x(32).
           05  fd-app-data           pic x(1000).

       fd  cover-letter-file.
       01  cover-letter-record.
           05  fd-cover-key.
               10  fd-cover-job-id   pic x(10).
               10  fd-cover-username pic x(32).
           05  fd-cover-data         pic x(1010).

       fd  message-file.
       01  message-record.
           05  fd-msg-key.
               10  fd-msg-recipient  pic x(32).
               10  fd-msg-timestamp  pic x(20).
               10  fd-msg-sender     pic x(32).
           05  fd-msg-line           pic x(600).

       fd  skills-file.
       01  skills-line               pic x(100).
       fd  company-review-file.
       01  company-review-line       pic x(300).

       fd  job-question-file.
       01  job-question-line         pic x(600).

       fd  profile-revision-file.
       01  profile-revision-line     pic x(6200).

       fd  operator-file.
       01  operator-line             pic x(80).

       01  journal-line              pic x(6200).

      *>>    Wide enough for the widest line-sequential row the
      *>>    console rewrites (profile-revisions.dat x(6200)).
       fd  temp-seq-file.
       01  temp-seq-line             pic x(6200).

       fd  layout-version-file.
       01  layout-version-line       pic x(40).
       fd  legal-hold-file.
       01  legal-hold-line           pic x(150).

       fd  caseload-file.
       01  caseload-line             pic x(200).

       fd  company-file.
       01  company-line              pic x(300).

       fd  applicant-note-file.
       01  applicant-note-line       pic x(350).

       fd  template-file.
       01  template-line             pic x(300).

       fd  featured-file.
       01  featured-line             pic x(200).

       fd  support-ticket-file.
       01  support-ticket-line       pic x(700).

       fd  policy-version-file.
       01  policy-version-line       pic x(200).

       fd  policy-text-file.
       01  policy-text-line          pic x(200).

       fd  career-fair-file.
       01  career-fair-line          pic x(150).

       01  FILESTAT-CONN             pic xx.
       01  FILESTAT-JOB              pic xx.
       01  FILESTAT-APP              pic xx.
      *>>    applications.dat rows in their one-line
      *>>    username|title|...|job-id form (recycle payloads, the
      *>>    purge/merge tables), and the split used to key them.
       01  application-line          pic x(1000).
       01  AP-PARSE-FIELDS.
           05  AP-PARSE              occurs 12 times pic x(200).
       01  ws-app-rekey-from         pic x(32).
       01  ws-app-rekey-to           pic x(32).
       01  ws-app-rekey-count        pic 9(04) value 0.
       01  FILESTAT-COVER            pic xx.
       01  COVER-REKEY-TABLE.
           05  COVER-REKEY-JOB       occurs 500 times pic x(10).
       01  COVER-REKEY-COUNT         pic 9(04) value 0.
       01  ws-cover-rekey-count      pic 9(04) value 0.
       01  FILESTAT-MSG              pic xx.
      *>>    messages.dat rows in their one-line form (fd-msg-line),
      *>>    and the sender/recipient re-key shared by merge and
      *>>    rename.
       01  message-line              pic x(600).
       01  ws-msg-rest               pic x(600).
       01  ws-msg-rekey-from         pic x(32).
       01  ws-msg-rekey-to           pic x(32).
       01  ws-msg-rekey-count        pic 9(04) value 0.

       01  FILESTAT-LOCK             pic xx.
       01  WS-LOCK-OWNER             pic x(30) value "AdminConsole".
       01  ws-rename-count           pic 9(05) value 0.
       01  ws-rename-label           pic x(30).
       01  ws-rename-delim           pic x value "|".
      *>>    One byte per leading field of the row: "U" where the
      *>>    field holds a username to rename, "." where it does not.
       01  ws-rename-map             pic x(10) value "U".
       01  ws-rename-field-no        pic 99 value 0.
       01  ws-rename-field-start     pic 9(04) value 0.
       01  ws-rename-field-len       pic 9(04) value 0.
       01  ws-rename-field           pic x(300).
       01  ws-rename-delim-hit       pic x.
       01  ws-rename-out-pos         pic 9(04) value 0.
       01  ws-rename-row             pic x(1000).
       01  ws-rename-out             pic x(1000).
       01  ws-rename-seq-name        pic x(30).
       01  ws-rename-hold            pic x(200).
       01  ws-rename-profile-hold    pic x(5968).
       01  MERGE-CONN-COUNT          pic 9(03) value 0.
      *>>    Wide enough for the widest delimited row walked by the
      *>>    merge/rename substitutions - a jobs.dat row now runs to
      *>>    31 fields (status, question block, posted date,
      *>>    eligibility criteria, posting id, required skills,
      *>>    certification, category).
       01  MRG-FIELDS.
           05  MRG-FIELD             occurs 31 times pic x(300).

       01  FILESTAT-RECYCLE          pic xx.
       01  WS-RECYCLE-FILENAME       pic x(40).

       01  FILESTAT-GPOST            pic xx.
       01  FILESTAT-CREVIEW          pic xx.
       01  FILESTAT-JOBQ             pic xx.
       01  FILESTAT-PREV             pic xx.
       01  GEN-PARSE-5               pic x(200).
       01  GEN-PARSE-6               pic x(200).
       01  FILESTAT-FAIR             pic xx.
       01  ws-modq-ref-a             pic x(100).
       01  ws-modq-ref-b             pic x(100).
       01  ws-mod-found              pic x value "n".
      *>>    "jobscreen" entries: the held posting's poster, field
      *>>    positions and the status the moderator's decision sets.
       01  FILESTAT-NOTIF            pic xx.
       01  ws-scr-poster             pic x(32).
       01  ws-scr-title              pic x(50).
       01  ws-scr-new-status         pic x(14).
       01  ws-scr-id-field           pic 9(02).
       01  ws-scr-last-field         pic 9(02).
       01  ws-scr-count              pic 9(02).
       01  ws-scr-row                pic x(1000).
       01  ws-scr-row-idx            pic 9(06).
       01  MOD-PARSE-1               pic x(60).
       01  MOD-PARSE-2               pic x(20).
       01  MOD-PARSE-3               pic x(160).
       01  FILESTAT-BOOTH            pic xx.
       01  FILESTAT-OFFER            pic xx.
       01  FILESTAT-ANOTE            pic xx.
       01  FILESTAT-TPL              pic xx.
       01  FILESTAT-FEATURE          pic xx.
      *>>    Company-merge scratch: dup/survivor ids, which file and
      *>>    field the id substitution walks, and the credit-balance
      *>>    fold.
       01  ws-comerge-dup            pic x(10).
       01  ws-comerge-survivor       pic x(10).
       01  ws-comerge-ok             pic 9 value 0.
       01  ws-comerge-file           pic 99 value 0.
       01  ws-comerge-field          pic 9(02) value 0.
       01  ws-comerge-count          pic 9(05) value 0.
       01  ws-dup-balance            pic 9(05) value 0.
       01  ws-hold-selection         pic 9(03) value 0.
       01  ws-hold-reason            pic x(100).

       01  FILESTAT-CASELOAD         pic xx.
       01  ws-cl-student             pic x(32).
       01  ws-cl-advisor             pic x(32).
       01  ws-cl-old-advisor         pic x(32).
       01  ws-cl-lookup              pic x(32).
       01  ws-cl-reason              pic x(100).
       01  ws-cl-row                 pic 9(04) value 0.
       01  ws-cl-acct-found          pic x value "n".

      *>>    Ticket queue: the whole of support-tickets.dat, the
      *>>    picked row split into the tk- fields, and the open rows
      *>>    shown to the operator.
       01  FILESTAT-TICKET           pic xx.
       01  TICKET-TABLE.
           05  TICKET-ENTRY          occurs 500 times pic x(700).
       01  TICKET-COUNT              pic 9(04) value 0.
       01  ws-ticket-overflow        pic x value "n".
       01  TICKET-PICK-TABLE.
           05  TICKET-PICK-ENTRY     occurs 500 times pic 9(04).
       01  ws-ticket-shown           pic 9(04) value 0.
       01  ws-ticket-selection       pic 9(04) value 0.
       01  ws-ticket-row             pic 9(04) value 0.
       01  ws-ticket-action          pic x(3).
       01  ws-ticket-reply           pic x(130).
       01  ws-ticket-age-days        pic 9(05) value 0.
       01  ws-ticket-assignee        pic x(32).
       01  ws-prev-user              pic x(32).
       01  ws-prev-stamp             pic x(21).
       01  ws-prev-changed           pic x(200).
       01  ws-prev-key               pic x(32).
       01  ws-prev-first             pic x(50).
       01  ws-prev-last              pic x(50).
       01  ws-prev-university        pic x(100).
       01  ws-prev-major             pic x(100).
       01  ws-prev-count             pic 9(04) value 0.
       01  support-ticket-data.
           05  tk-id                 pic x(10).
           05  tk-requester          pic x(32).
           05  tk-category           pic x(20).
           05  tk-text               pic x(400).
           05  tk-opened             pic x(14).
           05  tk-status             pic x(10).
           05  tk-operator           pic x(32).
           05  tk-closed             pic x(14).

       01  FILESTAT-POLICY           pic xx.
       01  FILESTAT-POLTEXT          pic xx.
       01  ws-policy-text-name       pic x(100).
       01  ws-policy-choice          pic x(3).
       01  ws-policy-count           pic 9(04) value 0.
       01  ws-pol-policy             pic x(10).
       01  ws-pol-version            pic x(10).
       01  ws-pol-effective          pic x(8).
       01  ws-pol-text               pic x(100).
       01  ws-pol-taken              pic x value "n".

       01  FILESTAT-LAYOUT           pic xx.
       01  LAYOUT-REGISTRY.
           05  filler.
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
       01  LAYOUT-TABLE redefines LAYOUT-REGISTRY.
           05  LAYOUT-ENTRY          occurs 5 times.
               10  ly-file           pic x(20).
       01  WS-SEQ-TARGET-NAME        pic x(60).
       01  ws-seq-written            pic 9(06) value 0.
       01  ws-seq-verified           pic 9(06) value 0.
       01  ws-seq-ok                 pic x value "n".

       01  FILESTAT-TMPUSR           pic xx.
       01  FILESTAT-TMPPRF           pic xx.
      *>>    than rewriting the file from a partial load, which would
      *>>    silently truncate it.
       01  ws-generic-overflow       pic x value "n".
      *>>    Set when a moderation approval or purge could not be
      *>>    saved, so the queue entry stays open for another try.
       01  ws-modq-refused           pic x value "n".
       01  ws-generic-field          pic x(1000).
       01  ws-purge-count            pic 9(04) value 0.
       01  ws-purge-filename         pic x(20) value spaces.
      *>>    file untouched. The caller wrote ws-seq-written rows to
      *>>    WS-TEMP-SEQ-NAME first.
       verify-and-swap-seq.
           move "n" to ws-seq-ok
           move 0 to ws-seq-verified
           open input temp-seq-file
           if FILESTAT-TMPSEQ = "00"
                      " failed - live file untouched."
                      delimited by size into WS-DISPLAY
               perform say
           else
               move "y" to ws-seq-ok
           end-if
           move 0 to return-code
           .
               perform say
               move "15. Merge Duplicate Companies" to WS-DISPLAY
               perform say
               move "16. Reassign a Student's Advisor" to WS-DISPLAY
               perform say
               move "17. Support Ticket Queue" to WS-DISPLAY
               perform say
               move "18. Manage Policy Versions" to WS-DISPLAY
               perform say
               move "19. Exit" to WS-DISPLAY
               perform say
               move "Enter your choice:" to WS-DISPLAY
               perform say
               end-read
               move function numval(function trim(InpRecord)) to ws-choice

      *>>    Only the lookups (and a look at the ticket queue) are
      *>>    open to read-only operators; everything else rewrites a
      *>>    shared file and needs the full role.
               evaluate ws-choice
                   when 1
                       perform list-accounts
                           perform merge-duplicate-company
                       end-if
                   when 16
                       perform require-full-role
                       if ws-op-found = "y"
                           perform reassign-caseload-student
                       end-if
                   when 17
                       perform support-ticket-queue
                   when 18
                       perform manage-policy-versions
                   when 19
                       move "Goodbye." to WS-DISPLAY
                       perform say
                       move "Y" to WS-EOF
                   when other
                       move "Please enter 1 through 19." to WS-DISPLAY
                       perform say
               end-evaluate
           end-perform
           perform say
           .

      *>>    Generic pipe-delimited purge for jobs.dat: any row whose
      *>>    first pipe field (job-poster-username) matches
      *>>    ws-target-user is dropped. applications.dat and
      *>>    messages.dat are indexed and purged by key in
      *>>    purge-application-rows/purge-message-rows below.
      *>>    profiles.dat is purged separately below by
      *>>    purge-profile-file-row since its rows are far wider than the
      *>>    x(500) buffer this paragraph shares across the other three.
       purge-generic-file-row.
           evaluate ws-purge-choice
               when 4 move "jobs.dat" to WS-DISPLAY
           end-evaluate
           move WS-DISPLAY to ws-purge-filename
           perform say
                       end-perform
                       close job-file
                   end-if
           end-evaluate

           if ws-generic-overflow = "y"
               when 4
                   move "jobs.dat.new" to WS-TEMP-SEQ-NAME
                   move "jobs.dat" to WS-SEQ-TARGET-NAME
           end-evaluate
           move 0 to ws-seq-written
           open output temp-seq-file
               else
                   evaluate ws-purge-choice
                       when 4 move "jobs-recycle.dat" to WS-RECYCLE-FILENAME
                   end-evaluate
                   move spaces to ws-recycle-payload
                   move GENERIC-LINE-ENTRY(ws-i) to ws-recycle-payload
           perform say
           .

      *>>    applications.dat is indexed on job-id + applicant with an
      *>>    alternate key on the applicant, so a user's rows are found
      *>>    by START on that key and deleted one by one - each lands
      *>>    in applications-recycle.dat in its one-line form first.
       purge-application-rows.
           move "applications.dat" to ws-purge-filename
           move ws-purge-filename to WS-DISPLAY
           perform say

           move 0 to GENERIC-LINE-COUNT
           move "n" to ws-generic-overflow
           move 0 to ws-purge-count

           open input application-file
           if FILESTAT-APP = "00"
               move function trim(ws-target-user) to fd-app-username
               start application-file key is equal to fd-app-username
                   invalid key continue
                   not invalid key
                       perform until 1 = 2
                           read application-file next record
                               at end exit perform
                           end-read
                           if function trim(fd-app-username) not =
                              function trim(ws-target-user)
                               exit perform
                           end-if
                           if GENERIC-LINE-COUNT < 2000
                               add 1 to GENERIC-LINE-COUNT
                               perform join-application-line
                               move application-line
                                   to GENERIC-LINE-ENTRY(GENERIC-LINE-COUNT)
                           else
                               move "y" to ws-generic-overflow
                           end-if
                       end-perform
               end-start
               close application-file
           end-if

           if ws-generic-overflow = "y"
               move "Over 2000 application rows for that user - purge refused." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move GENERIC-LINE-COUNT to ws-purge-count
           if ws-purge-count = 0
               move "No matching row(s) found." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           perform confirm-purge
           if ws-confirm not = "Y"
               exit paragraph
           end-if

           open i-o application-file
           if FILESTAT-APP not = "00"
               move "applications.dat could not be opened - purge abandoned." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > GENERIC-LINE-COUNT
               move GENERIC-LINE-ENTRY(ws-i) to application-line
               perform split-application-line
               move "applications-recycle.dat" to WS-RECYCLE-FILENAME
               move spaces to ws-recycle-payload
               move application-line to ws-recycle-payload
               perform write-recycle-row
               delete application-file record
                   invalid key continue
               end-delete
           end-perform
           close application-file

           move "purge" to ws-audit-event
           move ws-target-user to ws-audit-target
           move ws-purge-filename to ws-audit-detail
           perform write-audit-event

           move spaces to WS-DISPLAY
           string ws-purge-count " row(s) purged from "
               function trim(ws-purge-filename) "."
               delimited by size into WS-DISPLAY
           perform say
           .

      *>>    messages.dat is indexed on recipient + timestamp + sender
      *>>    with an alternate key on the sender; a purge drops the
      *>>    rows the user sent, found by START on that key, each
      *>>    landing in messages-recycle.dat before it is deleted.
       purge-message-rows.
           move "messages.dat" to ws-purge-filename
           move ws-purge-filename to WS-DISPLAY
           perform say

           move 0 to GENERIC-LINE-COUNT
           move "n" to ws-generic-overflow
           move 0 to ws-purge-count

           open input message-file
           if FILESTAT-MSG = "00"
               move function trim(ws-target-user) to fd-msg-sender
               start message-file key is equal to fd-msg-sender
                   invalid key continue
                   not invalid key
                       perform until 1 = 2
                           read message-file next record
                               at end exit perform
                           end-read
                           if function trim(fd-msg-sender) not =
                              function trim(ws-target-user)
                               exit perform
                           end-if
                           if GENERIC-LINE-COUNT < 2000
                               add 1 to GENERIC-LINE-COUNT
                               move fd-msg-line
                                   to GENERIC-LINE-ENTRY(GENERIC-LINE-COUNT)
                           else
                               move "y" to ws-generic-overflow
                           end-if
                       end-perform
               end-start
               close message-file
           end-if

           if ws-generic-overflow = "y"
               move "Over 2000 messages sent by that user - purge refused; archive first." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move GENERIC-LINE-COUNT to ws-purge-count
           if ws-purge-count = 0
               move "No matching row(s) found." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           perform confirm-purge
           if ws-confirm not = "Y"
               exit paragraph
           end-if

           open i-o message-file
           if FILESTAT-MSG not = "00"
               move "messages.dat could not be opened - purge abandoned." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > GENERIC-LINE-COUNT
               move GENERIC-LINE-ENTRY(ws-i) to message-line
               perform key-message-record
               move "messages-recycle.dat" to WS-RECYCLE-FILENAME
               move spaces to ws-recycle-payload
               move message-line to ws-recycle-payload
               perform write-recycle-row
               delete message-file record
                   invalid key continue
               end-delete
           end-perform
           close message-file

           move "purge" to ws-audit-event
           move ws-target-user to ws-audit-target
           move ws-purge-filename to ws-audit-detail
           perform write-audit-event

           move spaces to WS-DISPLAY
           string ws-purge-count " row(s) purged from "
               function trim(ws-purge-filename) "."
               delimited by size into WS-DISPLAY
           perform say
           .

      *>>    Builds the message record for the one-line row in
      *>>    message-line: the key repeats the recipient (field 2),
      *>>    timestamp (field 4) and sender (field 1).
       key-message-record.
           move spaces to message-record
           move spaces to GEN-PARSE-1
           move spaces to GEN-PARSE-2
           move spaces to GEN-PARSE-3
           move spaces to GEN-PARSE-4
           unstring message-line delimited by "|" into
               GEN-PARSE-1 GEN-PARSE-2 GEN-PARSE-3 GEN-PARSE-4
           end-unstring
           move function trim(GEN-PARSE-2) to fd-msg-recipient
           move function trim(GEN-PARSE-4) to fd-msg-timestamp
           move function trim(GEN-PARSE-1) to fd-msg-sender
           move message-line to fd-msg-line
           .

      *>>    Re-joins the application record just read into the one-line
      *>>    username|title|...|job-id form.
       join-application-line.
           move spaces to application-line
           string function trim(fd-app-username) "|" fd-app-data
               delimited by size into application-line
           end-string
           .

      *>>    The reverse: the applicant is field 1, the job-id field
      *>>    12, and the data everything after the first "|".
       split-application-line.
           move spaces to application-record
           move spaces to AP-PARSE-FIELDS
           unstring application-line delimited by "|" into
               AP-PARSE(1) AP-PARSE(2) AP-PARSE(3) AP-PARSE(4)
               AP-PARSE(5) AP-PARSE(6) AP-PARSE(7) AP-PARSE(8)
               AP-PARSE(9) AP-PARSE(10) AP-PARSE(11) AP-PARSE(12)
           end-unstring
           move function trim(AP-PARSE(1)) to fd-app-username
           move function trim(AP-PARSE(12)) to fd-app-job-id
           move 1 to ws-parse-pos
           unstring application-line delimited by "|" into AP-PARSE(1)
               with pointer ws-parse-pos
           end-unstring
           if ws-parse-pos <= 1000
               move application-line(ws-parse-pos:) to fd-app-data
           end-if
           .

      *>>    Dedicated purge for profiles.dat, kept separate from
      *>>    purge-generic-file-row above because profile-line can run up
      *>>    to x(5000) - far past the x(500) buffer shared by jobs.dat/

           perform show-reported-content

           if function trim(ws-modq-kind) = "jobscreen"
               move "1. Release the posting" to WS-DISPLAY
               perform say
               move "2. Reject the posting" to WS-DISPLAY
               perform say
           else
               move "1. Dismiss the report" to WS-DISPLAY
               perform say
               move "2. Purge the reported row" to WS-DISPLAY
               perform say
           end-if
           move "3. Back" to WS-DISPLAY
           perform say
           move "Enter your choice:" to WS-DISPLAY
           end-read
           move function numval(function trim(temp-input)) to ws-modq-action

      *>>    A held posting is released to Open or rejected, never
      *>>    purged - the poster keeps the row and can edit and
      *>>    resubmit it.
           if function trim(ws-modq-kind) = "jobscreen"
               evaluate ws-modq-action
                   when 1
                       move "Open" to ws-scr-new-status
                       perform decide-screened-posting
                   when 2
                       move "Rejected" to ws-scr-new-status
                       perform decide-screened-posting
                   when other
                       continue
               end-evaluate
               exit paragraph
           end-if

           evaluate ws-modq-action
               when 1
      *>>    A "review" entry is a pre-publication check, so
      *>>    dismissing the report is the approval that publishes it;
      *>>    an approval that could not be saved leaves it open.
                   move "n" to ws-modq-refused
                   if function trim(ws-modq-kind) = "review"
                       perform approve-company-review
                   end-if
                   if function trim(ws-modq-kind) = "question"
                       perform approve-job-question
                   end-if
                   if ws-modq-refused not = "y"
                       perform mark-report-status-dismissed
                   end-if
               when 2
                   perform purge-reported-row
                   if ws-modq-refused not = "y"
                       perform mark-report-status-purged
                   end-if
               when other
                   exit paragraph
           end-evaluate

       approve-company-review.
           move 0 to GENERIC-LINE-COUNT
           move "n" to ws-generic-overflow
           move "n" to ws-modq-refused
           open input company-review-file
           if FILESTAT-CREVIEW = "00"
               perform until 1 = 2
                   read company-review-file into company-review-line
                       at end exit perform
                   end-read
                   if GENERIC-LINE-COUNT < 2000
                       add 1 to GENERIC-LINE-COUNT
                       move company-review-line
                           to GENERIC-LINE-ENTRY(GENERIC-LINE-COUNT)
                   else
                       move "y" to ws-generic-overflow
                   end-if
               end-perform
               close company-review-file
           end-if
           if ws-generic-overflow = "y"
               move "File over 2000 rows - approval refused; archive it first." to WS-DISPLAY
               perform say
               move "y" to ws-modq-refused
               exit paragraph
           end-if

           move "company-reviews.dat.new" to WS-TEMP-SEQ-NAME
           move "company-reviews.dat" to WS-SEQ-TARGET-NAME
               end-perform
               close temp-seq-file
               perform verify-and-swap-seq
           else
               move "Could not open the rewrite temp file - approval abandoned, live file untouched." to WS-DISPLAY
               perform say
               move "y" to ws-modq-refused
               exit paragraph
           end-if
           if ws-seq-ok not = "y"
               move "y" to ws-modq-refused
               exit paragraph
           end-if

           move "Review approved and published." to WS-DISPLAY
           perform say
           .

      *>>    Releases a held "question" to the company: the row goes
      *>>    from pending to open (shown in the poster's Manage My
      *>>    Postings count) and the poster is told it is waiting.
       approve-job-question.
           move 0 to GENERIC-LINE-COUNT
           move "n" to ws-generic-overflow
           move "n" to ws-modq-refused
           open input job-question-file
           if FILESTAT-JOBQ = "00"
               perform until 1 = 2
                   read job-question-file into job-question-line
                       at end exit perform
                   end-read
                   if GENERIC-LINE-COUNT < 2000
                       add 1 to GENERIC-LINE-COUNT
                       move job-question-line
                           to GENERIC-LINE-ENTRY(GENERIC-LINE-COUNT)
                   else
                       move "y" to ws-generic-overflow
                   end-if
               end-perform
               close job-question-file
           end-if
           if ws-generic-overflow = "y"
               move "File over 2000 rows - approval refused; archive it first." to WS-DISPLAY
               perform say
               move "y" to ws-modq-refused
               exit paragraph
           end-if

           move "job-questions.dat.new" to WS-TEMP-SEQ-NAME
           move "job-questions.dat" to WS-SEQ-TARGET-NAME
           move 0 to ws-seq-written
           open output temp-seq-file
           if FILESTAT-TMPSEQ = "00"
               perform varying ws-i from 1 by 1
                       until ws-i > GENERIC-LINE-COUNT
                   move spaces to GEN-PARSE-1
                   move spaces to GEN-PARSE-2
                   move spaces to GEN-PARSE-3
                   move spaces to GEN-PARSE-4
                   move spaces to GEN-PARSE-5
                   move spaces to GEN-PARSE-6
                   unstring GENERIC-LINE-ENTRY(ws-i) delimited by "|" into
                       GEN-PARSE-1 GEN-PARSE-2 GEN-PARSE-3
                       GEN-PARSE-4 GEN-PARSE-5 GEN-PARSE-6
                   end-unstring
                   if function trim(GEN-PARSE-1) =
                      function trim(ws-modq-ref-a)
                      and function trim(GEN-PARSE-6) = "pending"
                       move spaces to temp-seq-line
                       string function trim(GEN-PARSE-1) "|"
                              function trim(GEN-PARSE-2) "|"
                              function trim(GEN-PARSE-3) "|"
                              function trim(GEN-PARSE-4) "|"
                              function trim(GEN-PARSE-5) "|"
                              "open|||"
                              delimited by size into temp-seq-line
                       end-string
                   else
                       move GENERIC-LINE-ENTRY(ws-i) to temp-seq-line
                   end-if
                   write temp-seq-line
                   add 1 to ws-seq-written
               end-perform
               close temp-seq-file
               perform verify-and-swap-seq
           else
               move "Could not open the rewrite temp file - approval abandoned, live file untouched." to WS-DISPLAY
               perform say
               move "y" to ws-modq-refused
               exit paragraph
           end-if
           if ws-seq-ok not = "y"
               move "y" to ws-modq-refused
               exit paragraph
           end-if

           move spaces to ws-scr-poster
           move spaces to ws-scr-title
           open input job-file
           if FILESTAT-JOB = "00"
               perform until 1 = 2
                   read job-file into job-line
                       at end exit perform
                   end-read
                   move job-line to ws-scr-row
                   perform split-screened-job-row
                   if function trim(MRG-FIELD(ws-scr-id-field)) =
                      function trim(ws-modq-ref-b)
                       move function trim(MRG-FIELD(1)) to ws-scr-poster
                       move function trim(MRG-FIELD(2)) to ws-scr-title
                       exit perform
                   end-if
               end-perform
               close job-file
           end-if

           if ws-scr-poster not = spaces
               open extend notification-file
               if FILESTAT-NOTIF not = "00"
                   open output notification-file
                   close notification-file
                   open extend notification-file
               end-if
               if FILESTAT-NOTIF = "00"
                   move spaces to notification-line
                   string function trim(ws-scr-poster) "|job-question|"
                          "A question about your posting "
                          function trim(ws-scr-title)
                          " is waiting for an answer.|"
                          function current-date
                          delimited by size into notification-line
                   end-string
                   write notification-line
                   close notification-file
               end-if
           end-if

           move "Question released to the employer." to WS-DISPLAY
           perform say
           .

       parse-modq-entry.
           move spaces to MOD-PARSE-1
           move spaces to MOD-PARSE-2
           move spaces to MOD-PARSE-3
           move spaces to MOD-PARSE-4
           move spaces to MOD-PARSE-5
           move spaces to MOD-PARSE-6
           unstring moderation-line delimited by "|" into
               MOD-PARSE-1 MOD-PARSE-2 MOD-PARSE-3
               MOD-PARSE-4 MOD-PARSE-5 MOD-PARSE-6
           end-unstring
           .

      *>>    Shows the content a report points at: for a message (or
      *>>    a MessageSpamScan "spam" hit, which uses the same
      *>>    reference), the row matching sender + timestamp; for a
      *>>    job, the rows matching title + employer.
       show-reported-content.
           move "-- Reported content --" to WS-DISPLAY
           perform say
           move "n" to ws-mod-found
           if function trim(ws-modq-kind) = "message"
              or function trim(ws-modq-kind) = "spam"
               open input message-file
               if FILESTAT-MSG = "00"
                   move function trim(ws-modq-ref-a) to fd-msg-sender
                   start message-file key is equal to fd-msg-sender
                       invalid key move high-values to fd-msg-sender
                   end-start
                   perform until 1 = 2
                       if fd-msg-sender = high-values
                           exit perform
                       end-if
                       read message-file next record
                           at end exit perform
                       end-read
                       if function trim(fd-msg-sender) not =
                          function trim(ws-modq-ref-a)
                           exit perform
                       end-if
                       move fd-msg-line to message-line
                       move spaces to GEN-PARSE-1
                       move spaces to GEN-PARSE-2
                       move spaces to GEN-PARSE-3
                   close group-post-file
               end-if
           else
           if function trim(ws-modq-kind) = "jobscreen"
               open input job-file
               if FILESTAT-JOB = "00"
                   perform until 1 = 2
                       read job-file into job-line
                           at end exit perform
                       end-read
                       move job-line to ws-scr-row
                       perform split-screened-job-row
                       if function trim(MRG-FIELD(ws-scr-id-field)) =
                          function trim(ws-modq-ref-a)
                           move "y" to ws-mod-found
                           move spaces to WS-DISPLAY
                           string function trim(MRG-FIELD(2)) " at "
                                  function trim(MRG-FIELD(4))
                                  " by " function trim(MRG-FIELD(1))
                                  " [" function trim(MRG-FIELD(11)) "]"
                                  delimited by size into WS-DISPLAY
                           perform say
                           move spaces to WS-DISPLAY
                           string "Description: "
                                  function trim(MRG-FIELD(3))
                                  delimited by size into WS-DISPLAY
                           perform say
                           perform varying ws-j from 13 by 1
                                   until ws-j > ws-scr-id-field - 6
                               move spaces to WS-DISPLAY
                               string "Question: "
                                      function trim(MRG-FIELD(ws-j))
                                      delimited by size into WS-DISPLAY
                               perform say
                           end-perform
                           exit perform
                       end-if
                   end-perform
                   close job-file
               end-if
           else
           if function trim(ws-modq-kind) = "question"
               open input job-question-file
               if FILESTAT-JOBQ = "00"
                   perform until 1 = 2
                       read job-question-file into job-question-line
                           at end exit perform
                       end-read
                       move spaces to GEN-PARSE-1
                       move spaces to GEN-PARSE-2
                       move spaces to GEN-PARSE-3
                       move spaces to GEN-PARSE-4
                       unstring job-question-line delimited by "|" into
                           GEN-PARSE-1 GEN-PARSE-2 GEN-PARSE-3
                           GEN-PARSE-4
                       end-unstring
                       if function trim(GEN-PARSE-1) =
                          function trim(ws-modq-ref-a)
                           move "y" to ws-mod-found
                           move spaces to WS-DISPLAY
                           string function trim(GEN-PARSE-3)
                                  " asked about job "
                                  function trim(GEN-PARSE-2)
                                  ": " function trim(GEN-PARSE-4)
                                  delimited by size into WS-DISPLAY
                           perform say
                       end-if
                   end-perform
                   close job-question-file
               end-if
           else
           if function trim(ws-modq-kind) = "review"
               open input company-review-file
               if FILESTAT-CREVIEW = "00"
           end-if
           end-if
           end-if
           end-if
           end-if
           if ws-mod-found = "n"
               move "(The referenced row is no longer on file.)" to WS-DISPLAY
               perform say
           .

      *>>    Drops the reported row from its live file: a message
      *>>    matched by sender + timestamp (found through the sender
      *>>    key and deleted by key), a posting matched by title +
      *>>    employer. The sequential files keep the same
      *>>    load/rewrite shape as the purge menu.
       purge-reported-row.
           move 0 to GENERIC-LINE-COUNT
           move "n" to ws-generic-overflow
           move "n" to ws-modq-refused
           if function trim(ws-modq-kind) = "message"
              or function trim(ws-modq-kind) = "spam"
               open i-o message-file
               if FILESTAT-MSG = "00"
                   move function trim(ws-modq-ref-a) to fd-msg-sender
                   start message-file key is equal to fd-msg-sender
                       invalid key move high-values to fd-msg-sender
                   end-start
                   perform until 1 = 2
                       if fd-msg-sender = high-values
                           exit perform
                       end-if
                       read message-file next record
                           at end exit perform
                       end-read
                       if function trim(fd-msg-sender) not =
                          function trim(ws-modq-ref-a)
                           exit perform
                       end-if
                       if function trim(fd-msg-timestamp) =
                          function trim(ws-modq-ref-b)
                          and GENERIC-LINE-COUNT < 2000
                           add 1 to GENERIC-LINE-COUNT
                           move fd-msg-line
                               to GENERIC-LINE-ENTRY(GENERIC-LINE-COUNT)
                       end-if
                   end-perform
                   perform varying ws-i from 1 by 1
                           until ws-i > GENERIC-LINE-COUNT
                       move GENERIC-LINE-ENTRY(ws-i) to message-line
                       perform key-message-record
                       move "messages-recycle.dat" to WS-RECYCLE-FILENAME
                       move spaces to ws-recycle-payload
                       move message-line to ws-recycle-payload
                       perform write-recycle-row
                       delete message-file record
                           invalid key continue
                       end-delete
                   end-perform
                   close message-file
               end-if
           else
           if function trim(ws-modq-kind) = "gpost"
               open input group-post-file
               if FILESTAT-GPOST = "00"
                   perform until 1 = 2
                       read group-post-file into group-post-line
                           at end exit perform
                       end-read
                       if GENERIC-LINE-COUNT < 2000
                           add 1 to GENERIC-LINE-COUNT
                           move group-post-line
                               to GENERIC-LINE-ENTRY(GENERIC-LINE-COUNT)
                       else
                           move "y" to ws-generic-overflow
                       end-if
                   end-perform
                   close group-post-file
               end-if
               if ws-generic-overflow = "y"
                   move "File over 2000 rows - purge refused; archive it first." to WS-DISPLAY
                   perform say
                   move "y" to ws-modq-refused
                   exit paragraph
               end-if
               move "group-posts.dat.new" to WS-TEMP-SEQ-NAME
               move "group-posts.dat" to WS-SEQ-TARGET-NAME
               move 0 to ws-seq-written
               open output temp-seq-file
               if FILESTAT-TMPSEQ not = "00"
                   move "Could not open the rewrite temp file - purge abandoned, live file untouched." to WS-DISPLAY
                   perform say
                   move "y" to ws-modq-refused
                   exit paragraph
               end-if
               perform varying ws-i from 1 by 1
                       until ws-i > GENERIC-LINE-COUNT
                   move spaces to GEN-PARSE-1
                   unstring GENERIC-LINE-ENTRY(ws-i) delimited by "|" into
                       GEN-PARSE-1 GEN-PARSE-2 GEN-PARSE-3 GEN-PARSE-4
                   end-unstring
                   if not ( function trim(GEN-PARSE-2) =
                            function trim(ws-modq-ref-a)
                            and function trim(GEN-PARSE-3) =
                                function trim(ws-modq-ref-b) )
                       move GENERIC-LINE-ENTRY(ws-i) to temp-seq-line
                       write temp-seq-line
                       add 1 to ws-seq-written
                   else
                       move "group-posts-recycle.dat" to WS-RECYCLE-FILENAME
                       move spaces to ws-recycle-payload
                       move GENERIC-LINE-ENTRY(ws-i) to ws-recycle-payload
                       perform write-recycle-row
               end-perform
               close temp-seq-file
               perform verify-and-swap-seq
               if ws-seq-ok not = "y"
                   move "y" to ws-modq-refused
                   exit paragraph
               end-if
           else
           if function trim(ws-modq-kind) = "question"
               open input job-question-file
               if FILESTAT-JOBQ = "00"
                   perform until 1 = 2
                       read job-question-file into job-question-line
                           at end exit perform
                       end-read
                       if GENERIC-LINE-COUNT < 2000
                           add 1 to GENERIC-LINE-COUNT
                           move job-question-line
                               to GENERIC-LINE-ENTRY(GENERIC-LINE-COUNT)
                       else
                           move "y" to ws-generic-overflow
                       end-if
                   end-perform
                   close job-question-file
               end-if
               if ws-generic-overflow = "y"
                   move "File over 2000 rows - purge refused; archive it first." to WS-DISPLAY
                   perform say
                   move "y" to ws-modq-refused
                   exit paragraph
               end-if
               move "job-questions.dat.new" to WS-TEMP-SEQ-NAME
               move "job-questions.dat" to WS-SEQ-TARGET-NAME
               move 0 to ws-seq-written
               open output temp-seq-file
               if FILESTAT-TMPSEQ not = "00"
                   move "Could not open the rewrite temp file - purge abandoned, live file untouched." to WS-DISPLAY
                   perform say
                   move "y" to ws-modq-refused
                   exit paragraph
               end-if
               perform varying ws-i from 1 by 1
                       until ws-i > GENERIC-LINE-COUNT
                   move spaces to GEN-PARSE-1
                   unstring GENERIC-LINE-ENTRY(ws-i) delimited by "|" into
                       GEN-PARSE-1
                   end-unstring
                   if function trim(GEN-PARSE-1) not =
                      function trim(ws-modq-ref-a)
                       move GENERIC-LINE-ENTRY(ws-i) to temp-seq-line
                       write temp-seq-line
                       add 1 to ws-seq-written
                   else
                       move "job-questions-recycle.dat"
                           to WS-RECYCLE-FILENAME
                       move spaces to ws-recycle-payload
                       move GENERIC-LINE-ENTRY(ws-i) to ws-recycle-payload
                       perform write-recycle-row
               end-perform
               close temp-seq-file
               perform verify-and-swap-seq
               if ws-seq-ok not = "y"
                   move "y" to ws-modq-refused
                   exit paragraph
               end-if
           else
           if function trim(ws-modq-kind) = "review"
               open input company-review-file
                       read company-review-file into company-review-line
                           at end exit perform
                       end-read
                       if GENERIC-LINE-COUNT < 2000
                           add 1 to GENERIC-LINE-COUNT
                           move company-review-line
                               to GENERIC-LINE-ENTRY(GENERIC-LINE-COUNT)
                       else
                           move "y" to ws-generic-overflow
                       end-if
                   end-perform
                   close company-review-file
               end-if
               if ws-generic-overflow = "y"
                   move "File over 2000 rows - purge refused; archive it first." to WS-DISPLAY
                   perform say
                   move "y" to ws-modq-refused
                   exit paragraph
               end-if
               move "company-reviews.dat.new" to WS-TEMP-SEQ-NAME
               move "company-reviews.dat" to WS-SEQ-TARGET-NAME
               move 0 to ws-seq-written
               open output temp-seq-file
               if FILESTAT-TMPSEQ not = "00"
                   move "Could not open the rewrite temp file - purge abandoned, live file untouched." to WS-DISPLAY
                   perform say
                   move "y" to ws-modq-refused
                   exit paragraph
               end-if
               perform varying ws-i from 1 by 1
                       until ws-i > GENERIC-LINE-COUNT
                   move spaces to GEN-PARSE-1
               end-perform
               close temp-seq-file
               perform verify-and-swap-seq
               if ws-seq-ok not = "y"
                   move "y" to ws-modq-refused
                   exit paragraph
               end-if
           else
               open input job-file
               if FILESTAT-JOB = "00"
                       read job-file into job-line
                           at end exit perform
                       end-read
                       if GENERIC-LINE-COUNT < 2000
                           add 1 to GENERIC-LINE-COUNT
                           move job-line to GENERIC-LINE-ENTRY(GENERIC-LINE-COUNT)
                       else
                           move "y" to ws-generic-overflow
                       end-if
                   end-perform
                   close job-file
               end-if
               if ws-generic-overflow = "y"
                   move "File over 2000 rows - purge refused; archive it first." to WS-DISPLAY
                   perform say
                   move "y" to ws-modq-refused
                   exit paragraph
               end-if
               move "jobs.dat.new" to WS-TEMP-SEQ-NAME
               move "jobs.dat" to WS-SEQ-TARGET-NAME
               move 0 to ws-seq-written
               open output temp-seq-file
               if FILESTAT-TMPSEQ not = "00"
                   move "Could not open the rewrite temp file - purge abandoned, live file untouched." to WS-DISPLAY
                   perform say
                   move "y" to ws-modq-refused
                   exit paragraph
               end-if
               perform varying ws-i from 1 by 1
                       until ws-i > GENERIC-LINE-COUNT
                   move spaces to GEN-PARSE-1
               end-perform
               close temp-seq-file
               perform verify-and-swap-seq
               if ws-seq-ok not = "y"
                   move "y" to ws-modq-refused
                   exit paragraph
               end-if
           end-if
           end-if
           end-if
           end-if
           perform say
           .

      *>>    Splits the jobs.dat row in ws-scr-row into
      *>>    MRG-FIELD and locates the job-id (five fields past the
      *>>    posted date, which moves with the question count) and
      *>>    the row's last field (after the required skills,
      *>>    certification and category).
       split-screened-job-row.
           perform varying ws-j from 1 by 1 until ws-j > 31
               move spaces to MRG-FIELD(ws-j)
           end-perform
           unstring ws-scr-row delimited by "|" into
               MRG-FIELD(1) MRG-FIELD(2) MRG-FIELD(3) MRG-FIELD(4)
               MRG-FIELD(5) MRG-FIELD(6) MRG-FIELD(7) MRG-FIELD(8)
               MRG-FIELD(9) MRG-FIELD(10) MRG-FIELD(11) MRG-FIELD(12)
               MRG-FIELD(13) MRG-FIELD(14) MRG-FIELD(15) MRG-FIELD(16)
               MRG-FIELD(17) MRG-FIELD(18) MRG-FIELD(19) MRG-FIELD(20)
               MRG-FIELD(21) MRG-FIELD(22) MRG-FIELD(23) MRG-FIELD(24)
               MRG-FIELD(25) MRG-FIELD(26) MRG-FIELD(27) MRG-FIELD(28)
               MRG-FIELD(29) MRG-FIELD(30) MRG-FIELD(31)
           end-unstring
           move 0 to ws-scr-count
           if function trim(MRG-FIELD(12)) is numeric
              and function trim(MRG-FIELD(12)) not = spaces
               move function numval(function trim(MRG-FIELD(12)))
                   to ws-scr-count
           end-if
           if ws-scr-count > 5
               move 5 to ws-scr-count
           end-if
           compute ws-scr-id-field = 13 + ws-scr-count + 5
           move 0 to ws-scr-count
           if function trim(MRG-FIELD(ws-scr-id-field + 1)) is numeric
              and function trim(MRG-FIELD(ws-scr-id-field + 1))
                  not = spaces
               move function numval(
                   function trim(MRG-FIELD(ws-scr-id-field + 1)))
                   to ws-scr-count
           end-if
           if ws-scr-count > 5
               move 5 to ws-scr-count
           end-if
           compute ws-scr-last-field = ws-scr-id-field + 1 + ws-scr-count
      *>>    The required certification and category, when the
      *>>    posting has them.
           if function trim(MRG-FIELD(ws-scr-last-field + 2)) not = spaces
               add 2 to ws-scr-last-field
           else
               if function trim(MRG-FIELD(ws-scr-last-field + 1))
                  not = spaces
                   add 1 to ws-scr-last-field
               end-if
           end-if
           .

      *>>    Applies the moderator's decision on a held posting:
      *>>    the jobs.dat row whose job-id the entry references moves
      *>>    from pending-review to ws-scr-new-status (a posting its
      *>>    poster has since closed is left alone), the entry is
      *>>    marked released or rejected, and the poster is told.
       decide-screened-posting.
           move spaces to ws-scr-poster
           move spaces to ws-scr-title
           move 0 to GENERIC-LINE-COUNT
           move "n" to ws-generic-overflow
           open input job-file
           if FILESTAT-JOB = "00"
               perform until 1 = 2
                   read job-file into job-line
                       at end exit perform
                   end-read
                   if GENERIC-LINE-COUNT < 2000
                       add 1 to GENERIC-LINE-COUNT
                       move job-line
                           to GENERIC-LINE-ENTRY(GENERIC-LINE-COUNT)
                   else
                       move "y" to ws-generic-overflow
                   end-if
               end-perform
               close job-file
           end-if
           if ws-generic-overflow = "y"
               move "jobs.dat is over 2000 rows - decision not applied." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move 0 to ws-scr-row-idx
           perform varying ws-i from 1 by 1
                   until ws-i > GENERIC-LINE-COUNT
               move GENERIC-LINE-ENTRY(ws-i) to ws-scr-row
               perform split-screened-job-row
               if function trim(MRG-FIELD(ws-scr-id-field)) =
                  function trim(ws-modq-ref-a)
                   move ws-i to ws-scr-row-idx
                   exit perform
               end-if
           end-perform
           if ws-scr-row-idx = 0
               move "(The held posting is no longer on file.)" to WS-DISPLAY
               perform say
               if ws-scr-new-status = "Open"
                   move "released" to MOD-PARSE-6
               else
                   move "rejected" to MOD-PARSE-6
               end-if
               perform rewrite-modq-row
               exit paragraph
           end-if

           move function trim(MRG-FIELD(1)) to ws-scr-poster
           move function trim(MRG-FIELD(2)) to ws-scr-title

           if function trim(MRG-FIELD(11)) = "pending-review"
               move ws-scr-new-status to MRG-FIELD(11)
               move spaces to GENERIC-LINE-ENTRY(ws-scr-row-idx)
               move 1 to ws-parse-pos
               perform varying ws-j from 1 by 1
                       until ws-j > ws-scr-last-field
                   if ws-j > 1
                       string "|" delimited by size
                           into GENERIC-LINE-ENTRY(ws-scr-row-idx)
                           with pointer ws-parse-pos
                       end-string
                   end-if
                   string function trim(MRG-FIELD(ws-j))
                       delimited by size
                       into GENERIC-LINE-ENTRY(ws-scr-row-idx)
                       with pointer ws-parse-pos
                   end-string
               end-perform

               move "jobs.dat.new" to WS-TEMP-SEQ-NAME
               move "jobs.dat" to WS-SEQ-TARGET-NAME
               move 0 to ws-seq-written
               open output temp-seq-file
               if FILESTAT-TMPSEQ = "00"
                   perform varying ws-i from 1 by 1
                           until ws-i > GENERIC-LINE-COUNT
                       move GENERIC-LINE-ENTRY(ws-i) to temp-seq-line
                       write temp-seq-line
                       add 1 to ws-seq-written
                   end-perform
                   close temp-seq-file
                   perform verify-and-swap-seq
               end-if
           end-if

           if ws-scr-new-status = "Open"
               move "released" to MOD-PARSE-6
               move "posting released" to ws-audit-detail
           else
               move "rejected" to MOD-PARSE-6
               move "posting rejected" to ws-audit-detail
           end-if
           perform rewrite-modq-row

           move "jobscreen" to ws-audit-event
           move ws-modq-ref-a to ws-audit-target
           perform write-audit-event

           open extend notification-file
           if FILESTAT-NOTIF not = "00"
               open output notification-file
               close notification-file
               open extend notification-file
           end-if
           if FILESTAT-NOTIF = "00"
               move spaces to notification-line
               if ws-scr-new-status = "Open"
                   string function trim(ws-scr-poster) "|jobscreen|"
                          "Your posting " function trim(ws-scr-title)
                          " passed review and is now live.|"
                          function current-date
                          delimited by size into notification-line
                   end-string
               else
                   string function trim(ws-scr-poster) "|jobscreen|"
                          "Your posting " function trim(ws-scr-title)
                          " was rejected by moderation ("
                          function trim(MOD-PARSE-4)
                          "). Edit it to resubmit.|"
                          function current-date
                          delimited by size into notification-line
                   end-string
               end-if
               write notification-line
               close notification-file
           end-if

           if ws-scr-new-status = "Open"
               move "Posting released." to WS-DISPLAY
           else
               move "Posting rejected." to WS-DISPLAY
           end-if
           perform say
           .

       mark-report-status-dismissed.
           move "dismissed" to MOD-PARSE-6
           perform rewrite-modq-row
           move "Report dismissed." to WS-DISPLAY
           perform say
           .

       mark-report-status-purged.
           move "purged" to MOD-PARSE-6
           perform rewrite-modq-row
           .

       rewrite-modq-row.
           move MODQ-MATCH-INDEX(ws-modq-selection) to ws-i
                   write job-line
                   close job-file
               when 4
                   move REC-PARSE-3(1:1000) to application-line
                   perform split-application-line
                   open i-o application-file
                   if FILESTAT-APP not = "00"
                       open output application-file
                       close application-file
                       open i-o application-file
                   end-if
                   if FILESTAT-APP = "00"
                       write application-record
                           invalid key
                               move "An application for that posting already exists." to WS-DISPLAY
                               perform say
                       end-write
                       close application-file
                   end-if
               when 5
                   move REC-PARSE-3(1:600) to message-line
                   perform key-message-record
                   open i-o message-file
                   if FILESTAT-MSG not = "00"
                       open output message-file
                       close message-file
                       open i-o message-file
                   end-if
                   if FILESTAT-MSG = "00"
                       write message-record
                           invalid key
                               move "That message row already exists." to WS-DISPLAY
                               perform say
                       end-write
                       close message-file
                   end-if
               when 6
                   open i-o connection-file
                   if FILESTAT-CONN = "00"
           move 0 to ws-merge-row-count

           perform merge-connection-rows
           perform merge-application-rows
           perform merge-message-rows
           perform merge-delimited-rows
           perform deactivate-merged-duplicate

           end-if
           .

       merge-application-rows.
           move ws-merge-dup to ws-app-rekey-from
           move ws-merge-survivor to ws-app-rekey-to
           perform rekey-application-rows
           add ws-app-rekey-count to ws-merge-row-count
           perform rekey-cover-letter-rows
           add ws-cover-rekey-count to ws-merge-row-count
           .

      *>>    cover-letters.dat rows of ws-app-rekey-from, found on the
      *>>    alternate applicant key, each re-written under
      *>>    ws-app-rekey-to. Only the job-ids are collected; each row
      *>>    is then read on its key, deleted, and written back. A
      *>>    collision drops the letter just as rekey-application-rows
      *>>    drops the application it belonged to.
       rekey-cover-letter-rows.
           move 0 to ws-cover-rekey-count
           move 0 to COVER-REKEY-COUNT
           open input cover-letter-file
           if FILESTAT-COVER = "00"
               move function trim(ws-app-rekey-from) to fd-cover-username
               start cover-letter-file key is equal to fd-cover-username
                   invalid key continue
                   not invalid key
                       perform until 1 = 2
                           read cover-letter-file next record
                               at end exit perform
                           end-read
                           if function trim(fd-cover-username) not =
                              function trim(ws-app-rekey-from)
                              or COVER-REKEY-COUNT >= 500
                               exit perform
                           end-if
                           add 1 to COVER-REKEY-COUNT
                           move fd-cover-job-id
                               to COVER-REKEY-JOB(COVER-REKEY-COUNT)
                       end-perform
               end-start
               close cover-letter-file
           end-if

           if COVER-REKEY-COUNT = 0
               exit paragraph
           end-if

           open i-o cover-letter-file
           if FILESTAT-COVER = "00"
               perform varying ws-i from 1 by 1
                       until ws-i > COVER-REKEY-COUNT
                   move COVER-REKEY-JOB(ws-i) to fd-cover-job-id
                   move function trim(ws-app-rekey-from)
                       to fd-cover-username
                   read cover-letter-file
                       invalid key continue
                       not invalid key
                           delete cover-letter-file record
                               invalid key continue
                           end-delete
                           move ws-app-rekey-to to fd-cover-username
                           write cover-letter-record
                               invalid key continue
                               not invalid key
                                   add 1 to ws-cover-rekey-count
                           end-write
                   end-read
               end-perform
               close cover-letter-file
           end-if
           .

      *>>    applications.dat rows keyed on job-id + applicant: every
      *>>    row of ws-app-rekey-from is collected through the
      *>>    alternate key, deleted, and written back under
      *>>    ws-app-rekey-to. A write that collides with that user's
      *>>    own application to the same posting is dropped (the
      *>>    existing row stands), as merge-connection-rows does.
       rekey-application-rows.
           move 0 to ws-app-rekey-count
           move 0 to GENERIC-LINE-COUNT
           open input application-file
           if FILESTAT-APP = "00"
               move function trim(ws-app-rekey-from) to fd-app-username
               start application-file key is equal to fd-app-username
                   invalid key continue
                   not invalid key
                       perform until 1 = 2
                           read application-file next record
                               at end exit perform
                           end-read
                           if function trim(fd-app-username) not =
                              function trim(ws-app-rekey-from)
                              or GENERIC-LINE-COUNT >= 2000
                               exit perform
                           end-if
                           add 1 to GENERIC-LINE-COUNT
                           perform join-application-line
                           move application-line
                               to GENERIC-LINE-ENTRY(GENERIC-LINE-COUNT)
                       end-perform
               end-start
               close application-file
           end-if

           if GENERIC-LINE-COUNT = 0
               exit paragraph
           end-if

           open i-o application-file
           if FILESTAT-APP = "00"
               perform varying ws-i from 1 by 1
                       until ws-i > GENERIC-LINE-COUNT
                   move GENERIC-LINE-ENTRY(ws-i) to application-line
                   perform split-application-line
                   delete application-file record
                       invalid key continue
                   end-delete
                   move ws-app-rekey-to to fd-app-username
                   write application-record
                       invalid key continue
                       not invalid key add 1 to ws-app-rekey-count
                   end-write
               end-perform
               close application-file
           end-if
           .

       merge-message-rows.
           move ws-merge-dup to ws-msg-rekey-from
           move ws-merge-survivor to ws-msg-rekey-to
           perform rekey-message-rows
           add ws-msg-rekey-count to ws-merge-row-count
           .

      *>>    messages.dat rows carry the username as sender and/or
      *>>    recipient, both part of the key: the ws-msg-rekey-from
      *>>    user's inbox is collected by START on the recipient, the
      *>>    rows they sent through the sender key (their notes to
      *>>    self were already taken with the inbox), and each row is
      *>>    deleted and written back with the name substituted in
      *>>    fields 1 and 2. A row whose new key is already on file
      *>>    is put back as it was rather than lost.
       rekey-message-rows.
           move 0 to ws-msg-rekey-count
           move 0 to GENERIC-LINE-COUNT
           open input message-file
           if FILESTAT-MSG = "00"
               move low-values to fd-msg-key
               move function trim(ws-msg-rekey-from) to fd-msg-recipient
               start message-file key is >= fd-msg-key
                   invalid key continue
                   not invalid key
                       perform until 1 = 2
                           read message-file next record
                               at end exit perform
                           end-read
                           if function trim(fd-msg-recipient) not =
                              function trim(ws-msg-rekey-from)
                              or GENERIC-LINE-COUNT >= 2000
                               exit perform
                           end-if
                           add 1 to GENERIC-LINE-COUNT
                           move fd-msg-line
                               to GENERIC-LINE-ENTRY(GENERIC-LINE-COUNT)
                       end-perform
               end-start
               move function trim(ws-msg-rekey-from) to fd-msg-sender
               start message-file key is equal to fd-msg-sender
                   invalid key continue
                   not invalid key
                       perform until 1 = 2
                           read message-file next record
                               at end exit perform
                           end-read
                           if function trim(fd-msg-sender) not =
                              function trim(ws-msg-rekey-from)
                              or GENERIC-LINE-COUNT >= 2000
                               exit perform
                           end-if
                           if function trim(fd-msg-recipient) not =
                              function trim(ws-msg-rekey-from)
                               add 1 to GENERIC-LINE-COUNT
                               move fd-msg-line
                                   to GENERIC-LINE-ENTRY(GENERIC-LINE-COUNT)
                           end-if
                       end-perform
               end-start
               close message-file
           end-if

           if GENERIC-LINE-COUNT = 0
               exit paragraph
           end-if

           open i-o message-file
           if FILESTAT-MSG = "00"
               perform varying ws-i from 1 by 1
                       until ws-i > GENERIC-LINE-COUNT
                   move GENERIC-LINE-ENTRY(ws-i) to message-line
                   perform key-message-record
                   delete message-file record
                       invalid key continue
                   end-delete
                   move 1 to ws-parse-pos
                   unstring message-line delimited by "|" into
                       GEN-PARSE-1 GEN-PARSE-2
                       with pointer ws-parse-pos
                   end-unstring
                   move spaces to ws-msg-rest
                   if ws-parse-pos <= 600
                       move message-line(ws-parse-pos:) to ws-msg-rest
                   end-if
                   if function trim(GEN-PARSE-1) =
                      function trim(ws-msg-rekey-from)
                       move ws-msg-rekey-to to GEN-PARSE-1
                   end-if
                   if function trim(GEN-PARSE-2) =
                      function trim(ws-msg-rekey-from)
                       move ws-msg-rekey-to to GEN-PARSE-2
                   end-if
                   move spaces to message-line
                   string function trim(GEN-PARSE-1) "|"
                          function trim(GEN-PARSE-2) "|"
                          function trim(ws-msg-rest)
                          delimited by size into message-line
                   end-string
                   perform key-message-record
                   write message-record
                       invalid key
                           move GENERIC-LINE-ENTRY(ws-i) to message-line
                           perform key-message-record
                           write message-record
                               invalid key continue
                           end-write
                       not invalid key add 1 to ws-msg-rekey-count
                   end-write
               end-perform
               close message-file
           end-if
           .

      *>>    skills-progress.dat, the one line-sequential history
      *>>    left that carries a username (field 1): each matching
      *>>    field is substituted in place and the row rebuilt.
      *>>    (applications.dat and messages.dat are indexed and
      *>>    re-keyed by merge-application-rows/merge-message-rows.)
       merge-delimited-rows.
           move 3 to ws-merge-file
           perform merge-one-delimited-file
           .

       merge-one-delimited-file.
           move 0 to GENERIC-LINE-COUNT
           move "n" to ws-generic-overflow
           evaluate ws-merge-file
               when 3
                   open input skills-file
                   if FILESTAT-SKILLS = "00"
      *>>    replaces the live file once its count verifies.
           if ws-merge-changed = "y"
               evaluate ws-merge-file
                   when 3
                       move "skills-progress.dat.new" to WS-TEMP-SEQ-NAME
                       move "skills-progress.dat" to WS-SEQ-TARGET-NAME
           .

      *>>    Splits one row, substitutes the duplicate's name wherever
      *>>    a username field carries it (field 1), and rebuilds the
      *>>    row.
       substitute-merge-names.
           perform varying ws-j from 1 by 1 until ws-j > 31
               move spaces to MRG-FIELD(ws-j)
           end-perform
           unstring GENERIC-LINE-ENTRY(ws-i) delimited by "|" into
               MRG-FIELD(17) MRG-FIELD(18) MRG-FIELD(19) MRG-FIELD(20)
               MRG-FIELD(21) MRG-FIELD(22) MRG-FIELD(23) MRG-FIELD(24)
               MRG-FIELD(25) MRG-FIELD(26) MRG-FIELD(27) MRG-FIELD(28)
               MRG-FIELD(29) MRG-FIELD(30) MRG-FIELD(31)
           end-unstring

           move "n" to ws-row-touched
               move ws-merge-survivor to MRG-FIELD(1)
               move "y" to ws-row-touched
           end-if

           if ws-row-touched = "y"
               move "y" to ws-merge-changed
               add 1 to ws-merge-row-count
               move spaces to GENERIC-LINE-ENTRY(ws-i)
               move 1 to ws-parse-pos
               perform varying ws-j from 1 by 1 until ws-j > 31
                   if ws-j > 1
                       string "|" delimited by size
                           into GENERIC-LINE-ENTRY(ws-i)
           perform rename-user-record
           perform rename-profile-record
           perform rename-connection-rows
           perform rename-application-rows
           perform rename-message-rows
           perform rename-profile-revision-rows
           perform varying ws-rename-file from 1 by 1
                   until ws-rename-file > 40
               perform rename-one-delimited-file
           end-perform

           perform write-rename-count
           .

      *>>    profile-revisions.dat carries the name twice - field 1
      *>>    and the first field of the saved profiles.dat image - and
      *>>    its rows run past the x(1000) the generic cascade holds,
      *>>    so it is streamed through temp-seq-file instead.
       rename-profile-revision-rows.
           move 0 to ws-rename-count
           open input profile-revision-file
           if FILESTAT-PREV = "00"
               perform until 1 = 2
                   read profile-revision-file
                       at end exit perform
                   end-read
                   move spaces to ws-prev-user
                   unstring profile-revision-line delimited by "|"
                       into ws-prev-user
                   end-unstring
                   if function trim(ws-prev-user) =
                      function trim(ws-rename-old)
                       add 1 to ws-rename-count
                   end-if
               end-perform
               close profile-revision-file
           end-if

           if ws-rename-count > 0
               move "profile-revisions.dat.new" to WS-TEMP-SEQ-NAME
               move "profile-revisions.dat" to WS-SEQ-TARGET-NAME
               move 0 to ws-seq-written
               open output temp-seq-file
               if FILESTAT-TMPSEQ not = "00"
                   move 0 to ws-rename-count
               else
                   open input profile-revision-file
                   perform until 1 = 2
                       read profile-revision-file
                           at end exit perform
                       end-read
                       move profile-revision-line to temp-seq-line
                       move spaces to ws-prev-user ws-prev-stamp
                                      ws-prev-changed ws-prev-key
                       move 1 to ws-parse-pos
                       unstring profile-revision-line delimited by "|"
                           into ws-prev-user ws-prev-stamp
                                ws-prev-changed ws-prev-key
                           with pointer ws-parse-pos
                       end-unstring
                       if function trim(ws-prev-user) =
                          function trim(ws-rename-old)
                           move spaces to temp-seq-line
                           string function trim(ws-rename-new) "|"
                                  function trim(ws-prev-stamp) "|"
                                  function trim(ws-prev-changed) "|"
                                  function trim(ws-rename-new) "|"
                                  profile-revision-line(ws-parse-pos:)
                                  delimited by size into temp-seq-line
                           end-string
                       end-if
                       write temp-seq-line
                       add 1 to ws-seq-written
                   end-perform
                   close profile-revision-file
                   close temp-seq-file
                   perform verify-and-swap-seq
               end-if
           end-if
           move "profile-revisions.dat" to ws-rename-label
           perform write-rename-count
           .

      *>>    connections.dat rows with the old name in either half of
      *>>    the key: collect, delete by old key, rewrite re-keyed.
       rename-connection-rows.
           perform write-rename-count
           .

       rename-application-rows.
           move ws-rename-old to ws-app-rekey-from
           move ws-rename-new to ws-app-rekey-to
           perform rekey-application-rows
           move ws-app-rekey-count to ws-rename-count
           move "applications.dat" to ws-rename-label
           perform write-rename-count
           perform rekey-cover-letter-rows
           move ws-cover-rekey-count to ws-rename-count
           move "cover-letters.dat" to ws-rename-label
           perform write-rename-count
           .

       rename-message-rows.
           move ws-rename-old to ws-msg-rekey-from
           move ws-rename-new to ws-msg-rekey-to
           perform rekey-message-rows
           move ws-msg-rekey-count to ws-rename-count
           move "messages.dat" to ws-rename-label
           perform write-rename-count
           .

      *>>    The delimited files a username is embedded in, with the
      *>>    field(s) carrying it: 1 jobs.dat (| f1), 2
      *>>    applications.dat (indexed - re-keyed by
      *>>    rename-application-rows, skipped here), 3 messages.dat
      *>>    (indexed - re-keyed by rename-message-rows, skipped
      *>>    here), 4
      *>>    skills-progress.dat (| f1), 5 pictures-index.dat (| f1),
      *>>    6 blocked-users.dat (, f1+f2), 7 profile-views.dat
      *>>    (, f1+f2), 8 preferences.dat (| f1), 9 endorsements.dat
      *>>    16 placements.dat (| f1), 17 job-alerts.dat (| f1), 18
      *>>    send-counters.dat (| f1), 19 announcement-acks.dat
      *>>    (| f1), 20 login-history.dat (| f1), 21
      *>>    notifications.dat (| f1), 22 caseloads.dat (| f1+f2),
      *>>    23 eeo-selfid.dat (| f1), 24 learning-agreements.dat
      *>>    (| f1+f2), 25 placement-evaluations.dat (| f1), 26
      *>>    company-team.dat (| f2), 27 mock-interviews.dat
      *>>    (| f1+f2), 28 readiness-waivers.dat (| f1), 29
      *>>    readiness-blocks.dat (| f1), 30 accommodations.dat
      *>>    (| f1 student + f10 advisor), 31 certifications.dat
      *>>    (| f1), 32 destination-survey.dat (| f1), 33
      *>>    job-views.dat (| f1), 34 consents.dat (| f1), 35
      *>>    scholarship-applications.dat (| f2 student + f6
      *>>    decided-by), 36 support-tickets.dat (| f2 requester + f7
      *>>    operator), 37 offer-events.dat (| f3 student + f7
      *>>    recorded-by), 38 talent-pools.dat (| f3 student + f4
      *>>    added-by), 39 scheduled-messages.dat (| f2 sender + f3
      *>>    recipient), 40 introductions.dat (| f2 requester + f3
      *>>    broker + f4 target). Losing
      *>>    preferences.dat in particular would silently revert a
      *>>    hidden profile to visible; losing login-history would
      *>>    list the renamed account as never having logged in.
       rename-one-delimited-file.
           if ws-rename-file = 2 or ws-rename-file = 3
               exit paragraph
           end-if
           move 0 to ws-rename-count
           move "|" to ws-rename-delim
           move "U" to ws-rename-map
           evaluate ws-rename-file
               when 1
                   move "jobs.dat" to ws-rename-label
                   move "applications.dat" to ws-rename-label
               when 3
                   move "messages.dat" to ws-rename-label
                   move "UU" to ws-rename-map
               when 4
                   move "skills-progress.dat" to ws-rename-label
               when 5
               when 6
                   move "blocked-users.dat" to ws-rename-label
                   move "," to ws-rename-delim
                   move "UU" to ws-rename-map
               when 7
                   move "profile-views.dat" to ws-rename-label
                   move "," to ws-rename-delim
                   move "UU" to ws-rename-map
               when 8
                   move "preferences.dat" to ws-rename-label
               when 9
                   move "endorsements.dat" to ws-rename-label
                   move "UU" to ws-rename-map
               when 10
                   move "saved-jobs.dat" to ws-rename-label
               when 11
                   move "company-followers.dat" to ws-rename-label
                   move ".U" to ws-rename-map
               when 12
                   move "mentorships.dat" to ws-rename-label
                   move "UU" to ws-rename-map
               when 13
                   move "event-rsvps.dat" to ws-rename-label
                   move ".U" to ws-rename-map
               when 14
                   move "group-members.dat" to ws-rename-label
                   move ".U" to ws-rename-map
               when 15
                   move "interview-slots.dat" to ws-rename-label
               when 16
                   move "login-history.dat" to ws-rename-label
               when 21
                   move "notifications.dat" to ws-rename-label
               when 22
                   move "caseloads.dat" to ws-rename-label
                   move "UU" to ws-rename-map
               when 23
                   move "eeo-selfid.dat" to ws-rename-label
               when 24
                   move "learning-agreements.dat" to ws-rename-label
                   move "UU" to ws-rename-map
               when 25
                   move "placement-evaluations.dat" to ws-rename-label
               when 26
                   move "company-team.dat" to ws-rename-label
                   move ".U" to ws-rename-map
               when 27
                   move "mock-interviews.dat" to ws-rename-label
                   move "UU" to ws-rename-map
               when 28
                   move "readiness-waivers.dat" to ws-rename-label
               when 29
                   move "readiness-blocks.dat" to ws-rename-label
               when 30
                   move "accommodations.dat" to ws-rename-label
                   move "U........U" to ws-rename-map
               when 31
                   move "certifications.dat" to ws-rename-label
               when 32
                   move "destination-survey.dat" to ws-rename-label
               when 33
                   move "job-views.dat" to ws-rename-label
               when 34
                   move "consents.dat" to ws-rename-label
               when 35
                   move "scholarship-applications.dat"
                       to ws-rename-label
                   move ".U...U" to ws-rename-map
               when 36
                   move "support-tickets.dat" to ws-rename-label
                   move ".U....U" to ws-rename-map
               when 37
                   move "offer-events.dat" to ws-rename-label
                   move "..U...U" to ws-rename-map
               when 38
                   move "talent-pools.dat" to ws-rename-label
                   move "..UU" to ws-rename-map
               when 39
                   move "scheduled-messages.dat" to ws-rename-label
                   move ".UU" to ws-rename-map
               when 40
                   move "introductions.dat" to ws-rename-label
                   move ".UUU" to ws-rename-map
           end-evaluate

           move 0 to GENERIC-LINE-COUNT
           perform write-rename-count
           .

      *>>    Walks the row one field at a time. A field the map marks
      *>>    "U" that holds the old name is replaced by the new one;
      *>>    every other field, and everything past the mapped ones,
      *>>    is copied across byte for byte so long free-text fields
      *>>    are never cut down to a working slot's width.
       substitute-rename-names.
           move GENERIC-LINE-ENTRY(ws-i) to ws-rename-row
           move spaces to ws-rename-out
           move 1 to ws-parse-pos
           move 1 to ws-rename-out-pos
           move "n" to ws-row-touched
           perform varying ws-rename-field-no from 1 by 1
                   until ws-rename-field-no > 10
                   or ws-parse-pos > 1000
               move spaces to ws-rename-field ws-rename-delim-hit
               move 0 to ws-rename-field-len
               move ws-parse-pos to ws-rename-field-start
               unstring ws-rename-row delimited by ws-rename-delim
                   into ws-rename-field
                   delimiter in ws-rename-delim-hit
                   count in ws-rename-field-len
                   with pointer ws-parse-pos
               end-unstring
               if ws-rename-map(ws-rename-field-no:1) = "U"
                  and function trim(ws-rename-field) =
                      function trim(ws-rename-old)
                   string function trim(ws-rename-new)
                       delimited by size
                       into ws-rename-out
                       with pointer ws-rename-out-pos
                   end-string
                   move "y" to ws-row-touched
               else
                   if ws-rename-field-len > 0
                       string ws-rename-row(ws-rename-field-start:
                                            ws-rename-field-len)
                           delimited by size
                           into ws-rename-out
                           with pointer ws-rename-out-pos
                       end-string
                   end-if
               end-if
               if ws-rename-delim-hit not = space
                   string ws-rename-delim delimited by size
                       into ws-rename-out
                       with pointer ws-rename-out-pos
                   end-string
               end-if
           end-perform

           if ws-row-touched = "y"
               if ws-parse-pos <= 1000
                   string ws-rename-row(ws-parse-pos:)
                       delimited by size
                       into ws-rename-out
                       with pointer ws-rename-out-pos
                   end-string
               end-if
               move ws-rename-out to GENERIC-LINE-ENTRY(ws-i)
               move "y" to ws-merge-changed
               add 1 to ws-rename-count
           end-if
           .

           move 0 to ws-comerge-count

           perform varying ws-comerge-file from 1 by 1
                   until ws-comerge-file > 11
               perform comerge-one-file
           end-perform

      *>>    (f1), 3 events.dat (f3), 4 placements.dat (f4), 5
      *>>    posting-credit-ledger.dat (f1), 6 company-reviews.dat
      *>>    (f1), 7 fair-booths.dat (f3), 8 offers.dat (f4), 9
      *>>    applicant-notes.dat (f1), 10 message-templates.dat (f1),
      *>>    11 featured-postings.dat (f2) - losing the last five
      *>>    would leave booth reservations, outstanding offers, the
      *>>    shared recruiter notes, the recruiters' message templates
      *>>    and bought featured windows pointing at the dead id.
       comerge-one-file.
           move 0 to GENERIC-LINE-COUNT
           move "n" to ws-generic-overflow
                       end-perform
                       close applicant-note-file
                   end-if
               when 10
                   move 1 to ws-comerge-field
                   open input template-file
                   if FILESTAT-TPL = "00"
                       perform until 1 = 2
                           read template-file into template-line
                               at end exit perform
                           end-read
                           if GENERIC-LINE-COUNT < 2000
                               add 1 to GENERIC-LINE-COUNT
                               move template-line
                                   to GENERIC-LINE-ENTRY(GENERIC-LINE-COUNT)
                           else
                               move "y" to ws-generic-overflow
                           end-if
                       end-perform
                       close template-file
                   end-if
               when 11
                   move 2 to ws-comerge-field
                   open input featured-file
                   if FILESTAT-FEATURE = "00"
                       perform until 1 = 2
                           read featured-file into featured-line
                               at end exit perform
                           end-read
                           if GENERIC-LINE-COUNT < 2000
                               add 1 to GENERIC-LINE-COUNT
                               move featured-line
                                   to GENERIC-LINE-ENTRY(GENERIC-LINE-COUNT)
                           else
                               move "y" to ws-generic-overflow
                           end-if
                       end-perform
                       close featured-file
                   end-if
           end-evaluate

           if ws-generic-overflow = "y"
                       move "applicant-notes.dat.new"
                           to WS-TEMP-SEQ-NAME
                       move "applicant-notes.dat" to WS-SEQ-TARGET-NAME
                   when 10
                       move "message-templates.dat.new"
                           to WS-TEMP-SEQ-NAME
                       move "message-templates.dat" to WS-SEQ-TARGET-NAME
                   when 11
                       move "featured-postings.dat.new"
                           to WS-TEMP-SEQ-NAME
                       move "featured-postings.dat" to WS-SEQ-TARGET-NAME
               end-evaluate
               move 0 to ws-seq-written
               open output temp-seq-file
           .

       substitute-company-id.
           perform varying ws-j from 1 by 1 until ws-j > 31
               move spaces to MRG-FIELD(ws-j)
           end-perform
           unstring GENERIC-LINE-ENTRY(ws-i) delimited by "|" into
               MRG-FIELD(17) MRG-FIELD(18) MRG-FIELD(19) MRG-FIELD(20)
               MRG-FIELD(21) MRG-FIELD(22) MRG-FIELD(23) MRG-FIELD(24)
               MRG-FIELD(25) MRG-FIELD(26) MRG-FIELD(27) MRG-FIELD(28)
               MRG-FIELD(29) MRG-FIELD(30) MRG-FIELD(31)
           end-unstring

           if function trim(MRG-FIELD(ws-comerge-field)) not =

           move spaces to GENERIC-LINE-ENTRY(ws-i)
           move 1 to ws-parse-pos
           perform varying ws-j from 1 by 1 until ws-j > 31
               if ws-j > 1
                   string "|" delimited by size
                       into GENERIC-LINE-ENTRY(ws-i)
           perform say
           .

      *>>    Moves a student onto another advisor's caseload (or onto
      *>>    one for the first time): the student must be a student
      *>>    account, the advisor an approved, active advisor
      *>>    account. The student's caseloads.dat row is replaced in
      *>>    place - one advisor per student - through the same
      *>>    write-verify-swap as every other console rewrite.
       reassign-caseload-student.
           move "--- Reassign a Student's Advisor ---" to WS-DISPLAY
           perform say
           move "Enter the student's username:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           move function trim(temp-input) to ws-cl-student
           move ws-cl-student to ws-cl-lookup
           perform lookup-caseload-account
           if ws-cl-acct-found = "n"
              or (function trim(f-role) not = "student"
                  and function trim(f-role) not = spaces)
               move "No student account by that name." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move 0 to GENERIC-LINE-COUNT
           move "n" to ws-generic-overflow
           move 0 to ws-cl-row
           move spaces to ws-cl-old-advisor
           open input caseload-file
           if FILESTAT-CASELOAD = "00"
               perform until 1 = 2
                   read caseload-file into caseload-line
                       at end exit perform
                   end-read
                   if GENERIC-LINE-COUNT < 2000
                       add 1 to GENERIC-LINE-COUNT
                       move caseload-line
                           to GENERIC-LINE-ENTRY(GENERIC-LINE-COUNT)
                       move spaces to GEN-PARSE-1
                       move spaces to GEN-PARSE-2
                       unstring caseload-line delimited by "|" into
                           GEN-PARSE-1 GEN-PARSE-2
                       end-unstring
                       if function trim(GEN-PARSE-2) =
                          function trim(ws-cl-student)
                           move GENERIC-LINE-COUNT to ws-cl-row
                           move function trim(GEN-PARSE-1)
                               to ws-cl-old-advisor
                       end-if
                   else
                       move "y" to ws-generic-overflow
                   end-if
               end-perform
               close caseload-file
           end-if

           if ws-generic-overflow = "y"
               move "caseloads.dat over 2000 rows - reassignment refused." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move spaces to WS-DISPLAY
           if ws-cl-row = 0
               string function trim(ws-cl-student)
                      " is on no caseload yet."
                      delimited by size into WS-DISPLAY
           else
               string function trim(ws-cl-student)
                      " is currently with "
                      function trim(ws-cl-old-advisor) "."
                      delimited by size into WS-DISPLAY
           end-if
           perform say

           move "Enter the new advisor's username:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           move function trim(temp-input) to ws-cl-advisor
           move ws-cl-advisor to ws-cl-lookup
           perform lookup-caseload-account
           if ws-cl-acct-found = "n"
              or function trim(f-role) not = "advisor"
              or function trim(f-status) = "pending"
              or function trim(f-status) = "deactivated"
               move "No approved, active advisor account by that name." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           if function trim(ws-cl-advisor) =
              function trim(ws-cl-old-advisor)
               move "That advisor already has this student." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move "Enter the reason for the reassignment:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           move function trim(temp-input) to ws-cl-reason
           if ws-cl-reason = spaces
               move "manual reassignment" to ws-cl-reason
           end-if

           move spaces to caseload-line
           string function trim(ws-cl-advisor) "|"
                  function trim(ws-cl-student) "|"
                  function current-date(1:8) "|"
                  function trim(ws-cl-reason)
                  delimited by size into caseload-line
           end-string
           if ws-cl-row = 0
               if GENERIC-LINE-COUNT >= 2000
                   move "caseloads.dat is full - reassignment refused." to WS-DISPLAY
                   perform say
                   exit paragraph
               end-if
               add 1 to GENERIC-LINE-COUNT
               move GENERIC-LINE-COUNT to ws-cl-row
           end-if
           move caseload-line to GENERIC-LINE-ENTRY(ws-cl-row)

           move "caseloads.dat.new" to WS-TEMP-SEQ-NAME
           move "caseloads.dat" to WS-SEQ-TARGET-NAME
           move 0 to ws-seq-written
           open output temp-seq-file
           if FILESTAT-TMPSEQ not = "00"
               move "Could not open the rewrite temp file - caseloads.dat untouched." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > GENERIC-LINE-COUNT
               move GENERIC-LINE-ENTRY(ws-i) to temp-seq-line
               write temp-seq-line
               add 1 to ws-seq-written
           end-perform
           close temp-seq-file
           perform verify-and-swap-seq

           move "caseload" to ws-audit-event
           move ws-cl-student to ws-audit-target
           move spaces to ws-audit-detail
           string function trim(ws-cl-old-advisor) " -> "
                  function trim(ws-cl-advisor) ": "
                  function trim(ws-cl-reason)
                  delimited by size into ws-audit-detail
           end-string
           perform write-audit-event

           move "Caseload updated." to WS-DISPLAY
           perform say
           .

      *>>    Reads ws-cl-lookup's users.dat row into the f- fields;
      *>>    ws-cl-acct-found "y" when it exists. A blank role is a
      *>>    student row from before roles.
       lookup-caseload-account.
           move "n" to ws-cl-acct-found
           move spaces to f-role f-status
           if function trim(ws-cl-lookup) = spaces
               exit paragraph
           end-if
           open input user-file
           if FILESTAT-USER = "00"
               move function trim(ws-cl-lookup) to fd-user-name
               read user-file
                   invalid key continue
                   not invalid key
                       move "y" to ws-cl-acct-found
                       move fd-user-data to user-line
                       move spaces to f-pass f-pwdate f-email
                       move spaces to f-company-id f-2fa f-campus
                       unstring user-line delimited by "," into
                           f-pass f-attempts f-locked f-pwdate f-email
                           f-role f-company-id f-status f-2fa f-campus
                       end-unstring
               end-read
               close user-file
           end-if
           .

      *>>    Help-desk queue: every ticket not yet closed, oldest
      *>>    first as raised, with its age and owner. Picking one
      *>>    lets a full-role operator assign it, reply (the reply
      *>>    lands in the requester's messages from "support", signed
      *>>    with the operator's login) or close it. Each action is
      *>>    audited under the operator's own name and the file is
      *>>    rewritten through the usual write-verify-swap.
       support-ticket-queue.
           move "--- Support Ticket Queue ---" to WS-DISPLAY
           perform say
           perform load-ticket-table
           if ws-ticket-overflow = "y"
               move "support-tickets.dat is over 500 rows - archive closed tickets first." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move 0 to ws-ticket-shown
           perform varying ws-i from 1 by 1 until ws-i > TICKET-COUNT
               move TICKET-ENTRY(ws-i) to support-ticket-line
               perform split-ticket-line
               if function trim(tk-status) not = "closed"
                   add 1 to ws-ticket-shown
                   move ws-i to TICKET-PICK-ENTRY(ws-ticket-shown)
                   perform compute-ticket-age
                   if tk-operator = spaces
                       move "unassigned" to ws-ticket-assignee
                   else
                       move tk-operator to ws-ticket-assignee
                   end-if
                   move spaces to WS-DISPLAY
                   string ws-ticket-shown ". " function trim(tk-id)
                          " [" function trim(tk-category) "] "
                          function trim(tk-requester) ", "
                          ws-ticket-age-days " day(s) old, "
                          function trim(ws-ticket-assignee) " - "
                          tk-text(1:50)
                          delimited by size into WS-DISPLAY
                   perform say
               end-if
           end-perform
           if ws-ticket-shown = 0
               move "No open support tickets." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move "Enter a ticket number, or 0 to go back:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           move 0 to ws-ticket-selection
           if function trim(temp-input) is numeric
               move function numval(function trim(temp-input))
                   to ws-ticket-selection
           end-if
           if ws-ticket-selection = 0
               exit paragraph
           end-if
           if ws-ticket-selection > ws-ticket-shown
               move "No ticket by that number." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           move TICKET-PICK-ENTRY(ws-ticket-selection) to ws-ticket-row
           move TICKET-ENTRY(ws-ticket-row) to support-ticket-line
           perform split-ticket-line

           move spaces to WS-DISPLAY
           string function trim(tk-id) " from "
                  function trim(tk-requester) " opened "
                  tk-opened(1:8) ": " function trim(tk-text)
                  delimited by size into WS-DISPLAY
           perform say
           move "A = Assign, R = Reply, C = Close, H = Profile History, anything else to go back:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           move function upper-case(function trim(temp-input))
               to ws-ticket-action
           if ws-ticket-action = "H"
               perform show-ticket-profile-history
               exit paragraph
           end-if
           if ws-ticket-action not = "A" and ws-ticket-action not = "R"
              and ws-ticket-action not = "C"
               exit paragraph
           end-if
           perform require-full-role
           if ws-op-found = "n"
               exit paragraph
           end-if

           evaluate ws-ticket-action
               when "A"
                   perform assign-support-ticket
               when "R"
                   perform reply-support-ticket
               when "C"
                   perform close-support-ticket
           end-evaluate
           .

       load-ticket-table.
           move 0 to TICKET-COUNT
           move "n" to ws-ticket-overflow
           open input support-ticket-file
           if FILESTAT-TICKET = "00"
               perform until 1 = 2
                   read support-ticket-file into support-ticket-line
                       at end exit perform
                   end-read
                   if TICKET-COUNT < 500
                       add 1 to TICKET-COUNT
                       move support-ticket-line
                           to TICKET-ENTRY(TICKET-COUNT)
                   else
                       move "y" to ws-ticket-overflow
                   end-if
               end-perform
               close support-ticket-file
           end-if
           .

       split-ticket-line.
           move spaces to support-ticket-data
           unstring support-ticket-line delimited by "|"
               into tk-id tk-requester tk-category tk-text
                    tk-opened tk-status tk-operator tk-closed
           end-unstring
           .

       join-ticket-line.
           move spaces to support-ticket-line
           string function trim(tk-id) "|"
                  function trim(tk-requester) "|"
                  function trim(tk-category) "|"
                  function trim(tk-text) "|"
                  function trim(tk-opened) "|"
                  function trim(tk-status) "|"
                  function trim(tk-operator) "|"
                  function trim(tk-closed)
                  delimited by size into support-ticket-line
           end-string
           .

      *>>    Whole days since tk-opened; a malformed stamp reads as
      *>>    opened today.
       compute-ticket-age.
           move 0 to ws-ticket-age-days
           if tk-opened(1:8) is numeric
              and tk-opened(1:8) < function current-date(1:8)
               compute ws-ticket-age-days =
                   function integer-of-date(
                       function numval(function current-date(1:8)))
                 - function integer-of-date(
                       function numval(tk-opened(1:8)))
           end-if
           .

      *>>    Blank takes the ticket yourself; any other name must be
      *>>    an operators.dat login.
       assign-support-ticket.
           move "Assign to which operator (blank for yourself):" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           move function trim(temp-input) to ws-ticket-assignee
           if ws-ticket-assignee = spaces
               move ws-operator-name to ws-ticket-assignee
           end-if
           move "n" to ws-cl-acct-found
           open input operator-file
           if FILESTAT-OPER = "00"
               perform until 1 = 2
                   read operator-file into operator-line
                       at end exit perform
                   end-read
                   move spaces to GEN-PARSE-1
                   unstring operator-line delimited by "|" into
                       GEN-PARSE-1
                   end-unstring
                   if function trim(GEN-PARSE-1) =
                      function trim(ws-ticket-assignee)
                       move "y" to ws-cl-acct-found
                       exit perform
                   end-if
               end-perform
               close operator-file
           end-if
           if ws-cl-acct-found = "n"
               move "No operator login by that name." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move ws-ticket-assignee to tk-operator
           move "assigned" to tk-status
           perform save-ticket-row

           move "ticket-assign" to ws-audit-event
           move tk-id to ws-audit-target
           move spaces to ws-audit-detail
           string "assigned to " function trim(ws-ticket-assignee)
                  delimited by size into ws-audit-detail
           end-string
           perform write-audit-event

           move "Ticket assigned." to WS-DISPLAY
           perform say
           .

      *>>    The reply is an ordinary messages.dat row from "support"
      *>>    (type "support"), led by the ticket id and signed with the
      *>>    operator's login; an unowned ticket becomes the replying
      *>>    operator's.
       reply-support-ticket.
           move "Enter the reply (max 130 chars):" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           move function trim(temp-input) to ws-ticket-reply
           inspect ws-ticket-reply replacing all "|" by "/"
           if ws-ticket-reply = spaces
               move "A reply needs some text." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move spaces to message-line
           string "support|"
                  function trim(tk-requester) "|"
                  "[" function trim(tk-id) "] "
                  function trim(ws-ticket-reply) " - "
                  function trim(ws-operator-name) ", InCollege Support|"
                  function current-date "|"
                  "unread|support|||"
                  delimited by size into message-line
           end-string
           perform key-message-record
           open i-o message-file
           if FILESTAT-MSG not = "00"
               open output message-file
               close message-file
               open i-o message-file
           end-if
           if FILESTAT-MSG not = "00"
               move "messages.dat could not be opened - reply not sent." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           write message-record
               invalid key
                   close message-file
                   move "The reply could not be written - try again." to WS-DISPLAY
                   perform say
                   exit paragraph
           end-write
           close message-file

           move "messages.dat" to ws-journal-file
           move "update" to ws-journal-action
           move message-line to ws-journal-image
           perform write-journal-row

           open extend notification-file
           if FILESTAT-NOTIF not = "00"
               open output notification-file
               close notification-file
               open extend notification-file
           end-if
           if FILESTAT-NOTIF = "00"
               move spaces to notification-line
               string function trim(tk-requester) "|message|"
                      "Support replied to ticket " function trim(tk-id)
                      "|" function current-date
                      delimited by size into notification-line
               end-string
               write notification-line
               close notification-file
           end-if

           if tk-operator = spaces
               move ws-operator-name to tk-operator
               move "assigned" to tk-status
           end-if
           perform save-ticket-row

           move "ticket-reply" to ws-audit-event
           move tk-id to ws-audit-target
           move spaces to ws-audit-detail
           string "reply to " function trim(tk-requester)
                  delimited by size into ws-audit-detail
           end-string
           perform write-audit-event

           move "Reply sent." to WS-DISPLAY
           perform say
           .

      *>>    Closing stamps the close time the median-time-to-close
      *>>    figure is built from; the closer owns an unowned ticket.
       close-support-ticket.
           move "closed" to tk-status
           move function current-date(1:14) to tk-closed
           if tk-operator = spaces
               move ws-operator-name to tk-operator
           end-if
           perform save-ticket-row

           open extend notification-file
           if FILESTAT-NOTIF not = "00"
               open output notification-file
               close notification-file
               open extend notification-file
           end-if
           if FILESTAT-NOTIF = "00"
               move spaces to notification-line
               string function trim(tk-requester) "|support-ticket|"
                      "Your support ticket " function trim(tk-id)
                      " was closed.|" function current-date
                      delimited by size into notification-line
               end-string
               write notification-line
               close notification-file
           end-if

           move "ticket-close" to ws-audit-event
           move tk-id to ws-audit-target
           move spaces to ws-audit-detail
           string "closed by " function trim(ws-operator-name)
                  delimited by size into ws-audit-detail
           end-string
           perform write-audit-event

           move "Ticket closed." to WS-DISPLAY
           perform say
           .

      *>>    Read-only listing of the requester's saved profile
      *>>    revisions (oldest first) so an operator working a
      *>>    compromised-account ticket can see what changed and when.
      *>>    Any role may look; the lookup itself is audited.
       show-ticket-profile-history.
           move spaces to WS-DISPLAY
           string "--- Profile History for " function trim(tk-requester)
                  " ---" delimited by size into WS-DISPLAY
           perform say
           move 0 to ws-prev-count
           open input profile-revision-file
           if FILESTAT-PREV = "00"
               perform until 1 = 2
                   read profile-revision-file
                       at end exit perform
                   end-read
                   move spaces to ws-prev-user ws-prev-stamp
                                  ws-prev-changed ws-prev-key
                                  ws-prev-first ws-prev-last
                                  ws-prev-university ws-prev-major
                   unstring profile-revision-line delimited by "|" into
                       ws-prev-user ws-prev-stamp ws-prev-changed
                       ws-prev-key ws-prev-first ws-prev-last
                       ws-prev-university ws-prev-major
                   end-unstring
                   if function trim(ws-prev-user) = function trim(tk-requester)
                       add 1 to ws-prev-count
                       move spaces to WS-DISPLAY
                       string ws-prev-stamp(1:4) "-" ws-prev-stamp(5:2)
                              "-" ws-prev-stamp(7:2) " "
                              ws-prev-stamp(9:2) ":" ws-prev-stamp(11:2)
                              " changed: " function trim(ws-prev-changed)
                              delimited by size into WS-DISPLAY
                       perform say
                       move spaces to WS-DISPLAY
                       string "   before: " function trim(ws-prev-first)
                              " " function trim(ws-prev-last) ", "
                              function trim(ws-prev-university) ", "
                              function trim(ws-prev-major)
                              delimited by size into WS-DISPLAY
                       perform say
                   end-if
               end-perform
               close profile-revision-file
           end-if
           if ws-prev-count = 0
               move "No earlier profile versions on file." to WS-DISPLAY
               perform say
           end-if

           move "profile-history" to ws-audit-event
           move tk-requester to ws-audit-target
           move spaces to ws-audit-detail
           string "viewed for ticket " function trim(tk-id) ", "
                  ws-prev-count " revisions"
                  delimited by size into ws-audit-detail
           end-string
           perform write-audit-event
           .

      *>>    Puts the tk- fields back into ws-ticket-row and rewrites
      *>>    support-tickets.dat.
       save-ticket-row.
           perform join-ticket-line
           move support-ticket-line to TICKET-ENTRY(ws-ticket-row)

           move "support-tickets.dat.new" to WS-TEMP-SEQ-NAME
           move "support-tickets.dat" to WS-SEQ-TARGET-NAME
           move 0 to ws-seq-written
           open output temp-seq-file
           if FILESTAT-TMPSEQ not = "00"
               move "Could not open the rewrite temp file - support-tickets.dat untouched." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           perform varying ws-i from 1 by 1 until ws-i > TICKET-COUNT
               move TICKET-ENTRY(ws-i) to temp-seq-line
               write temp-seq-line
               add 1 to ws-seq-written
           end-perform
           close temp-seq-file
           perform verify-and-swap-seq
           .

      *>>    Lists every published policy version and lets a
      *>>    full-role operator publish a new one. Versions are never
      *>>    edited or removed - the consent ledger points at them.
       manage-policy-versions.
           move "--- Policy Versions ---" to WS-DISPLAY
           perform say
           move 0 to ws-policy-count
           open input policy-version-file
           if FILESTAT-POLICY = "00"
               perform until 1 = 2
                   read policy-version-file into policy-version-line
                       at end exit perform
                   end-read
                   add 1 to ws-policy-count
                   move spaces to ws-pol-policy ws-pol-version
                   move spaces to ws-pol-effective ws-pol-text
                   unstring policy-version-line delimited by "|" into
                       ws-pol-policy ws-pol-version ws-pol-effective
                       ws-pol-text
                   end-unstring
                   move spaces to WS-DISPLAY
                   string function trim(ws-pol-policy) " version "
                          function trim(ws-pol-version)
                          " effective " ws-pol-effective
                          " - " function trim(ws-pol-text)
                          delimited by size into WS-DISPLAY
                   perform say
               end-perform
               close policy-version-file
           end-if
           if ws-policy-count = 0
               move "No policy versions published." to WS-DISPLAY
               perform say
           end-if

           move "A to publish a new version, anything else to go back:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           move function upper-case(function trim(temp-input))
               to ws-policy-choice
           if ws-policy-choice = "A"
               perform require-full-role
               if ws-op-found = "y"
                   perform add-policy-version
               end-if
           end-if
           .

       add-policy-version.
           move "Policy (T = Terms of Use, P = Privacy Notice):" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           evaluate function upper-case(function trim(temp-input))
               when "T"
                   move "terms" to ws-pol-policy
               when "P"
                   move "privacy" to ws-pol-policy
               when other
                   move "Please enter T or P." to WS-DISPLAY
                   perform say
                   exit paragraph
           end-evaluate

           move "Version (for example 2.0):" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           move function trim(temp-input) to ws-pol-version
           inspect ws-pol-version replacing all "|" by "/"
           if ws-pol-version = spaces
               move "A version is required." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

      *>>    A version label is published once per policy, so each
      *>>    consent row names exactly one text.
           move "n" to ws-pol-taken
           open input policy-version-file
           if FILESTAT-POLICY = "00"
               perform until 1 = 2
                   read policy-version-file into policy-version-line
                       at end exit perform
                   end-read
                   move spaces to GEN-PARSE-1 GEN-PARSE-2
                   unstring policy-version-line delimited by "|" into
                       GEN-PARSE-1 GEN-PARSE-2
                   end-unstring
                   if function trim(GEN-PARSE-1) = ws-pol-policy
                      and function trim(GEN-PARSE-2) = ws-pol-version
                       move "y" to ws-pol-taken
                   end-if
               end-perform
               close policy-version-file
           end-if
           if ws-pol-taken = "y"
               move "That version of the policy is already published." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move "Effective date (YYYYMMDD, blank for today):" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           move function trim(temp-input) to ws-pol-effective
           if ws-pol-effective = spaces
               move function current-date(1:8) to ws-pol-effective
           end-if
           if ws-pol-effective is not numeric
              or ws-pol-effective(5:2) < "01" or ws-pol-effective(5:2) > "12"
              or ws-pol-effective(7:2) < "01" or ws-pol-effective(7:2) > "31"
               move "The effective date must be YYYYMMDD." to WS-DISPLAY
               perform say
               exit paragraph
           end-if

           move "Text file name:" to WS-DISPLAY
           perform say
           read InpFile into temp-input
               at end move "Y" to WS-EOF exit paragraph
           end-read
           move function trim(temp-input) to ws-pol-text
           inspect ws-pol-text replacing all "|" by "/"
           move ws-pol-text to ws-policy-text-name
           if ws-pol-text = spaces
               move "No such text file." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           open input policy-text-file
           if FILESTAT-POLTEXT not = "00"
               move "No such text file." to WS-DISPLAY
               perform say
               exit paragraph
           end-if
           close policy-text-file

           open extend policy-version-file
           if FILESTAT-POLICY not = "00"
               open output policy-version-file
               close policy-version-file
               open extend policy-version-file
           end-if
           move spaces to policy-version-line
           string function trim(ws-pol-policy) "|"
                  function trim(ws-pol-version) "|"
                  ws-pol-effective "|"
                  function trim(ws-pol-text)
                  delimited by size into policy-version-line
           end-string
           write policy-version-line
           close policy-version-file

           move "policy-publish" to ws-audit-event
           move ws-pol-policy to ws-audit-target
           move spaces to ws-audit-detail
           string "version " function trim(ws-pol-version)
                  " effective " ws-pol-effective
                  delimited by size into ws-audit-detail
           end-string
           perform write-audit-event

           move "Policy version published." to WS-DISPLAY
           perform say
           .

      *>>    Writes the staged action row and tells the operator what
      *>>    happens next. The staging operator can never release
      *>>    their own entry.
                           perform purge-users-row
                       when 2
                           perform purge-profile-file-row
                       when 5
                           perform purge-application-rows
                       when 6
                           perform purge-message-rows
                       when 4
                           perform purge-generic-file-row
                       when other
                           continue
