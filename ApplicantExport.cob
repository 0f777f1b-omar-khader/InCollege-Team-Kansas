      *>>    Nightly applicant export for employer applicant-tracking
      *>>    systems (ATS): for every company on
      *>>    applicant-export-companies.dat (switched on from Edit
      *>>    Company Page), writes the applications on that company's
      *>>    postings that are new or have changed since the company's
      *>>    last export to ats-export-<company-id>-<yyyymmdd>.csv -
      *>>    permanent job-id, applicant, name, university, major,
      *>>    graduation year, status, screening answers and the
      *>>    attached resume filename - so recruiters stop re-keying
      *>>    view-applicants screen by screen.
      *>>
      *>>    applicant-export-state.dat is each company's high-water
      *>>    record: company-id|job-id|applicant|status|resume-file|
      *>>    exported-on, the application as it was last sent. A row
      *>>    goes out only when the application is missing from it or
      *>>    its status or resume has moved on, so a rerun the same
      *>>    night appends nothing and the next night sends only what
      *>>    happened in between. A company's first run sends every
      *>>    application on file for it.
      *>>
      *>>    Profile visibility is honored the way
      *>>    CandidateShortlistBatch honors it: a student whose
      *>>    visibility preference is "hidden" or "connections" is
      *>>    exported with the application facts only - name,
      *>>    university, major and graduation year are left blank and
      *>>    the profile-withheld column is Y. Counts per company go
      *>>    to Applicant-Export-Report.txt.
       identification division.
       program-id. ApplicantExport.

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
           select optin-file assign to "applicant-export-companies.dat"
               organization is line sequential
               file status is FILESTAT-OPTIN.
           select company-file assign to "companies.dat"
               organization is line sequential
               file status is FILESTAT-COMPANY.
           select job-file assign to "jobs.dat"
               organization is line sequential
               file status is FILESTAT-JOB.
           select application-file assign to "applications.dat"
               organization is indexed
               access mode is sequential
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-APP.
           select profile-file assign to "profiles.dat"
               organization is indexed
               access mode is sequential
               record key is fd-profile-username
               file status is FILESTAT-PROFILE.
           select preference-file assign to "preferences.dat"
               organization is line sequential
               file status is FILESTAT-PREF.
           select state-file assign to "applicant-export-state.dat"
               organization is line sequential
               file status is FILESTAT-STATE.
      *>>    Named per company and night at runtime, the same way
      *>>    InCollege.cob names each user's resume export.
           select export-file assign to WS-EXPORT-FILENAME
               organization is line sequential
               file status is FILESTAT-EXPORT.
           select report-file assign to "Applicant-Export-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.

       data division.
       file section.
       fd  optin-file.
       01  optin-line                pic x(80).

       fd  company-file.
       01  company-line              pic x(300).

       fd  job-file.
       01  job-line                  pic x(1000).

       fd  application-file.
       01  application-record.
           05  fd-app-key.
               10  fd-app-job-id     pic x(10).
               10  fd-app-username   pic x(32).
           05  fd-app-data           pic x(1000).

       fd  profile-file.
       01  profile-record.
           05  fd-profile-username   pic x(32).
           05  fd-profile-data       pic x(5968).

       fd  preference-file.
       01  preference-line           pic x(150).

       fd  state-file.
       01  state-line                pic x(200).

       fd  export-file.
       01  csv-line                  pic x(1000).

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

       01  FILESTAT-OPTIN            pic xx.
       01  FILESTAT-COMPANY          pic xx.
       01  FILESTAT-JOB              pic xx.
       01  FILESTAT-APP              pic xx.
       01  FILESTAT-PROFILE          pic xx.
       01  FILESTAT-PREF             pic xx.
       01  FILESTAT-STATE            pic xx.
       01  FILESTAT-EXPORT           pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).
       01  WS-EXPORT-FILENAME        pic x(60).
       01  ws-run-date               pic x(8).

      *>>    Participating companies, with this run's counts.
       01  OPTIN-TABLE.
           05  OPTIN-ENTRY           occurs 500 times.
               10  oi-company-id     pic x(10).
               10  oi-company-name   pic x(100).
               10  oi-new            pic 9(05).
               10  oi-changed        pic 9(05).
               10  oi-withheld       pic 9(05).
       01  OPTIN-COUNT               pic 9(04) value 0.

      *>>    Postings of participating companies, by permanent job-id.
       01  POSTINGS-TABLE.
           05  POSTING-ENTRY         occurs 2000 times.
               10  po-job-id         pic x(10).
               10  po-title          pic x(50).
               10  po-optin-idx      pic 9(04).
       01  POSTINGS-COUNT            pic 9(04) value 0.

       01  STUDENTS-TABLE.
           05  STUDENT-ENTRY         occurs 2000 times.
               10  st-user           pic x(32).
               10  st-first-name     pic x(50).
               10  st-last-name      pic x(50).
               10  st-university     pic x(100).
               10  st-major          pic x(50).
               10  st-gradyear       pic x(4).
               10  st-visible        pic x.
       01  STUDENTS-COUNT            pic 9(04) value 0.

      *>>    applicant-export-state.dat, split.
       01  STATE-TABLE.
           05  STATE-ENTRY           occurs 5000 times.
               10  ss-company-id     pic x(10).
               10  ss-job-id         pic x(10).
               10  ss-applicant      pic x(32).
               10  ss-status         pic x(15).
               10  ss-resume         pic x(50).
               10  ss-exported-on    pic x(8).
       01  STATE-COUNT               pic 9(04) value 0.
       01  ws-state-full             pic x value "n".

       01  PARSE-FIELDS.
           05 PARSE-FIELD            occurs 31 times pic x(300).

       01  application-line          pic x(1100).
       01  app-username              pic x(32).
       01  app-job-id                pic x(10).
       01  app-status                pic x(15).
       01  app-resume-file           pic x(50).
       01  app-answers               occurs 5 times pic x(100).

       01  ws-i                      pic 9(04) value 0.
       01  ws-j                      pic 9(04) value 0.
       01  ws-o                      pic 9(04) value 0.
       01  ws-p                      pic 9(04) value 0.
       01  ws-s                      pic 9(04) value 0.
       01  ws-st                     pic 9(04) value 0.
       01  ws-q                      pic 9(02) value 0.
       01  ws-f                      pic 9(02) value 0.
       01  ws-parse-idx              pic 9(02) value 0.
       01  ws-question-idx           pic 9(02) value 0.
       01  ws-change-kind            pic x(10).
       01  ws-apps-read              pic 9(06) value 0.
       01  ws-rows-written           pic 9(06) value 0.

       01  ws-csv-field              pic x(200).
       01  ws-csv-ptr                pic 9(04) value 1.
       01  ws-csv-i                  pic 9(03) value 0.
       01  ws-csv-len                pic 9(03) value 0.
       01  ws-csv-tally              pic 9(03) value 0.
       01  ws-csv-columns            pic 9(03) value 0.

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

           move "--- Applicant Export for Applicant-Tracking Systems ---"
               to report-line
           write report-line
           move function current-date(1:8) to ws-run-date

           perform load-optin-companies
           if OPTIN-COUNT = 0
               move "No company has turned on the applicant export." to report-line
               write report-line
               close report-file
               stop run
           end-if

           perform load-company-names
           perform load-postings
           perform load-students
           perform load-visibility-prefs
           perform load-state-table

           perform varying ws-o from 1 by 1 until ws-o > OPTIN-COUNT
               perform ensure-export-file
           end-perform

           open input application-file
           if FILESTAT-APP = "00"
               perform until 1 = 2
                   read application-file next record
                       at end exit perform
                   end-read
                   if FILESTAT-APP not = "00"
                       exit perform
                   end-if
                   add 1 to ws-apps-read
                   perform export-one-application
               end-perform
               close application-file
           end-if

           perform save-state-table
           perform write-company-lines

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Applications read: " ws-apps-read
                  "  Rows exported: " ws-rows-written
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           if ws-state-full = "y"
               move "applicant-export-state.dat is full (5000 rows) - some rows will repeat next run; archive closed postings' applications." to report-line
               write report-line
           end-if

           close report-file
           stop run.

      *>>    company-id|opted-in date|opted-in by.
       load-optin-companies.
           move 0 to OPTIN-COUNT
           open input optin-file
           if FILESTAT-OPTIN = "00"
               perform until 1 = 2
                   read optin-file into optin-line
                       at end exit perform
                   end-read
                   if function trim(optin-line) not = spaces
                      and OPTIN-COUNT < 500
                       add 1 to OPTIN-COUNT
                       move spaces to PARSE-FIELD(1)
                       unstring optin-line delimited by "|"
                           into PARSE-FIELD(1)
                       end-unstring
                       move function trim(PARSE-FIELD(1))
                           to oi-company-id(OPTIN-COUNT)
                       move oi-company-id(OPTIN-COUNT)
                           to oi-company-name(OPTIN-COUNT)
                       move 0 to oi-new(OPTIN-COUNT)
                       move 0 to oi-changed(OPTIN-COUNT)
                       move 0 to oi-withheld(OPTIN-COUNT)
                   end-if
               end-perform
               close optin-file
           end-if
           .

       load-company-names.
           open input company-file
           if FILESTAT-COMPANY = "00"
               perform until 1 = 2
                   read company-file into company-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD(1)
                   move spaces to PARSE-FIELD(2)
                   unstring company-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2)
                   end-unstring
                   perform varying ws-o from 1 by 1 until ws-o > OPTIN-COUNT
                       if oi-company-id(ws-o) = function trim(PARSE-FIELD(1))
                           move function trim(PARSE-FIELD(2))
                               to oi-company-name(ws-o)
                           exit perform
                       end-if
                   end-perform
               end-perform
               close company-file
           end-if
           .

      *>>    company-id is the 10th jobs.dat field; the permanent
      *>>    job-id sits past the question block at 18 +
      *>>    question-count, same position math as InCollege.cob's
      *>>    parse-job-line.
       load-postings.
           move 0 to POSTINGS-COUNT
           open input job-file
           if FILESTAT-JOB = "00"
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
                       PARSE-FIELD(22) PARSE-FIELD(23)
                   end-unstring
                   move 0 to ws-o
                   perform varying ws-i from 1 by 1 until ws-i > OPTIN-COUNT
                       if oi-company-id(ws-i) = function trim(PARSE-FIELD(10))
                           move ws-i to ws-o
                           exit perform
                       end-if
                   end-perform
                   move 0 to ws-q
                   if function trim(PARSE-FIELD(12)) is numeric
                      and function trim(PARSE-FIELD(12)) not = spaces
                       move function numval(function trim(PARSE-FIELD(12)))
                           to ws-q
                   end-if
                   if ws-q > 5
                       move 5 to ws-q
                   end-if
                   compute ws-f = 18 + ws-q
                   if ws-o > 0
                      and function trim(PARSE-FIELD(ws-f)) not = spaces
                      and POSTINGS-COUNT < 2000
                       add 1 to POSTINGS-COUNT
                       move function trim(PARSE-FIELD(ws-f))
                           to po-job-id(POSTINGS-COUNT)
                       move function trim(PARSE-FIELD(2))
                           to po-title(POSTINGS-COUNT)
                       move ws-o to po-optin-idx(POSTINGS-COUNT)
                   end-if
               end-perform
               close job-file
           end-if
           .

      *>>    firstname|lastname|university|major|gradyear lead
      *>>    fd-profile-data.
       load-students.
           move 0 to STUDENTS-COUNT
           open input profile-file
           if FILESTAT-PROFILE = "00"
               perform until 1 = 2
                   read profile-file next record
                       at end exit perform
                   end-read
                   if STUDENTS-COUNT < 2000
                       add 1 to STUDENTS-COUNT
                       move function trim(fd-profile-username)
                           to st-user(STUDENTS-COUNT)
                       perform varying ws-parse-idx from 1 by 1
                               until ws-parse-idx > 5
                           move spaces to PARSE-FIELD(ws-parse-idx)
                       end-perform
                       unstring fd-profile-data delimited by "|" into
                           PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                           PARSE-FIELD(4) PARSE-FIELD(5)
                       end-unstring
                       move function trim(PARSE-FIELD(1))
                           to st-first-name(STUDENTS-COUNT)
                       move function trim(PARSE-FIELD(2))
                           to st-last-name(STUDENTS-COUNT)
                       move function trim(PARSE-FIELD(3))
                           to st-university(STUDENTS-COUNT)
                       move function trim(PARSE-FIELD(4))
                           to st-major(STUDENTS-COUNT)
                       move function trim(PARSE-FIELD(5))
                           to st-gradyear(STUDENTS-COUNT)
                       move "y" to st-visible(STUDENTS-COUNT)
                   end-if
               end-perform
               close profile-file
           end-if
           .

      *>>    A "hidden" or "connections" visibility preference keeps
      *>>    the profile out of the export - there is no recruiter
      *>>    connection context in a batch.
       load-visibility-prefs.
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
                   if function trim(PARSE-FIELD(2)) = "visibility"
                      and ( function trim(PARSE-FIELD(3)) = "hidden"
                            or function trim(PARSE-FIELD(3)) =
                               "connections" )
                       perform varying ws-i from 1 by 1
                               until ws-i > STUDENTS-COUNT
                           if function trim(st-user(ws-i)) =
                              function trim(PARSE-FIELD(1))
                               move "n" to st-visible(ws-i)
                               exit perform
                           end-if
                       end-perform
                   end-if
               end-perform
               close preference-file
           end-if
           .

       load-state-table.
           move 0 to STATE-COUNT
           open input state-file
           if FILESTAT-STATE = "00"
               perform until 1 = 2
                   read state-file into state-line
                       at end exit perform
                   end-read
                   if function trim(state-line) not = spaces
                       if STATE-COUNT < 5000
                           add 1 to STATE-COUNT
                           unstring state-line delimited by "|" into
                               ss-company-id(STATE-COUNT)
                               ss-job-id(STATE-COUNT)
                               ss-applicant(STATE-COUNT)
                               ss-status(STATE-COUNT)
                               ss-resume(STATE-COUNT)
                               ss-exported-on(STATE-COUNT)
                           end-unstring
                       else
                           move "y" to ws-state-full
                       end-if
                   end-if
               end-perform
               close state-file
           end-if
           .

      *>>    Rows for companies that have since switched the export
      *>>    off are kept, so turning it back on resumes from the
      *>>    same high-water mark instead of resending everything.
       save-state-table.
           open output state-file
           if FILESTAT-STATE = "00"
               perform varying ws-s from 1 by 1 until ws-s > STATE-COUNT
                   move spaces to state-line
                   string function trim(ss-company-id(ws-s)) "|"
                          function trim(ss-job-id(ws-s)) "|"
                          function trim(ss-applicant(ws-s)) "|"
                          function trim(ss-status(ws-s)) "|"
                          function trim(ss-resume(ws-s)) "|"
                          ss-exported-on(ws-s)
                          delimited by size into state-line
                   end-string
                   write state-line
               end-perform
               close state-file
           end-if
           .

       set-export-filename.
           move spaces to WS-EXPORT-FILENAME
           string "ats-export-" function trim(oi-company-id(ws-o))
                  "-" ws-run-date ".csv"
                  delimited by size into WS-EXPORT-FILENAME
           end-string
           .

      *>>    Tonight's file exists for every participating company,
      *>>    header row first, even when nothing changed - the ATS
      *>>    side can tell "no news" from "export never ran". A rerun
      *>>    finds it already there and leaves it alone.
       ensure-export-file.
           perform set-export-filename
           open input export-file
           if FILESTAT-EXPORT = "00"
               close export-file
               exit paragraph
           end-if
           open output export-file
           if FILESTAT-EXPORT not = "00"
               exit paragraph
           end-if
           perform begin-csv-row
           move "change" to ws-csv-field
           perform add-csv-field
           move "job-id" to ws-csv-field
           perform add-csv-field
           move "job-title" to ws-csv-field
           perform add-csv-field
           move "applicant" to ws-csv-field
           perform add-csv-field
           move "first-name" to ws-csv-field
           perform add-csv-field
           move "last-name" to ws-csv-field
           perform add-csv-field
           move "university" to ws-csv-field
           perform add-csv-field
           move "major" to ws-csv-field
           perform add-csv-field
           move "grad-year" to ws-csv-field
           perform add-csv-field
           move "status" to ws-csv-field
           perform add-csv-field
           move "answer-1" to ws-csv-field
           perform add-csv-field
           move "answer-2" to ws-csv-field
           perform add-csv-field
           move "answer-3" to ws-csv-field
           perform add-csv-field
           move "answer-4" to ws-csv-field
           perform add-csv-field
           move "answer-5" to ws-csv-field
           perform add-csv-field
           move "resume-file" to ws-csv-field
           perform add-csv-field
           move "profile-withheld" to ws-csv-field
           perform add-csv-field
           write csv-line
           close export-file
           .

      *>>    fd-app-data is title|employer|location|status|resume|
      *>>    answers 1-5|job-id after the username, as InCollege.cob
      *>>    writes it.
       export-one-application.
           move 0 to ws-p
           perform varying ws-i from 1 by 1 until ws-i > POSTINGS-COUNT
               if po-job-id(ws-i) = function trim(fd-app-job-id)
                   move ws-i to ws-p
                   exit perform
               end-if
           end-perform
           if ws-p = 0
               exit paragraph
           end-if
           move po-optin-idx(ws-p) to ws-o

           move spaces to application-line
           string function trim(fd-app-username) "|" fd-app-data
               delimited by size into application-line
           end-string
           perform varying ws-parse-idx from 1 by 1 until ws-parse-idx > 12
               move spaces to PARSE-FIELD(ws-parse-idx)
           end-perform
           unstring application-line delimited by "|" into
               PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
               PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
               PARSE-FIELD(7) PARSE-FIELD(8) PARSE-FIELD(9)
               PARSE-FIELD(10) PARSE-FIELD(11) PARSE-FIELD(12)
           end-unstring
           move function trim(fd-app-username) to app-username
           move function trim(fd-app-job-id) to app-job-id
           if function trim(PARSE-FIELD(5)) = spaces
               move "Applied" to app-status
           else
               move function trim(PARSE-FIELD(5)) to app-status
           end-if
           move function trim(PARSE-FIELD(6)) to app-resume-file
           perform varying ws-question-idx from 1 by 1
                   until ws-question-idx > 5
               move function trim(PARSE-FIELD(6 + ws-question-idx))
                   to app-answers(ws-question-idx)
           end-perform

           move 0 to ws-s
           perform varying ws-i from 1 by 1 until ws-i > STATE-COUNT
               if ss-company-id(ws-i) = oi-company-id(ws-o)
                  and ss-job-id(ws-i) = app-job-id
                  and ss-applicant(ws-i) = app-username
                   move ws-i to ws-s
                   exit perform
               end-if
           end-perform
           if ws-s > 0
               if ss-status(ws-s) = app-status
                  and ss-resume(ws-s) = app-resume-file
                   exit paragraph
               end-if
               move "updated" to ws-change-kind
           else
               move "new" to ws-change-kind
           end-if

           move 0 to ws-st
           perform varying ws-i from 1 by 1 until ws-i > STUDENTS-COUNT
               if st-user(ws-i) = app-username
                   move ws-i to ws-st
                   exit perform
               end-if
           end-perform

           perform set-export-filename
           open extend export-file
           if FILESTAT-EXPORT not = "00"
               move spaces to WS-DISPLAY
               string "Could not write " function trim(WS-EXPORT-FILENAME)
                      " (status " FILESTAT-EXPORT ")."
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
               exit paragraph
           end-if
           perform write-export-row
           close export-file

           add 1 to ws-rows-written
           if ws-change-kind = "new"
               add 1 to oi-new(ws-o)
           else
               add 1 to oi-changed(ws-o)
           end-if

           if ws-s = 0
               if STATE-COUNT >= 5000
                   move "y" to ws-state-full
                   exit paragraph
               end-if
               add 1 to STATE-COUNT
               move STATE-COUNT to ws-s
               move oi-company-id(ws-o) to ss-company-id(ws-s)
               move app-job-id to ss-job-id(ws-s)
               move app-username to ss-applicant(ws-s)
           end-if
           move app-status to ss-status(ws-s)
           move app-resume-file to ss-resume(ws-s)
           move ws-run-date to ss-exported-on(ws-s)
           .

       write-export-row.
           perform begin-csv-row
           move ws-change-kind to ws-csv-field
           perform add-csv-field
           move app-job-id to ws-csv-field
           perform add-csv-field
           move po-title(ws-p) to ws-csv-field
           perform add-csv-field
           move app-username to ws-csv-field
           perform add-csv-field
           if ws-st > 0
               if st-visible(ws-st) = "y"
                   move st-first-name(ws-st) to ws-csv-field
                   perform add-csv-field
                   move st-last-name(ws-st) to ws-csv-field
                   perform add-csv-field
                   move st-university(ws-st) to ws-csv-field
                   perform add-csv-field
                   move st-major(ws-st) to ws-csv-field
                   perform add-csv-field
                   move st-gradyear(ws-st) to ws-csv-field
                   perform add-csv-field
               else
                   add 1 to oi-withheld(ws-o)
                   move spaces to ws-csv-field
                   perform add-csv-field
                   perform add-csv-field
                   perform add-csv-field
                   perform add-csv-field
                   perform add-csv-field
               end-if
           else
               move spaces to ws-csv-field
               perform add-csv-field
               perform add-csv-field
               perform add-csv-field
               perform add-csv-field
               perform add-csv-field
           end-if
           move app-status to ws-csv-field
           perform add-csv-field
           perform varying ws-question-idx from 1 by 1
                   until ws-question-idx > 5
               move app-answers(ws-question-idx) to ws-csv-field
               perform add-csv-field
           end-perform
           move app-resume-file to ws-csv-field
           perform add-csv-field
           if ws-st > 0 and st-visible(ws-st) not = "y"
               move "Y" to ws-csv-field
           else
               move "N" to ws-csv-field
           end-if
           perform add-csv-field
           write csv-line
           .

       write-company-lines.
           move spaces to report-line
           write report-line
           perform varying ws-o from 1 by 1 until ws-o > OPTIN-COUNT
               perform set-export-filename
               move spaces to WS-DISPLAY
               string function trim(oi-company-name(ws-o))
                      " (" function trim(oi-company-id(ws-o)) "): "
                      oi-new(ws-o) " new, "
                      oi-changed(ws-o) " updated, "
                      oi-withheld(ws-o) " with profile withheld -> "
                      function trim(WS-EXPORT-FILENAME)
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
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
