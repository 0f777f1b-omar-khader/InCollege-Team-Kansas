      *>>    Accounts still outstanding on the terms of use or the
      *>>    privacy notice in force today, for legal: every active
      *>>    users.dat account whose consents.dat acceptances (username|
      *>>    policy|version|accepted-timestamp, appended by InCollege.cob
      *>>    at sign-up and at the login gate) do not include the
      *>>    current version from policy-versions.dat (policy|version|
      *>>    effective-date|text-file, published from AdminConsole).
      *>>    Each outstanding account shows the last version it did
      *>>    accept. Deactivated accounts are counted, not listed -
      *>>    they meet the gate only if reactivated.
       identification division.
       program-id. ConsentReport.

       environment division.
       input-output section.
       file-control.
      *>>    Layout-version sidecar shared with InCollege.cob: this
      *>>    program refuses to run against a file stamped for a
      *>>    newer layout than it was built to parse.
           select layout-version-file assign to "layout-versions.dat"
               organization is line sequential
               file status is FILESTAT-LAYOUT.
           select user-file assign to "users.dat"
               organization is indexed
               access mode is sequential
               record key is fd-user-name
               file status is FILESTAT-USER.
           select policy-version-file assign to "policy-versions.dat"
               organization is line sequential
               file status is FILESTAT-POLICY.
           select consent-file assign to "consents.dat"
               organization is line sequential
               file status is FILESTAT-CONSENT.
           select report-file assign to "Consent-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Consent-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  user-file.
       01  user-record.
           05  fd-user-name          pic x(32).
           05  fd-user-data          pic x(200).

       fd  policy-version-file.
       01  policy-version-line       pic x(200).

       fd  consent-file.
       01  consent-line              pic x(120).

       fd  report-file.
       01  report-line               pic x(200).

       fd  csv-file.
       01  csv-line                  pic x(1000).

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
       01  FILESTAT-POLICY           pic xx.
       01  FILESTAT-CONSENT          pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).

      *>>    The version of each policy in force today, chosen the way
      *>>    InCollege.cob's login gate chooses it: the latest
      *>>    effective date on or before today, a later row winning a
      *>>    tie.
       01  POLICY-CURRENT-TABLE.
           05  POLICY-CURRENT-ENTRY  occurs 2 times.
               10  pc-policy         pic x(10).
               10  pc-label          pic x(20).
               10  pc-version        pic x(10).
               10  pc-effective      pic x(8).
               10  pc-outstanding    pic 9(05).
       01  ws-pc                     pic 9 value 0.

      *>>    Per account: the last version of each policy accepted
      *>>    (consents.dat is chronological, so the last row wins) and
      *>>    whether the current version is among the acceptances.
       01  ACCEPT-TABLE.
           05  ACCEPT-ENTRY          occurs 5000 times.
               10  ac-user           pic x(32).
               10  ac-last           occurs 2 times pic x(10).
               10  ac-current        occurs 2 times pic x.
       01  ACCEPT-COUNT              pic 9(04) value 0.
       01  ws-overflow               pic x value "n".

       01  ws-pol-user               pic x(32).
       01  ws-pol-policy             pic x(10).
       01  ws-pol-version            pic x(10).
       01  ws-pol-effective          pic x(8).

       01  PARSE-FIELD-1             pic x(60).
       01  PARSE-FIELD-2             pic x(60).
       01  PARSE-FIELD-3             pic x(60).
       01  PARSE-FIELD-4             pic x(60).
       01  PARSE-FIELD-5             pic x(60).
       01  PARSE-FIELD-6             pic x(60).
       01  PARSE-FIELD-7             pic x(60).
       01  PARSE-FIELD-8             pic x(60).

       01  ws-i                      pic 9(04) value 0.
       01  ws-account-count          pic 9(05) value 0.
       01  ws-deactivated-count      pic 9(05) value 0.
       01  ws-outstanding-count      pic 9(05) value 0.
       01  ws-user-outstanding       pic x value "n".
       01  ws-role-out               pic x(10).
       01  ACCOUNT-STATE.
           05  ws-last-out           occurs 2 times pic x(10).
           05  ws-state-out          occurs 2 times pic x(16).

      *>>    "csv" on the command line (or after the program name in
      *>>    nightly-jobs.txt) also writes the report's .csv
      *>>    companion: one header row, then one row per detail line.
       01  FILESTAT-CSV              pic xx.
       01  ws-command-args           pic x(100).
       01  ws-csv-wanted             pic x value "n".
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

           perform read-run-options
           if ws-csv-wanted = "y"
               perform open-csv-file
           end-if

           move "--- Policy Consent Report ---" to report-line
           write report-line

           perform load-current-policies
           perform varying ws-pc from 1 by 1 until ws-pc > 2
               move spaces to WS-DISPLAY
               if pc-version(ws-pc) = spaces
                   string function trim(pc-label(ws-pc))
                          ": no version in force"
                          delimited by size into WS-DISPLAY
               else
                   string function trim(pc-label(ws-pc)) ": version "
                          function trim(pc-version(ws-pc))
                          ", effective " pc-effective(ws-pc)
                          delimited by size into WS-DISPLAY
               end-if
               move WS-DISPLAY to report-line
               write report-line
           end-perform
           move spaces to report-line
           write report-line

           if pc-version(1) = spaces and pc-version(2) = spaces
               move "No policy version is in force - nothing to accept."
                   to report-line
               write report-line
           else
               perform load-acceptances
               perform scan-accounts
           end-if

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Outstanding account(s): " ws-outstanding-count
                  " of " ws-account-count " active"
                  "  (terms: " pc-outstanding(1)
                  ", privacy: " pc-outstanding(2) ")"
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Deactivated account(s) not checked: "
                  ws-deactivated-count
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           if ws-overflow = "y"
               move "consents.dat names over 5000 accounts - the rest read as never having accepted."
                   to report-line
               write report-line
           end-if

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

       load-current-policies.
           move "terms" to pc-policy(1)
           move "Terms of Use" to pc-label(1)
           move "privacy" to pc-policy(2)
           move "Privacy Notice" to pc-label(2)
           perform varying ws-pc from 1 by 1 until ws-pc > 2
               move spaces to pc-version(ws-pc)
               move spaces to pc-effective(ws-pc)
               move 0 to pc-outstanding(ws-pc)
           end-perform
           open input policy-version-file
           if FILESTAT-POLICY = "00"
               perform until 1 = 2
                   read policy-version-file into policy-version-line
                       at end exit perform
                   end-read
                   move spaces to ws-pol-policy ws-pol-version
                   move spaces to ws-pol-effective
                   unstring policy-version-line delimited by "|" into
                       ws-pol-policy ws-pol-version ws-pol-effective
                   end-unstring
                   move function lower-case(ws-pol-policy)
                       to ws-pol-policy
                   perform varying ws-pc from 1 by 1 until ws-pc > 2
                       if ws-pol-policy = pc-policy(ws-pc)
                          and ws-pol-version not = spaces
                          and ws-pol-effective is numeric
                          and ws-pol-effective <=
                              function current-date(1:8)
                          and ws-pol-effective >= pc-effective(ws-pc)
                           move ws-pol-version to pc-version(ws-pc)
                           move ws-pol-effective to pc-effective(ws-pc)
                       end-if
                   end-perform
               end-perform
               close policy-version-file
           end-if
           .

       load-acceptances.
           move 0 to ACCEPT-COUNT
           open input consent-file
           if FILESTAT-CONSENT = "00"
               perform until 1 = 2
                   read consent-file into consent-line
                       at end exit perform
                   end-read
                   move spaces to ws-pol-user ws-pol-policy
                   move spaces to ws-pol-version
                   unstring consent-line delimited by "|" into
                       ws-pol-user ws-pol-policy ws-pol-version
                   end-unstring
                   move function trim(ws-pol-user) to ws-pol-user
                   perform find-acceptance-row
                   if ws-i > 0
                       perform varying ws-pc from 1 by 1 until ws-pc > 2
                           if ws-pol-policy = pc-policy(ws-pc)
                               move ws-pol-version to ac-last(ws-i, ws-pc)
                               if ws-pol-version = pc-version(ws-pc)
                                   move "y" to ac-current(ws-i, ws-pc)
                               end-if
                           end-if
                       end-perform
                   end-if
               end-perform
               close consent-file
           end-if
           .

      *>>    ws-i: ws-pol-user's ACCEPT-TABLE row, added on first
      *>>    sight; 0 once the table is full.
       find-acceptance-row.
           perform varying ws-i from 1 by 1 until ws-i > ACCEPT-COUNT
               if ac-user(ws-i) = ws-pol-user
                   exit paragraph
               end-if
           end-perform
           if ACCEPT-COUNT >= 5000
               move "y" to ws-overflow
               move 0 to ws-i
               exit paragraph
           end-if
           add 1 to ACCEPT-COUNT
           move ACCEPT-COUNT to ws-i
           move ws-pol-user to ac-user(ws-i)
           move spaces to ac-last(ws-i, 1) ac-last(ws-i, 2)
           move "n" to ac-current(ws-i, 1) ac-current(ws-i, 2)
           .

       scan-accounts.
           move "Username                         Role        Terms               Privacy"
               to report-line
           write report-line
           open input user-file
           if FILESTAT-USER not = "00"
               move "No accounts on file." to report-line
               write report-line
               exit paragraph
           end-if
           perform until 1 = 2
               read user-file next record
                   at end exit perform
               end-read
               move spaces to PARSE-FIELD-6 PARSE-FIELD-8
               unstring fd-user-data delimited by "," into
                   PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                   PARSE-FIELD-4 PARSE-FIELD-5 PARSE-FIELD-6
                   PARSE-FIELD-7 PARSE-FIELD-8
               end-unstring
               if function trim(PARSE-FIELD-8) = "deactivated"
                   add 1 to ws-deactivated-count
                   exit perform cycle
               end-if
               add 1 to ws-account-count

               move fd-user-name to ws-pol-user
               move 0 to ws-i
               perform varying ws-i from 1 by 1 until ws-i > ACCEPT-COUNT
                   if ac-user(ws-i) = ws-pol-user
                       exit perform
                   end-if
               end-perform

               move "n" to ws-user-outstanding
               perform varying ws-pc from 1 by 1 until ws-pc > 2
                   move spaces to ws-last-out(ws-pc)
                   if ws-i <= ACCEPT-COUNT
                       move ac-last(ws-i, ws-pc) to ws-last-out(ws-pc)
                   end-if
                   move "ok" to ws-state-out(ws-pc)
                   if pc-version(ws-pc) = spaces
                       move "-" to ws-state-out(ws-pc)
                   else
                       if ws-i > ACCEPT-COUNT
                          or ac-current(ws-i, ws-pc) not = "y"
                           move "y" to ws-user-outstanding
                           add 1 to pc-outstanding(ws-pc)
                           if ws-last-out(ws-pc) = spaces
                               move "never" to ws-state-out(ws-pc)
                           else
                               move spaces to ws-state-out(ws-pc)
                               string "last " delimited by size
                                      ws-last-out(ws-pc)
                                      delimited by space
                                      into ws-state-out(ws-pc)
                           end-if
                       end-if
                   end-if
               end-perform

               if ws-user-outstanding = "y"
                   add 1 to ws-outstanding-count
                   move PARSE-FIELD-6 to ws-role-out
                   if ws-role-out = spaces
                       move "student" to ws-role-out
                   end-if
                   move spaces to WS-DISPLAY
                   string fd-user-name " " ws-role-out "  "
                          ws-state-out(1) "    " ws-state-out(2)
                          delimited by size into WS-DISPLAY
                   move WS-DISPLAY to report-line
                   write report-line
                   if ws-csv-wanted = "y"
                       perform begin-csv-row
                       move fd-user-name to ws-csv-field
                       perform add-csv-field
                       move ws-role-out to ws-csv-field
                       perform add-csv-field
                       move ws-state-out(1) to ws-csv-field
                       perform add-csv-field
                       move ws-state-out(2) to ws-csv-field
                       perform add-csv-field
                       write csv-line
                   end-if
               end-if
           end-perform
           close user-file
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

       write-csv-header.
           perform begin-csv-row
           move "username" to ws-csv-field
           perform add-csv-field
           move "role" to ws-csv-field
           perform add-csv-field
           move "terms" to ws-csv-field
           perform add-csv-field
           move "privacy" to ws-csv-field
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
