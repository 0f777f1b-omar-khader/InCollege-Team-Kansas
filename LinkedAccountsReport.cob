      *>>    Linked-account report: finds one person running several
      *>>    accounts - rings of fake employer accounts, or a student's
      *>>    throwaway accounts made to get round blocked-users.dat.
      *>>    Every pair of users.dat accounts is scored on:
      *>>        same recovery email (case-insensitive)        3 points
      *>>        same email pattern - the local part with any
      *>>          "+tag", dots and digits dropped, at the same
      *>>          domain (jsmith1@ / j.smith2@ / jsmith+x@)   2 points
      *>>        same stored password transform                2 points
      *>>        logins from the same session input file
      *>>          within the login window (login-history.dat) 2 points
      *>>        created within the creation window            1 point
      *>>    Creation date is the account's first password-history.dat
      *>>    row, or its users.dat password date when it has none, so
      *>>    a creation match alone never links anyone. A pair scoring
      *>>    the minimum or more is linked, and linked pairs chain
      *>>    into clusters. Each cluster is listed in
      *>>    Linked-Accounts-Report.txt with every linking pair's
      *>>    evidence, and a "linked-accounts" security-audit.dat event
      *>>    is written for it (once per distinct membership) so
      *>>    operators can act through AdminConsole's Lock/Unlock or
      *>>    Merge Duplicate Accounts.
      *>>
      *>>    linked-accounts-settings.dat, one row:
      *>>        login-window-minutes|creation-window-days|min-score
      *>>    (default 10|1|2 when absent).
       identification division.
       program-id. LinkedAccountsReport.

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
           select password-history-file
               assign to "password-history.dat"
               organization is line sequential
               file status is FILESTAT-PWHIST.
           select login-history-file assign to "login-history.dat"
               organization is line sequential
               file status is FILESTAT-LOGINH.
           select control-file assign to "linked-accounts-settings.dat"
               organization is line sequential
               file status is FILESTAT-CTL.
           select audit-file assign to "security-audit.dat"
               organization is line sequential
               file status is FILESTAT-AUDIT.
           select report-file assign to "Linked-Accounts-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Linked-Accounts-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  user-file.
       01  user-record.
           05  fd-user-name          pic x(32).
           05  fd-user-data          pic x(200).

       fd  password-history-file.
       01  password-history-line     pic x(70).

       fd  login-history-file.
       01  login-history-line        pic x(200).

       fd  control-file.
       01  control-line              pic x(40).

       fd  audit-file.
       01  audit-line                pic x(400).

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
       01  FILESTAT-PWHIST           pic xx.
       01  FILESTAT-LOGINH           pic xx.
       01  FILESTAT-CTL              pic xx.
       01  FILESTAT-AUDIT            pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).

       01  WS-LOGIN-WINDOW-MINUTES   pic 9(04) value 10.
       01  WS-CREATE-WINDOW-DAYS     pic 9(03) value 1.
       01  WS-MIN-SCORE              pic 9(02) value 2.
       01  CF-PARSE-1                pic x(10).
       01  CF-PARSE-2                pic x(10).
       01  CF-PARSE-3                pic x(10).

       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY         occurs 2000 times.
               10  ac-user           pic x(32).
               10  ac-pass           pic x(20).
               10  ac-email          pic x(60).
               10  ac-email-stem     pic x(60).
               10  ac-role           pic x(10).
               10  ac-status         pic x(12).
               10  ac-locked         pic x.
               10  ac-created        pic x(8).
               10  ac-created-days   pic 9(08).
               10  ac-parent         pic 9(04).
               10  ac-cluster-size   pic 9(04).
       01  ACCOUNTS-COUNT            pic 9(04) value 0.
       01  ws-accounts-overflow      pic x value "n".

      *>>    Distinct account pairs seen logging in from the same
      *>>    session input file within the window.
       01  LOGIN-PAIR-TABLE.
           05  LOGIN-PAIR            occurs 2000 times.
               10  lp-user-a         pic x(32).
               10  lp-user-b         pic x(32).
               10  lp-file           pic x(60).
               10  lp-gap            pic 9(04).
       01  LOGIN-PAIR-COUNT          pic 9(04) value 0.

      *>>    login-history.dat rows in file order (appended
      *>>    chronologically): user|current-date|input-file.
       01  LOGIN-ROW-TABLE.
           05  LOGIN-ROW             occurs 20000 times.
               10  lr-user           pic x(32).
               10  lr-minutes        pic 9(09).
               10  lr-file           pic x(60).
       01  LOGIN-ROW-COUNT           pic 9(05) value 0.
       01  ws-login-overflow         pic x value "n".

      *>>    Every linked pair with its score and evidence.
       01  EVIDENCE-TABLE.
           05  EVIDENCE-ENTRY        occurs 2000 times.
               10  ev-a              pic 9(04).
               10  ev-b              pic 9(04).
               10  ev-score          pic 9(02).
               10  ev-text           pic x(150).
       01  EVIDENCE-COUNT            pic 9(04) value 0.
       01  ws-evidence-overflow      pic x value "n".

      *>>    Membership strings of clusters already audited, so a
      *>>    nightly rerun does not repeat the same event.
       01  AUDITED-TABLE.
           05  AUDITED-DETAIL        occurs 500 times pic x(200).
       01  AUDITED-COUNT             pic 9(03) value 0.

       01  PARSE-FIELD-1             pic x(64).
       01  PARSE-FIELD-2             pic x(40).
       01  PARSE-FIELD-3             pic x(60).
       01  PARSE-FIELD-4             pic x(40).
       01  PARSE-FIELD-5             pic x(200).
       01  USER-FIELD-1              pic x(40).
       01  USER-FIELD-2              pic x(10).
       01  USER-FIELD-3              pic x(1).
       01  USER-FIELD-4              pic x(10).
       01  USER-FIELD-5              pic x(60).
       01  USER-FIELD-6              pic x(10).
       01  USER-FIELD-7              pic x(10).
       01  USER-FIELD-8              pic x(12).

       01  ws-i                      pic 9(05) value 0.
       01  ws-j                      pic 9(05) value 0.
       01  ws-k                      pic 9(05) value 0.
       01  ws-a                      pic 9(04) value 0.
       01  ws-b                      pic 9(04) value 0.
       01  ws-root                   pic 9(04) value 0.
       01  ws-root-a                 pic 9(04) value 0.
       01  ws-root-b                 pic 9(04) value 0.
       01  ws-found                  pic x value "n".
       01  ws-pair-score             pic 9(02) value 0.
       01  ws-pair-text              pic x(150).
       01  ws-pair-ptr               pic 9(03) value 1.
       01  ws-day-gap                pic s9(08) value 0.
       01  ws-minute-gap             pic s9(09) value 0.
       01  ws-local                  pic x(60).
       01  ws-domain                 pic x(60).
       01  ws-stem                   pic x(60).
       01  ws-stem-len               pic 9(03) value 0.
       01  ws-c                      pic 9(03) value 0.
       01  ws-ch                     pic x.
       01  ws-cluster-count          pic 9(04) value 0.
       01  ws-clustered-accounts     pic 9(05) value 0.
       01  ws-events-written         pic 9(04) value 0.
       01  ws-members                pic x(200).
       01  ws-members-ptr            pic 9(03) value 1.
       01  ws-audit-detail           pic x(200).

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
       01  ws-csv-count              pic -(11)9.
       01  ws-csv-amount             pic -(11)9.99.

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

           move "--- Linked Accounts Report ---" to report-line
           write report-line

           perform load-settings
           move spaces to WS-DISPLAY
           string "Login window " WS-LOGIN-WINDOW-MINUTES " minute(s)"
                  "  Creation window " WS-CREATE-WINDOW-DAYS " day(s)"
                  "  Minimum score " WS-MIN-SCORE
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           perform load-accounts
           perform load-creation-dates
           perform load-login-pairs
           perform load-audited-clusters

           perform varying ws-i from 1 by 1 until ws-i > ACCOUNTS-COUNT
               move ws-i to ac-parent(ws-i)
               move 0 to ac-cluster-size(ws-i)
           end-perform

           perform link-scored-pairs
           perform link-login-pairs
           perform write-clusters

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Accounts examined:          " ACCOUNTS-COUNT
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Linked clusters:            " ws-cluster-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Accounts in clusters:       " ws-clustered-accounts
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "New audit events written:   " ws-events-written
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           if ws-accounts-overflow = "y"
               move "users.dat over 2000 rows - only the first 2000 examined."
                   to report-line
               write report-line
           end-if
           if ws-login-overflow = "y"
               move "login-history.dat over 20000 rows - only the first 20000 examined."
                   to report-line
               write report-line
           end-if
           if ws-evidence-overflow = "y"
               move "Over 2000 linked pairs - later pairs clustered without evidence lines."
                   to report-line
               write report-line
           end-if

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

       load-settings.
           open input control-file
           if FILESTAT-CTL = "00"
               read control-file into control-line
                   at end continue
                   not at end
                       move spaces to CF-PARSE-1
                       move spaces to CF-PARSE-2
                       move spaces to CF-PARSE-3
                       unstring control-line delimited by "|" into
                           CF-PARSE-1 CF-PARSE-2 CF-PARSE-3
                       end-unstring
                       if function trim(CF-PARSE-1) is numeric
                          and function trim(CF-PARSE-1) not = spaces
                           move function numval(function trim(CF-PARSE-1))
                               to WS-LOGIN-WINDOW-MINUTES
                       end-if
                       if function trim(CF-PARSE-2) is numeric
                          and function trim(CF-PARSE-2) not = spaces
                           move function numval(function trim(CF-PARSE-2))
                               to WS-CREATE-WINDOW-DAYS
                       end-if
                       if function trim(CF-PARSE-3) is numeric
                          and function trim(CF-PARSE-3) not = spaces
                           move function numval(function trim(CF-PARSE-3))
                               to WS-MIN-SCORE
                       end-if
               end-read
               close control-file
           end-if
           if WS-MIN-SCORE < 2
               move 2 to WS-MIN-SCORE
           end-if
           .

      *>>    users.dat data: pass,attempts,locked,pwdate,email,role,
      *>>    company-id,status,...
       load-accounts.
           move 0 to ACCOUNTS-COUNT
           open input user-file
           if FILESTAT-USER = "00"
               perform until 1 = 2
                   read user-file next record
                       at end exit perform
                   end-read
                   if ACCOUNTS-COUNT >= 2000
                       move "y" to ws-accounts-overflow
                       exit perform
                   end-if
                   add 1 to ACCOUNTS-COUNT
                   move spaces to USER-FIELD-1 USER-FIELD-2 USER-FIELD-3
                   move spaces to USER-FIELD-4 USER-FIELD-5 USER-FIELD-6
                   move spaces to USER-FIELD-7 USER-FIELD-8
                   unstring fd-user-data delimited by "," into
                       USER-FIELD-1 USER-FIELD-2 USER-FIELD-3
                       USER-FIELD-4 USER-FIELD-5 USER-FIELD-6
                       USER-FIELD-7 USER-FIELD-8
                   end-unstring
                   move function trim(fd-user-name)
                       to ac-user(ACCOUNTS-COUNT)
                   move function trim(USER-FIELD-1)
                       to ac-pass(ACCOUNTS-COUNT)
                   move function lower-case(function trim(USER-FIELD-5))
                       to ac-email(ACCOUNTS-COUNT)
                   move function trim(USER-FIELD-6)
                       to ac-role(ACCOUNTS-COUNT)
                   if ac-role(ACCOUNTS-COUNT) = spaces
                       move "student" to ac-role(ACCOUNTS-COUNT)
                   end-if
                   move function trim(USER-FIELD-8)
                       to ac-status(ACCOUNTS-COUNT)
                   if ac-status(ACCOUNTS-COUNT) = spaces
                       move "active" to ac-status(ACCOUNTS-COUNT)
                   end-if
                   move USER-FIELD-3 to ac-locked(ACCOUNTS-COUNT)
                   move USER-FIELD-4(1:8) to ac-created(ACCOUNTS-COUNT)
                   move ACCOUNTS-COUNT to ws-a
                   perform derive-email-stem
               end-perform
               close user-file
           end-if
           .

      *>>    jsmith+jobs@x.com, j.smith2@x.com and jsmith@x.com all
      *>>    reduce to "jsmith@x.com". A stem under three letters is
      *>>    too common to mean anything and is left blank.
       derive-email-stem.
           move spaces to ac-email-stem(ws-a)
           if ac-email(ws-a) = spaces
               exit paragraph
           end-if
           move spaces to ws-local
           move spaces to ws-domain
           unstring ac-email(ws-a) delimited by "@" into
               ws-local ws-domain
           end-unstring
           if ws-domain = spaces
               exit paragraph
           end-if
           move spaces to ws-stem
           move 0 to ws-stem-len
           perform varying ws-c from 1 by 1
                   until ws-c > 60 or ws-local(ws-c:1) = "+"
               move ws-local(ws-c:1) to ws-ch
               if ws-ch >= "a" and ws-ch <= "z"
                   add 1 to ws-stem-len
                   move ws-ch to ws-stem(ws-stem-len:1)
               end-if
           end-perform
           if ws-stem-len < 3
               exit paragraph
           end-if
           string ws-stem(1:ws-stem-len) "@" function trim(ws-domain)
               delimited by size into ac-email-stem(ws-a)
           .

      *>>    password-history.dat: username|hash|yyyymmdd, appended
      *>>    from account creation on; the first row per account is
      *>>    its creation date.
       load-creation-dates.
           open input password-history-file
           if FILESTAT-PWHIST = "00"
               perform until 1 = 2
                   read password-history-file into password-history-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD-1
                   move spaces to PARSE-FIELD-2
                   move spaces to PARSE-FIELD-3
                   unstring password-history-line delimited by "|" into
                       PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                   end-unstring
                   if PARSE-FIELD-3(1:8) is numeric
                       perform varying ws-a from 1 by 1
                               until ws-a > ACCOUNTS-COUNT
                           if ac-user(ws-a) = function trim(PARSE-FIELD-1)
                               if PARSE-FIELD-3(1:8) < ac-created(ws-a)
                                  or ac-created(ws-a) is not numeric
                                   move PARSE-FIELD-3(1:8)
                                       to ac-created(ws-a)
                               end-if
                               exit perform
                           end-if
                       end-perform
                   end-if
               end-perform
               close password-history-file
           end-if

           perform varying ws-a from 1 by 1 until ws-a > ACCOUNTS-COUNT
               if ac-created(ws-a) is numeric
                   move function integer-of-date(
                       function numval(ac-created(ws-a)))
                       to ac-created-days(ws-a)
               else
                   move 0 to ac-created-days(ws-a)
               end-if
           end-perform
           .

      *>>    Loads login-history.dat, then pairs each row with the
      *>>    rows after it until the gap passes the window: two
      *>>    different accounts from the same input file inside the
      *>>    window make a login pair.
       load-login-pairs.
           move 0 to LOGIN-ROW-COUNT
           open input login-history-file
           if FILESTAT-LOGINH = "00"
               perform until 1 = 2
                   read login-history-file into login-history-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD-1
                   move spaces to PARSE-FIELD-2
                   move spaces to PARSE-FIELD-3
                   unstring login-history-line delimited by "|" into
                       PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                   end-unstring
                   if PARSE-FIELD-2(1:12) is numeric
                      and function trim(PARSE-FIELD-3) not = spaces
                       if LOGIN-ROW-COUNT >= 20000
                           move "y" to ws-login-overflow
                           exit perform
                       end-if
                       add 1 to LOGIN-ROW-COUNT
                       move function trim(PARSE-FIELD-1)
                           to lr-user(LOGIN-ROW-COUNT)
                       move function trim(PARSE-FIELD-3)
                           to lr-file(LOGIN-ROW-COUNT)
                       compute lr-minutes(LOGIN-ROW-COUNT) =
                           function integer-of-date(
                               function numval(PARSE-FIELD-2(1:8))) * 1440
                           + function numval(PARSE-FIELD-2(9:2)) * 60
                           + function numval(PARSE-FIELD-2(11:2))
                   end-if
               end-perform
               close login-history-file
           end-if

           move 0 to LOGIN-PAIR-COUNT
           perform varying ws-i from 1 by 1 until ws-i > LOGIN-ROW-COUNT
               perform varying ws-j from ws-i by 1
                       until ws-j > LOGIN-ROW-COUNT
                   compute ws-minute-gap =
                       lr-minutes(ws-j) - lr-minutes(ws-i)
                   if ws-minute-gap > WS-LOGIN-WINDOW-MINUTES
                       exit perform
                   end-if
                   if ws-j > ws-i
                      and ws-minute-gap >= 0
                      and lr-file(ws-j) = lr-file(ws-i)
                      and lr-user(ws-j) not = lr-user(ws-i)
                       perform add-login-pair
                   end-if
               end-perform
           end-perform
           .

       add-login-pair.
           move "n" to ws-found
           perform varying ws-k from 1 by 1 until ws-k > LOGIN-PAIR-COUNT
               if (lp-user-a(ws-k) = lr-user(ws-i)
                   and lp-user-b(ws-k) = lr-user(ws-j))
                  or (lp-user-a(ws-k) = lr-user(ws-j)
                   and lp-user-b(ws-k) = lr-user(ws-i))
                   move "y" to ws-found
                   if ws-minute-gap < lp-gap(ws-k)
                       move ws-minute-gap to lp-gap(ws-k)
                   end-if
                   exit perform
               end-if
           end-perform
           if ws-found = "n" and LOGIN-PAIR-COUNT < 2000
               add 1 to LOGIN-PAIR-COUNT
               move lr-user(ws-i) to lp-user-a(LOGIN-PAIR-COUNT)
               move lr-user(ws-j) to lp-user-b(LOGIN-PAIR-COUNT)
               move lr-file(ws-i) to lp-file(LOGIN-PAIR-COUNT)
               move ws-minute-gap to lp-gap(LOGIN-PAIR-COUNT)
           end-if
           .

       load-audited-clusters.
           move 0 to AUDITED-COUNT
           open input audit-file
           if FILESTAT-AUDIT = "00"
               perform until 1 = 2
                   read audit-file into audit-line
                       at end exit perform
                   end-read
                   move spaces to PARSE-FIELD-1
                   move spaces to PARSE-FIELD-2
                   move spaces to PARSE-FIELD-3
                   move spaces to PARSE-FIELD-4
                   move spaces to PARSE-FIELD-5
                   unstring audit-line delimited by "|" into
                       PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
                       PARSE-FIELD-4 PARSE-FIELD-5
                   end-unstring
                   if function trim(PARSE-FIELD-3) = "linked-accounts"
                      and AUDITED-COUNT < 500
                       add 1 to AUDITED-COUNT
                       move PARSE-FIELD-5 to AUDITED-DETAIL(AUDITED-COUNT)
                   end-if
               end-perform
               close audit-file
           end-if
           .

      *>>    Scores the pair ws-a/ws-b on everything but logins into
      *>>    ws-pair-score and ws-pair-text.
       score-pair.
           move 0 to ws-pair-score
           move spaces to ws-pair-text
           move 1 to ws-pair-ptr
           if ac-email(ws-a) not = spaces
              and ac-email(ws-a) = ac-email(ws-b)
               add 3 to ws-pair-score
               string "same recovery email; " delimited by size
                   into ws-pair-text with pointer ws-pair-ptr
               end-string
           else
               if ac-email-stem(ws-a) not = spaces
                  and ac-email-stem(ws-a) = ac-email-stem(ws-b)
                   add 2 to ws-pair-score
                   string "email pattern "
                          function trim(ac-email-stem(ws-a)) "; "
                       delimited by size
                       into ws-pair-text with pointer ws-pair-ptr
                   end-string
               end-if
           end-if
           if ac-pass(ws-a) not = spaces
              and ac-pass(ws-a) = ac-pass(ws-b)
               add 2 to ws-pair-score
               string "same password transform; " delimited by size
                   into ws-pair-text with pointer ws-pair-ptr
               end-string
           end-if
           if ac-created-days(ws-a) > 0
              and ac-created-days(ws-b) > 0
               compute ws-day-gap =
                   ac-created-days(ws-a) - ac-created-days(ws-b)
               if ws-day-gap < 0
                   compute ws-day-gap = 0 - ws-day-gap
               end-if
               if ws-day-gap <= WS-CREATE-WINDOW-DAYS
                   add 1 to ws-pair-score
                   string "created " ac-created(ws-a) "/"
                          ac-created(ws-b) "; "
                       delimited by size
                       into ws-pair-text with pointer ws-pair-ptr
                   end-string
               end-if
           end-if
           .

       link-scored-pairs.
           perform varying ws-a from 1 by 1 until ws-a > ACCOUNTS-COUNT
               perform varying ws-b from ws-a by 1
                       until ws-b > ACCOUNTS-COUNT
                   if ws-b > ws-a
                       perform score-pair
                       if ws-pair-score >= WS-MIN-SCORE
                           perform record-linked-pair
                       end-if
                   end-if
               end-perform
           end-perform
           .

      *>>    A login pair either adds its evidence to a pair already
      *>>    linked on other signals or, with them, reaches the
      *>>    minimum on its own.
       link-login-pairs.
           perform varying ws-k from 1 by 1 until ws-k > LOGIN-PAIR-COUNT
               move 0 to ws-a
               move 0 to ws-b
               perform varying ws-i from 1 by 1 until ws-i > ACCOUNTS-COUNT
                   if ac-user(ws-i) = lp-user-a(ws-k)
                       move ws-i to ws-a
                   end-if
                   if ac-user(ws-i) = lp-user-b(ws-k)
                       move ws-i to ws-b
                   end-if
               end-perform
               if ws-a > 0 and ws-b > 0
                   if ws-a > ws-b
                       move ws-a to ws-root
                       move ws-b to ws-a
                       move ws-root to ws-b
                   end-if
                   perform score-pair
                   move "n" to ws-found
                   if ws-pair-score >= WS-MIN-SCORE
                       perform varying ws-i from 1 by 1
                               until ws-i > EVIDENCE-COUNT
                           if ev-a(ws-i) = ws-a and ev-b(ws-i) = ws-b
                               move "y" to ws-found
                               exit perform
                           end-if
                       end-perform
                   end-if
                   add 2 to ws-pair-score
                   string "logins from " function trim(lp-file(ws-k))
                          " " lp-gap(ws-k) " min apart; "
                       delimited by size
                       into ws-pair-text with pointer ws-pair-ptr
                   end-string
                   if ws-found = "y"
                       move ws-pair-score to ev-score(ws-i)
                       move ws-pair-text to ev-text(ws-i)
                   else
                       if ws-pair-score >= WS-MIN-SCORE
                           perform record-linked-pair
                       end-if
                   end-if
               end-if
           end-perform
           .

       record-linked-pair.
           if EVIDENCE-COUNT < 2000
               add 1 to EVIDENCE-COUNT
               move ws-a to ev-a(EVIDENCE-COUNT)
               move ws-b to ev-b(EVIDENCE-COUNT)
               move ws-pair-score to ev-score(EVIDENCE-COUNT)
               move ws-pair-text to ev-text(EVIDENCE-COUNT)
           else
               move "y" to ws-evidence-overflow
           end-if
           move ws-a to ws-root
           perform find-root
           move ws-root to ws-root-a
           move ws-b to ws-root
           perform find-root
           move ws-root to ws-root-b
           if ws-root-a < ws-root-b
               move ws-root-a to ac-parent(ws-root-b)
           else
               if ws-root-b < ws-root-a
                   move ws-root-b to ac-parent(ws-root-a)
               end-if
           end-if
           .

       find-root.
           perform until ac-parent(ws-root) = ws-root
               move ac-parent(ws-root) to ws-root
           end-perform
           .

       write-clusters.
           perform varying ws-a from 1 by 1 until ws-a > ACCOUNTS-COUNT
               move ws-a to ws-root
               perform find-root
               add 1 to ac-cluster-size(ws-root)
           end-perform

           perform varying ws-b from 1 by 1 until ws-b > ACCOUNTS-COUNT
               if ac-parent(ws-b) = ws-b
                  and ac-cluster-size(ws-b) > 1
                   perform write-one-cluster
               end-if
           end-perform

           if ws-cluster-count = 0
               move spaces to report-line
               write report-line
               move "No linked accounts found." to report-line
               write report-line
           end-if
           .

      *>>    ws-b is the cluster's root (its lowest account).
       write-one-cluster.
           add 1 to ws-cluster-count
           add ac-cluster-size(ws-b) to ws-clustered-accounts
           move spaces to ws-members
           move 1 to ws-members-ptr
           perform varying ws-a from 1 by 1 until ws-a > ACCOUNTS-COUNT
               move ws-a to ws-root
               perform find-root
               if ws-root = ws-b
                   if ws-members-ptr > 1
                       string "," delimited by size into ws-members
                           with pointer ws-members-ptr
                           on overflow continue
                       end-string
                   end-if
                   string function trim(ac-user(ws-a))
                       delimited by size into ws-members
                       with pointer ws-members-ptr
                       on overflow continue
                   end-string
               end-if
           end-perform

           move spaces to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Cluster " ws-cluster-count ": "
                  ac-cluster-size(ws-b) " accounts"
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           perform varying ws-a from 1 by 1 until ws-a > ACCOUNTS-COUNT
               move ws-a to ws-root
               perform find-root
               if ws-root = ws-b
                   move spaces to WS-DISPLAY
                   move 1 to ws-pair-ptr
                   string "   " ac-user(ws-a) " "
                          ac-role(ws-a) " " ac-status(ws-a)
                          " created " ac-created(ws-a)
                          " " function trim(ac-email(ws-a))
                       delimited by size into WS-DISPLAY
                       with pointer ws-pair-ptr
                   end-string
                   if ac-locked(ws-a) = "Y"
                       string " [LOCKED]" delimited by size
                           into WS-DISPLAY with pointer ws-pair-ptr
                       end-string
                   end-if
                   move WS-DISPLAY to report-line
                   write report-line
                   if ws-csv-wanted = "y"
                       perform begin-csv-row
                       move ws-cluster-count to ws-csv-count
                       move ws-csv-count to ws-csv-field
                       perform add-csv-field
                       move ac-cluster-size(ws-b) to ws-csv-count
                       move ws-csv-count to ws-csv-field
                       perform add-csv-field
                       move ac-user(ws-a) to ws-csv-field
                       perform add-csv-field
                       move ac-role(ws-a) to ws-csv-field
                       perform add-csv-field
                       move ac-status(ws-a) to ws-csv-field
                       perform add-csv-field
                       move ac-created(ws-a) to ws-csv-field
                       perform add-csv-field
                       move ac-email(ws-a) to ws-csv-field
                       perform add-csv-field
                       move ac-locked(ws-a) to ws-csv-field
                       perform add-csv-field
                       write csv-line
                   end-if
               end-if
           end-perform
           move "  Evidence:" to report-line
           write report-line
           perform varying ws-i from 1 by 1 until ws-i > EVIDENCE-COUNT
               move ev-a(ws-i) to ws-root
               perform find-root
               if ws-root = ws-b
                   move spaces to WS-DISPLAY
                   string "   " function trim(ac-user(ev-a(ws-i)))
                          " ~ " function trim(ac-user(ev-b(ws-i)))
                          " (score " ev-score(ws-i) "): "
                          function trim(ev-text(ws-i))
                       delimited by size into WS-DISPLAY
                   move WS-DISPLAY to report-line
                   write report-line
               end-if
           end-perform

           move spaces to ws-audit-detail
           string "linked cluster of " ac-cluster-size(ws-b) ": "
                  function trim(ws-members)
               delimited by size into ws-audit-detail
           move "n" to ws-found
           perform varying ws-i from 1 by 1 until ws-i > AUDITED-COUNT
               if AUDITED-DETAIL(ws-i) = ws-audit-detail
                   move "y" to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = "n"
               perform write-cluster-audit
           end-if
           .

      *>>    timestamp|actor|event|target|detail, the shape every
      *>>    security-audit.dat writer uses; the target is the
      *>>    cluster's first account.
       write-cluster-audit.
           open extend audit-file
           if FILESTAT-AUDIT not = "00"
               open output audit-file
               close audit-file
               open extend audit-file
           end-if
           if FILESTAT-AUDIT = "00"
               move spaces to audit-line
               string function current-date "|"
                      "LinkedAccountsReport" "|"
                      "linked-accounts" "|"
                      function trim(ac-user(ws-b)) "|"
                      function trim(ws-audit-detail)
                   delimited by size into audit-line
               end-string
               write audit-line
               close audit-file
               add 1 to ws-events-written
           end-if
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
           move "cluster" to ws-csv-field
           perform add-csv-field
           move "cluster-size" to ws-csv-field
           perform add-csv-field
           move "username" to ws-csv-field
           perform add-csv-field
           move "role" to ws-csv-field
           perform add-csv-field
           move "status" to ws-csv-field
           perform add-csv-field
           move "created" to ws-csv-field
           perform add-csv-field
           move "email" to ws-csv-field
           perform add-csv-field
           move "locked" to ws-csv-field
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
