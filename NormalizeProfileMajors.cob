      *>>    One-time cleanup for the majors reference list: walks
      *>>    profiles.dat and replaces each free-text major with its
      *>>    canonical majors.dat spelling, resolving known aliases
      *>>    ("CS", "Comp Sci") through major-aliases.dat, so the
      *>>    demand-gap report, the state placement extract and mentor
      *>>    matching count one major per CIP code. Majors that match
      *>>    neither list are left exactly as typed and listed in the
      *>>    exception section of Major-Normalization-Report.txt for
      *>>    the career office to add as an alias or correct by hand.
      *>>    Safe to rerun: a canonical major is left unchanged.
       identification division.
       program-id. NormalizeProfileMajors.

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
           select profile-file assign to "profiles.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-profile-username
               file status is FILESTAT-PROFILE.
           select major-file assign to "majors.dat"
               organization is line sequential
               file status is FILESTAT-MAJOR.
           select major-alias-file assign to "major-aliases.dat"
               organization is line sequential
               file status is FILESTAT-MAJALIAS.
      *>>    Cross-program writers' lock shared with every data-writing
      *>>    program.
           select lock-file assign to "incollege-data.lock"
               organization is line sequential
               file status is FILESTAT-LOCK.
           select report-file assign to "Major-Normalization-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.

       data division.
       file section.
       fd  profile-file.
       01  profile-record.
           05  fd-profile-username   pic x(32).
           05  fd-profile-data       pic x(5968).

       fd  major-file.
       01  major-line                pic x(150).

       fd  major-alias-file.
       01  major-alias-line          pic x(100).

       fd  lock-file.
       01  lock-line                 pic x(60).

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

       01  FILESTAT-PROFILE          pic xx.
       01  FILESTAT-MAJOR            pic xx.
       01  FILESTAT-MAJALIAS         pic xx.
       01  FILESTAT-RPT              pic xx.

       01  FILESTAT-LOCK             pic xx.
       01  WS-LOCK-OWNER             pic x(30) value "NormalizeMajors".
       01  WS-LOCK-STALE-MINUTES     pic 9(04) value 30.
       01  ws-lock-acquired          pic x value "n".
       01  ws-lock-holder            pic x(30).
       01  ws-lock-stamp             pic x(14).
       01  ws-lock-age-minutes       pic s9(09) value 0.
       01  ws-lock-then-min          pic 9(09) value 0.
       01  ws-lock-now-min           pic 9(09) value 0.

       01  WS-DISPLAY                pic x(200).

      *>>    majors.dat (major name|CIP code|college) and
      *>>    major-aliases.dat (alias|CIP code), as InCollege.cob
      *>>    seeds and loads them.
       01  MAJORS-TABLE.
           05  MAJOR-REF-ENTRY       occurs 300 times.
               10  mr-name           pic x(50).
               10  mr-cip            pic x(7).
       01  MAJORS-COUNT              pic 9(03) value 0.
       01  MAJOR-ALIASES-TABLE.
           05  MAJOR-ALIAS-ENTRY     occurs 300 times.
               10  ma-alias          pic x(50).
               10  ma-cip            pic x(7).
       01  MAJOR-ALIASES-COUNT       pic 9(03) value 0.
       01  ws-mr-idx                 pic 9(03) value 0.
       01  ws-major-in               pic x(50).
       01  ws-major-cip-out          pic x(7).
       01  ws-major-name-out         pic x(50).

      *>>    Exceptions are held until the scan ends so the summary
      *>>    counts can head the report.
       01  EXCEPTIONS-TABLE.
           05  EXCEPTION-ENTRY       occurs 2000 times.
               10  ex-username       pic x(32).
               10  ex-major          pic x(50).
       01  EXCEPTIONS-COUNT          pic 9(04) value 0.

       01  PARSE-FIELD-1             pic x(100).
       01  PARSE-FIELD-2             pic x(100).
       01  ws-parse-pos              pic 9(04) value 0.
       01  ws-major-start            pic 9(04) value 0.
       01  ws-field-idx              pic 9(02) value 0.
       01  ws-old-major              pic x(100).
       01  ws-new-data               pic x(5968).

       01  ws-i                      pic 9(04) value 0.
       01  ws-profile-count          pic 9(05) value 0.
       01  ws-blank-count            pic 9(05) value 0.
       01  ws-canonical-count        pic 9(05) value 0.
       01  ws-changed-count          pic 9(05) value 0.
       01  ws-unmapped-count         pic 9(05) value 0.

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

           move "--- Profile Major Normalization ---" to report-line
           write report-line

           perform load-majors-tables
           if MAJORS-COUNT = 0
               move "majors.dat is missing or empty - run refused, nothing changed." to report-line
               write report-line
               display "majors.dat is missing or empty - sign in once to seed it."
               close report-file
               move 8 to return-code
               stop run
           end-if

           perform acquire-data-lock
           if ws-lock-acquired not = "y"
               move "Data lock held - run abandoned." to report-line
               write report-line
               close report-file
               move 8 to return-code
               stop run
           end-if

           open i-o profile-file
           if FILESTAT-PROFILE = "00"
               perform until 1 = 2
                   read profile-file next record
                       at end exit perform
                   end-read
                   if FILESTAT-PROFILE not = "00"
                       exit perform
                   end-if
                   add 1 to ws-profile-count
                   perform normalize-profile-major
               end-perform
               close profile-file
           else
               move spaces to WS-DISPLAY
               string "profiles.dat could not be opened (status "
                      FILESTAT-PROFILE "). Nothing changed."
                      delimited by size into WS-DISPLAY
               move WS-DISPLAY to report-line
               write report-line
           end-if

           move spaces to WS-DISPLAY
           string "Profiles scanned:          " ws-profile-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "No major on file:          " ws-blank-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Already canonical:         " ws-canonical-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Mapped and rewritten:      " ws-changed-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           move spaces to WS-DISPLAY
           string "Could not be mapped:       " ws-unmapped-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           move spaces to report-line
           write report-line
           move "Exceptions (username - major as entered):" to report-line
           write report-line
           if EXCEPTIONS-COUNT = 0
               move "  (none)" to report-line
               write report-line
           end-if
           perform varying ws-i from 1 by 1 until ws-i > EXCEPTIONS-COUNT
               move spaces to report-line
               string "  " function trim(ex-username(ws-i)) " - "
                      function trim(ex-major(ws-i))
                      delimited by size into report-line
               end-string
               write report-line
           end-perform
           if ws-unmapped-count > EXCEPTIONS-COUNT
               move "  (list truncated at 2000 entries)" to report-line
               write report-line
           end-if

           perform release-data-lock
           close report-file
           stop run.

      *>>    Major is the 4th pipe field of fd-profile-data
      *>>    (firstname|lastname|university|major|gradyear|...). The
      *>>    fields either side are carried over byte for byte.
       normalize-profile-major.
           move 1 to ws-parse-pos
           perform varying ws-field-idx from 1 by 1
                   until ws-field-idx > 3 or ws-parse-pos > 5968
               move spaces to PARSE-FIELD-1
               unstring fd-profile-data delimited by "|"
                   into PARSE-FIELD-1
                   with pointer ws-parse-pos
               end-unstring
           end-perform
           if ws-parse-pos > 5968
               add 1 to ws-blank-count
               exit paragraph
           end-if
           move ws-parse-pos to ws-major-start
           move spaces to ws-old-major
           unstring fd-profile-data delimited by "|"
               into ws-old-major
               with pointer ws-parse-pos
           end-unstring
           if function trim(ws-old-major) = spaces
               add 1 to ws-blank-count
               exit paragraph
           end-if

           move ws-old-major to ws-major-in
           perform find-major-cip
           if ws-major-name-out = spaces
               add 1 to ws-unmapped-count
               if EXCEPTIONS-COUNT < 2000
                   add 1 to EXCEPTIONS-COUNT
                   move fd-profile-username
                       to ex-username(EXCEPTIONS-COUNT)
                   move ws-old-major to ex-major(EXCEPTIONS-COUNT)
               end-if
               exit paragraph
           end-if
           if function trim(ws-major-name-out) = function trim(ws-old-major)
               add 1 to ws-canonical-count
               exit paragraph
           end-if

      *>>    ws-parse-pos now sits just past the major's closing "|"
      *>>    (or past the end when major was the last field).
           move spaces to ws-new-data
           if ws-major-start > 1
               move fd-profile-data(1:ws-major-start - 1) to ws-new-data
           end-if
           if ws-parse-pos <= 5968
               string function trim(ws-major-name-out) "|"
                      fd-profile-data(ws-parse-pos:)
                      delimited by size
                      into ws-new-data
                      with pointer ws-major-start
               end-string
           else
               string function trim(ws-major-name-out)
                      delimited by size
                      into ws-new-data
                      with pointer ws-major-start
               end-string
           end-if
           move ws-new-data to fd-profile-data
           rewrite profile-record
               invalid key
                   add 1 to ws-unmapped-count
               not invalid key
                   add 1 to ws-changed-count
           end-rewrite
           .

       load-majors-tables.
           move 0 to MAJORS-COUNT
           open input major-file
           if FILESTAT-MAJOR = "00"
               perform until 1 = 2 or MAJORS-COUNT >= 300
                   read major-file into major-line
                       at end exit perform
                   end-read
                   if function trim(major-line) not = spaces
                       add 1 to MAJORS-COUNT
                       unstring major-line delimited by "|" into
                           mr-name(MAJORS-COUNT) mr-cip(MAJORS-COUNT)
                       end-unstring
                   end-if
               end-perform
               close major-file
           end-if

           move 0 to MAJOR-ALIASES-COUNT
           open input major-alias-file
           if FILESTAT-MAJALIAS = "00"
               perform until 1 = 2 or MAJOR-ALIASES-COUNT >= 300
                   read major-alias-file into major-alias-line
                       at end exit perform
                   end-read
                   if function trim(major-alias-line) not = spaces
                       add 1 to MAJOR-ALIASES-COUNT
                       unstring major-alias-line delimited by "|" into
                           ma-alias(MAJOR-ALIASES-COUNT)
                           ma-cip(MAJOR-ALIASES-COUNT)
                       end-unstring
                   end-if
               end-perform
               close major-alias-file
           end-if
           .

      *>>    Resolves ws-major-in (a canonical name or a known alias,
      *>>    case-insensitive) to ws-major-cip-out and its canonical
      *>>    ws-major-name-out; both spaces when it is neither.
       find-major-cip.
           move spaces to ws-major-cip-out
           move spaces to ws-major-name-out
           if function trim(ws-major-in) = spaces
               exit paragraph
           end-if
           perform varying ws-mr-idx from 1 by 1
                   until ws-mr-idx > MAJORS-COUNT
               if function upper-case(function trim(mr-name(ws-mr-idx))) =
                  function upper-case(function trim(ws-major-in))
                   move mr-cip(ws-mr-idx) to ws-major-cip-out
                   move mr-name(ws-mr-idx) to ws-major-name-out
                   exit paragraph
               end-if
           end-perform
           perform varying ws-mr-idx from 1 by 1
                   until ws-mr-idx > MAJOR-ALIASES-COUNT
               if function upper-case(function trim(ma-alias(ws-mr-idx))) =
                  function upper-case(function trim(ws-major-in))
                   move ma-cip(ws-mr-idx) to ws-major-cip-out
                   exit perform
               end-if
           end-perform
           if ws-major-cip-out = spaces
               exit paragraph
           end-if
           perform varying ws-mr-idx from 1 by 1
                   until ws-mr-idx > MAJORS-COUNT
               if mr-cip(ws-mr-idx) = ws-major-cip-out
                   move mr-name(ws-mr-idx) to ws-major-name-out
                   exit perform
               end-if
           end-perform
           .

      *>>    Takes the shared writers' lock, overriding only a stale
      *>>    or unreadable one. Sets ws-lock-acquired.
       acquire-data-lock.
           move "n" to ws-lock-acquired
           move spaces to lock-line
           open input lock-file
           if FILESTAT-LOCK = "00"
               read lock-file into lock-line
                   at end continue
               end-read
               close lock-file
           end-if

           if function trim(lock-line) = spaces
               perform write-data-lock
               exit paragraph
           end-if

           move spaces to ws-lock-holder
           move spaces to ws-lock-stamp
           unstring lock-line delimited by "|" into
               ws-lock-holder ws-lock-stamp
           end-unstring
           perform compute-lock-age-minutes

           if ws-lock-age-minutes > WS-LOCK-STALE-MINUTES
               display "Overriding stale data lock held by "
                   function trim(ws-lock-holder)
                   " since " function trim(ws-lock-stamp)
               perform write-data-lock
           else
               display "Data files are locked by "
                   function trim(ws-lock-holder)
                   " - try again shortly."
           end-if
           .

       write-data-lock.
           open output lock-file
           if FILESTAT-LOCK = "00"
               move spaces to lock-line
               string function trim(WS-LOCK-OWNER) "|"
                      function current-date(1:14)
                   delimited by size into lock-line
               end-string
               write lock-line
               close lock-file
               move "y" to ws-lock-acquired
           end-if
           .

       release-data-lock.
           if ws-lock-acquired = "y"
               open output lock-file
               close lock-file
           end-if
           .

      *>>    Whole minutes since the lock's own timestamp; an
      *>>    unreadable stamp counts as infinitely old.
       compute-lock-age-minutes.
           if ws-lock-stamp(1:14) is not numeric
               move 999999 to ws-lock-age-minutes
               exit paragraph
           end-if
           compute ws-lock-then-min =
               function integer-of-date(
                   function numval(ws-lock-stamp(1:8))) * 1440
               + function numval(ws-lock-stamp(9:2)) * 60
               + function numval(ws-lock-stamp(11:2))
           compute ws-lock-now-min =
               function integer-of-date(
                   function numval(function current-date(1:8))) * 1440
               + function numval(function current-date(9:2)) * 60
               + function numval(function current-date(11:2))
           compute ws-lock-age-minutes = ws-lock-now-min - ws-lock-then-min
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
