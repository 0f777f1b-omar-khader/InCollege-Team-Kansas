      *>>        1      record type    "H" header / "D" data /
      *>>                              "T" trailer
      *>>        2-33   student username
      *>>        34-58  major           (joined from profiles.dat,
      *>>                               canonical majors.dat name)
      *>>        59-62  graduation year (joined from profiles.dat)
      *>>        63-102 employer name   (joined from companies.dat
      *>>                               by company-id, falling back
      *>>                               employer text)
      *>>        103-110 placement date YYYYMMDD
      *>>        111-119 accepted salary, zero-filled
      *>>        120-126 CIP code        (from majors.dat; blank
      *>>                               when the major is not on the
      *>>                               reference list)
      *>>        127-160 filler
      *>>
      *>>    The header carries the run date in 2-9; the trailer
      *>>    carries the data-record count in 2-10 so the receiving
      *>>    side can verify the transfer. Counts, including records
      *>>    sent without a CIP code, also go to
      *>>    Placement-Extract-Report.txt. Runs on the
      *>>    NightlyBatchDriver chain - funding compliance stops
      *>>    meaning hand-assembly from PlacementReport's
           select company-file assign to "companies.dat"
               organization is line sequential
               file status is FILESTAT-COMPANY.
           select major-file assign to "majors.dat"
               organization is line sequential
               file status is FILESTAT-MAJOR.
           select major-alias-file assign to "major-aliases.dat"
               organization is line sequential
               file status is FILESTAT-MAJALIAS.
           select extract-file assign to "placement-outcomes-extract.dat"
               organization is sequential
               file status is FILESTAT-EXT.
       fd  company-file.
       01  company-line              pic x(300).

       fd  major-file.
       01  major-line                pic x(150).

       fd  major-alias-file.
       01  major-alias-line          pic x(100).

       fd  extract-file.
       01  extract-record.
           05  ex-rec-type           pic x.
           05  ex-employer           pic x(40).
           05  ex-place-date         pic x(8).
           05  ex-salary             pic 9(09).
           05  ex-cip                pic x(7).
           05  ex-filler             pic x(34).
       01  extract-header redefines extract-record.
           05  hd-rec-type           pic x.
           05  hd-run-date           pic x(8).
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
       01  FILESTAT-COMPANY          pic xx.
       01  FILESTAT-EXT              pic xx.
       01  FILESTAT-MAJOR            pic xx.
       01  FILESTAT-MAJALIAS         pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).
               10  pm-user           pic x(32).
               10  pm-major          pic x(50).
               10  pm-gradyear       pic x(4).
               10  pm-cip            pic x(7).
       01  PROFILE-MAP-COUNT         pic 9(04) value 0.

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

       01  COMPANIES-TABLE.
           05 COMPANY-ENTRY          occurs 500 times.
               10 co-id              pic x(10).

       01  ws-i                      pic 9(04) value 0.
       01  ws-written-count          pic 9(09) value 0.
       01  ws-no-cip-count           pic 9(09) value 0.
       01  ws-employer-name          pic x(100).

       procedure division.
               stop run
           end-if

           perform load-majors-tables
           perform load-profile-map
           perform load-companies

           move WS-DISPLAY to report-line
           write report-line

           move spaces to WS-DISPLAY
           string "Record(s) sent without a CIP code: " ws-no-cip-count
               delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line
           if ws-no-cip-count > 0
               move "  (majors not on majors.dat - see NormalizeProfileMajors)"
                   to report-line
               write report-line
           end-if

           close report-file
           stop run.

                           to pm-major(PROFILE-MAP-COUNT)
                       move function trim(PARSE-FIELD-5)
                           to pm-gradyear(PROFILE-MAP-COUNT)
                       move PARSE-FIELD-4 to ws-major-in
                       perform find-major-cip
                       move ws-major-cip-out to pm-cip(PROFILE-MAP-COUNT)
                       if ws-major-name-out not = spaces
                           move ws-major-name-out
                               to pm-major(PROFILE-MAP-COUNT)
                       end-if
                   end-if
               end-perform
               close profile-file
           end-if
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

       load-companies.
           move 0 to COMPANIES-COUNT
           open input company-file
               if function trim(pm-user(ws-i)) = function trim(PARSE-FIELD-1)
                   move pm-major(ws-i) to ex-major
                   move pm-gradyear(ws-i) to ex-gradyear
                   move pm-cip(ws-i) to ex-cip
                   exit perform
               end-if
           end-perform
               move 0 to ex-salary
           end-if

           if ex-cip = spaces
               add 1 to ws-no-cip-count
           end-if

           write extract-record
           add 1 to ws-written-count
           .
