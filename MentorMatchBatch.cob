      *>>    Mentor matching batch: pairs a willing alum (profile
      *>>    mentor opt-in set, graduation year in the past) with a
      *>>    current student sharing the same university and major
      *>>    (the same majors.dat CIP code, so "CS" and "Computer
      *>>    Science" pair up; free-text majors off the list still
      *>>    pair on the spelling),
      *>>    writes each new pair to mentorships.dat as "proposed",
      *>>    and queues both sides a notifications.dat row. Accepted
      *>>    pairs are recorded by InCollege.cob's My Mentorships
               access mode is sequential
               record key is fd-profile-username
               file status is FILESTAT-PROFILE.
           select major-file assign to "majors.dat"
               organization is line sequential
               file status is FILESTAT-MAJOR.
           select major-alias-file assign to "major-aliases.dat"
               organization is line sequential
               file status is FILESTAT-MAJALIAS.
           select mentorship-file assign to "mentorships.dat"
               organization is line sequential
               file status is FILESTAT-MENTOR.
           05  fd-profile-username   pic x(32).
           05  fd-profile-data       pic x(5968).

       fd  major-file.
       01  major-line                pic x(150).

       fd  major-alias-file.
       01  major-alias-line          pic x(100).

       fd  mentorship-file.
       01  mentorship-line           pic x(250).

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
               10  ps-user           pic x(32).
               10  ps-university     pic x(100).
               10  ps-major          pic x(50).
      *>>    CIP code when the major is on majors.dat, otherwise the
      *>>    upper-cased major text - the value pairs are matched on.
               10  ps-major-key      pic x(50).
               10  ps-gradyear       pic 9(4).
               10  ps-mentor         pic x.
       01  PROFILE-SCAN-COUNT        pic 9(04) value 0.

      *>>    majors.dat (major name|CIP code|college) and
      *>>    major-aliases.dat (alias|CIP code), as InCollege.cob
      *>>    seeds and loads them.
       01  FILESTAT-MAJOR            pic xx.
       01  FILESTAT-MAJALIAS         pic xx.
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

      *>>    Existing pairs (any status) so nothing is proposed twice.
       01  PAIRS-TABLE.
           05  PAIR-ENTRY            occurs 1000 times.
           move function numval(function current-date(1:4))
               to ws-current-year

           perform load-majors-tables
           perform load-profile-scan
           perform load-existing-pairs
           perform propose-matches
           move function trim(PARSE-FIELD(4))
               to ps-university(PROFILE-SCAN-COUNT)
           move function trim(PARSE-FIELD(5)) to ps-major(PROFILE-SCAN-COUNT)
           move PARSE-FIELD(5) to ws-major-in
           perform find-major-cip
           if ws-major-cip-out not = spaces
               move ws-major-name-out to ps-major(PROFILE-SCAN-COUNT)
               move ws-major-cip-out to ps-major-key(PROFILE-SCAN-COUNT)
           else
               move function upper-case(function trim(PARSE-FIELD(5)))
                   to ps-major-key(PROFILE-SCAN-COUNT)
           end-if
           if function trim(PARSE-FIELD(6)) is numeric
              and function trim(PARSE-FIELD(6)) not = spaces
               move function numval(function trim(PARSE-FIELD(6)))
               to ps-mentor(PROFILE-SCAN-COUNT)
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

       load-existing-pairs.
           move 0 to PAIRS-COUNT
           open input mentorship-file
                          and ps-gradyear(ws-j) >= ws-current-year
                          and function trim(ps-university(ws-j)) =
                              function trim(ps-university(ws-i))
                          and ps-major-key(ws-j) = ps-major-key(ws-i)
                           perform check-pair-exists
                           if ws-found = "n"
                               perform propose-one-pair
