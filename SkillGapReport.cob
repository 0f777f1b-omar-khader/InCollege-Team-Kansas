      *>>    The career office's workshop planner: for every student
      *>>    with a profile, the required skills (jobs.dat) of the
      *>>    postings they saved (saved-jobs.dat) or applied to
      *>>    (applications.dat) that they do not hold - neither on the
      *>>    profile skills list nor as a completed Learn-a-Skill
      *>>    module in skills-progress.dat. Missing skills are
      *>>    aggregated by campus (users.dat) and major (profiles.dat):
      *>>    students lacking each skill and the postings asking for
      *>>    it, most-missing first, top WS-TOP-PER-GROUP per group,
      *>>    then the most-missing skills overall.
       identification division.
       program-id. SkillGapReport.

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
           select profile-file assign to "profiles.dat"
               organization is indexed
               access mode is sequential
               record key is fd-profile-username
               file status is FILESTAT-PROFILE.
           select job-file assign to "jobs.dat"
               organization is line sequential
               file status is FILESTAT-JOB.
           select application-file assign to "applications.dat"
               organization is indexed
               access mode is sequential
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-APP.
           select saved-jobs-file assign to "saved-jobs.dat"
               organization is line sequential
               file status is FILESTAT-SAVED.
           select skills-file assign to "skills-progress.dat"
               organization is line sequential
               file status is FILESTAT-SKILL.
           select report-file assign to "Skill-Gap-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
      *>>    Spreadsheet copy of the detail lines, written only when
      *>>    the run is started with the "csv" option.
           select csv-file assign to "Skill-Gap-Report.csv"
               organization is line sequential
               file status is FILESTAT-CSV.

       data division.
       file section.
       fd  layout-version-file.
       01  layout-version-line       pic x(40).

       fd  user-file.
       01  user-record.
           05  fd-user-name          pic x(32).
           05  fd-user-data          pic x(200).

       fd  profile-file.
       01  profile-record.
           05  fd-profile-username   pic x(32).
           05  fd-profile-data       pic x(5968).

       fd  job-file.
       01  job-line                  pic x(1000).

       fd  application-file.
       01  application-record.
           05  fd-app-key.
               10  fd-app-job-id     pic x(10).
               10  fd-app-username   pic x(32).
           05  fd-app-data           pic x(1000).

       fd  saved-jobs-file.
       01  saved-jobs-line           pic x(250).

       fd  skills-file.
       01  skills-line               pic x(100).

       fd  report-file.
       01  report-line               pic x(200).

       fd  csv-file.
       01  csv-line                  pic x(1000).

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
       01  FILESTAT-PROFILE          pic xx.
       01  FILESTAT-JOB              pic xx.
       01  FILESTAT-APP              pic xx.
       01  FILESTAT-SAVED            pic xx.
       01  FILESTAT-SKILL            pic xx.
       01  FILESTAT-RPT              pic xx.

       01  WS-DISPLAY                pic x(200).
       01  profile-line              pic x(6000).
       01  ws-parse-pos              pic 9(04) value 1.

       01  PARSE-FIELDS.
           05 PARSE-FIELD            occurs 130 times pic x(200).
       01  ws-parse-idx              pic 9(03) value 0.
       01  ws-field-num              pic 9(03) value 0.
       01  ws-count                  pic 9(03) value 0.

      *>>    Most-missing skills listed for each campus/major group.
       01  WS-TOP-PER-GROUP          pic 9(02) value 10.

      *>>    users.dat campus by username; the 10th comma field, blank
      *>>    (rows predating the second campus) reading as MAIN.
       01  CAMPUS-TABLE.
           05  CAMPUS-ENTRY          occurs 5000 times.
               10  cu-user           pic x(32).
               10  cu-campus         pic x(10).
       01  CAMPUS-COUNT              pic 9(04) value 0.
       01  CF-PARSE-1                pic x(50).
       01  CF-PARSE-2                pic x(50).
       01  CF-PARSE-3                pic x(50).
       01  CF-PARSE-4                pic x(50).
       01  CF-PARSE-5                pic x(50).
       01  CF-PARSE-6                pic x(50).
       01  CF-PARSE-7                pic x(50).
       01  CF-PARSE-8                pic x(50).
       01  CF-PARSE-9                pic x(50).
       01  CF-PARSE-10               pic x(50).

      *>>    Postings with their required skills.
       01  POSTING-TABLE.
           05  POSTING-ENTRY         occurs 2000 times.
               10  pt-job-id         pic x(10).
               10  pt-title          pic x(50).
               10  pt-employer       pic x(100).
               10  pt-skill-count    pic 9.
               10  pt-skill          occurs 5 times pic x(30).
       01  POSTING-COUNT             pic 9(04) value 0.
       01  ws-posting-overflow       pic x value "n".
       01  ws-q                      pic 9(02) value 0.
       01  ws-f                      pic 9(02) value 0.

      *>>    Every saved or applied posting, by student.
       01  PURSUIT-TABLE.
           05  PURSUIT-ENTRY         occurs 10000 times.
               10  pu-user           pic x(32).
               10  pu-job-id         pic x(10).
               10  pu-title          pic x(50).
               10  pu-employer       pic x(100).
       01  PURSUIT-COUNT             pic 9(05) value 0.
       01  ws-pursuit-overflow       pic x value "n".

      *>>    Completed skills-progress.dat rows (pass, or rows from
      *>>    before the quizzes).
       01  COMPLETION-TABLE.
           05  COMPLETION-ENTRY      occurs 5000 times.
               10  cp-user           pic x(32).
               10  cp-skill          pic x(30).
       01  COMPLETION-COUNT          pic 9(04) value 0.

      *>>    One student at a time: held skills, pursued postings,
      *>>    and missing skills with their posting mentions.
       01  ws-student                pic x(32).
       01  ws-student-campus         pic x(10).
       01  ws-student-major          pic x(50).
       01  HELD-TABLE.
           05  HELD-ENTRY            occurs 60 times pic x(30).
       01  HELD-COUNT                pic 9(02) value 0.
       01  MINE-TABLE.
           05  MINE-ENTRY            occurs 100 times pic 9(04).
       01  MINE-COUNT                pic 9(03) value 0.
       01  MISS-TABLE.
           05  MISS-ENTRY            occurs 50 times.
               10  ms-skill          pic x(30).
               10  ms-mentions       pic 9(04).
       01  MISS-COUNT                pic 9(02) value 0.

      *>>    The aggregate: campus, major, skill.
       01  GAP-TABLE.
           05  GAP-ENTRY             occurs 3000 times.
               10  gp-campus         pic x(10).
               10  gp-major          pic x(50).
               10  gp-skill          pic x(30).
               10  gp-students       pic 9(05).
               10  gp-mentions       pic 9(06).
       01  GAP-COUNT                 pic 9(04) value 0.
       01  GAP-SWAP                  pic x(101).
       01  ws-gap-overflow           pic x value "n".

      *>>    Campus-and-major-blind totals per skill.
       01  OVERALL-TABLE.
           05  OVERALL-ENTRY         occurs 500 times.
               10  ov-skill          pic x(30).
               10  ov-students       pic 9(05).
               10  ov-mentions       pic 9(06).
       01  OVERALL-COUNT             pic 9(03) value 0.
       01  OVERALL-SWAP              pic x(41).

       01  ws-i                      pic 9(05) value 0.
       01  ws-j                      pic 9(05) value 0.
       01  ws-k                      pic 9(04) value 0.
       01  ws-p                      pic 9(04) value 0.
       01  ws-found                  pic x value "n".
       01  ws-swapped                pic x value "n".
       01  ws-students-seen          pic 9(05) value 0.
       01  ws-students-gapped        pic 9(05) value 0.
       01  ws-group-rank             pic 9(03) value 0.
       01  ws-last-campus            pic x(10).
       01  ws-last-major             pic x(50).

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

           perform load-campuses
           perform load-postings
           perform load-pursuits
           perform load-completions
           perform scan-students
           perform sort-gaps
           perform sort-overall

           move "--- Skill Gaps by Campus and Major ---" to report-line
           write report-line
           perform write-group-lines
           perform write-overall-lines

           move spaces to report-line
           write report-line
           if ws-posting-overflow = "y"
               move "Over 2000 postings - the rest are not considered." to report-line
               write report-line
           end-if
           if ws-pursuit-overflow = "y"
               move "Over 10000 saved/applied postings - the rest are not considered." to report-line
               write report-line
           end-if
           if ws-gap-overflow = "y"
               move "Over 3000 campus/major/skill gaps - the rest are not reported." to report-line
               write report-line
           end-if
           move spaces to WS-DISPLAY
           string "Students with profiles: " ws-students-seen
                  "  with at least one skill gap: " ws-students-gapped
                  delimited by size into WS-DISPLAY
           move WS-DISPLAY to report-line
           write report-line

           if ws-csv-wanted = "y"
               close csv-file
           end-if
           close report-file
           stop run.

       load-campuses.
           move 0 to CAMPUS-COUNT
           open input user-file
           if FILESTAT-USER = "00"
               perform until 1 = 2
                   read user-file next record
                       at end exit perform
                   end-read
                   if CAMPUS-COUNT < 5000
                       move spaces to CF-PARSE-10
                       unstring fd-user-data delimited by "," into
                           CF-PARSE-1 CF-PARSE-2 CF-PARSE-3 CF-PARSE-4
                           CF-PARSE-5 CF-PARSE-6 CF-PARSE-7 CF-PARSE-8
                           CF-PARSE-9 CF-PARSE-10
                       end-unstring
                       add 1 to CAMPUS-COUNT
                       move fd-user-name to cu-user(CAMPUS-COUNT)
                       move function upper-case(function trim(CF-PARSE-10))
                           to cu-campus(CAMPUS-COUNT)
                       if cu-campus(CAMPUS-COUNT) = spaces
                           move "MAIN" to cu-campus(CAMPUS-COUNT)
                       end-if
                   end-if
               end-perform
               close user-file
           end-if
           .

      *>>    jobs.dat: required skills sit past the question block,
      *>>    posted date, eligibility criteria and job-id (field 19
      *>>    + question-count holds their count) - the same position
      *>>    math as InCollege.cob's parse-job-line.
       load-postings.
           move 0 to POSTING-COUNT
           open input job-file
           if FILESTAT-JOB = "00"
               perform until 1 = 2
                   read job-file into job-line
                       at end exit perform
                   end-read
                   if POSTING-COUNT >= 2000
                       move "y" to ws-posting-overflow
                       exit perform
                   end-if
                   perform varying ws-parse-idx from 1 by 1
                           until ws-parse-idx > 29
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
                       PARSE-FIELD(22) PARSE-FIELD(23) PARSE-FIELD(24)
                       PARSE-FIELD(25) PARSE-FIELD(26) PARSE-FIELD(27)
                       PARSE-FIELD(28) PARSE-FIELD(29)
                   end-unstring
                   add 1 to POSTING-COUNT
                   move function trim(PARSE-FIELD(2)) to pt-title(POSTING-COUNT)
                   move function trim(PARSE-FIELD(4))
                       to pt-employer(POSTING-COUNT)
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
                   move function trim(PARSE-FIELD(ws-f))
                       to pt-job-id(POSTING-COUNT)
                   add 1 to ws-f
                   move 0 to pt-skill-count(POSTING-COUNT)
                   if function trim(PARSE-FIELD(ws-f)) is numeric
                      and function trim(PARSE-FIELD(ws-f)) not = spaces
                       move function numval(function trim(PARSE-FIELD(ws-f)))
                           to ws-count
                       if ws-count > 5
                           move 5 to ws-count
                       end-if
                       move ws-count to pt-skill-count(POSTING-COUNT)
                   end-if
                   perform varying ws-k from 1 by 1 until ws-k > 5
                       if ws-k <= pt-skill-count(POSTING-COUNT)
                           move function trim(PARSE-FIELD(ws-f + ws-k))
                               to pt-skill(POSTING-COUNT, ws-k)
                       else
                           move spaces to pt-skill(POSTING-COUNT, ws-k)
                       end-if
                   end-perform
               end-perform
               close job-file
           end-if
           .

      *>>    saved-jobs.dat: username|title|employer|location|job-id
      *>>    (bookmarks predating job-ids match on title/employer);
      *>>    applications.dat rows: title|employer|... after the key.
       load-pursuits.
           move 0 to PURSUIT-COUNT
           open input saved-jobs-file
           if FILESTAT-SAVED = "00"
               perform until 1 = 2
                   read saved-jobs-file into saved-jobs-line
                       at end exit perform
                   end-read
                   if PURSUIT-COUNT >= 10000
                       move "y" to ws-pursuit-overflow
                       exit perform
                   end-if
                   perform varying ws-parse-idx from 1 by 1
                           until ws-parse-idx > 5
                       move spaces to PARSE-FIELD(ws-parse-idx)
                   end-perform
                   unstring saved-jobs-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                       PARSE-FIELD(4) PARSE-FIELD(5)
                   end-unstring
                   add 1 to PURSUIT-COUNT
                   move function trim(PARSE-FIELD(1)) to pu-user(PURSUIT-COUNT)
                   move function trim(PARSE-FIELD(5))
                       to pu-job-id(PURSUIT-COUNT)
                   move function trim(PARSE-FIELD(2)) to pu-title(PURSUIT-COUNT)
                   move function trim(PARSE-FIELD(3))
                       to pu-employer(PURSUIT-COUNT)
               end-perform
               close saved-jobs-file
           end-if

           open input application-file
           if FILESTAT-APP = "00"
               perform until 1 = 2
                   read application-file next record
                       at end exit perform
                   end-read
                   if PURSUIT-COUNT >= 10000
                       move "y" to ws-pursuit-overflow
                       exit perform
                   end-if
                   move spaces to PARSE-FIELD(1)
                   move spaces to PARSE-FIELD(2)
                   unstring fd-app-data delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2)
                   end-unstring
                   add 1 to PURSUIT-COUNT
                   move fd-app-username to pu-user(PURSUIT-COUNT)
                   move fd-app-job-id to pu-job-id(PURSUIT-COUNT)
                   move function trim(PARSE-FIELD(1)) to pu-title(PURSUIT-COUNT)
                   move function trim(PARSE-FIELD(2))
                       to pu-employer(PURSUIT-COUNT)
               end-perform
               close application-file
           end-if
           .

      *>>    skills-progress.dat: username|skill|date|score|result.
       load-completions.
           move 0 to COMPLETION-COUNT
           open input skills-file
           if FILESTAT-SKILL = "00"
               perform until 1 = 2
                   read skills-file into skills-line
                       at end exit perform
                   end-read
                   perform varying ws-parse-idx from 1 by 1
                           until ws-parse-idx > 5
                       move spaces to PARSE-FIELD(ws-parse-idx)
                   end-perform
                   unstring skills-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                       PARSE-FIELD(4) PARSE-FIELD(5)
                   end-unstring
                   if function trim(PARSE-FIELD(5)) not = "fail"
                      and COMPLETION-COUNT < 5000
                       add 1 to COMPLETION-COUNT
                       move function trim(PARSE-FIELD(1))
                           to cp-user(COMPLETION-COUNT)
                       move function trim(PARSE-FIELD(2))
                           to cp-skill(COMPLETION-COUNT)
                   end-if
               end-perform
               close skills-file
           end-if
           .

       scan-students.
           move 0 to GAP-COUNT
           move 0 to OVERALL-COUNT
           open input profile-file
           if FILESTAT-PROFILE = "00"
               perform until 1 = 2
                   read profile-file next record
                       at end exit perform
                   end-read
                   add 1 to ws-students-seen
                   perform parse-student-profile
                   perform collect-student-postings
                   if MINE-COUNT > 0
                       perform collect-student-gaps
                       if MISS-COUNT > 0
                           add 1 to ws-students-gapped
                           perform fold-student-gaps
                       end-if
                   end-if
               end-perform
               close profile-file
           end-if
           .

      *>>    Major (field 5) and the taxonomy skills list, which
      *>>    follows the variable experience, education and course
      *>>    blocks - the same walk as InCollege.cob's profile parse.
       parse-student-profile.
           move function trim(fd-profile-username) to ws-student
           move spaces to profile-line
           move 1 to ws-parse-pos
           string function trim(fd-profile-username) "|"
                  function trim(fd-profile-data)
                  delimited by size into profile-line
                  with pointer ws-parse-pos
           end-string
           perform varying ws-parse-idx from 1 by 1
                   until ws-parse-idx > 130
               move spaces to PARSE-FIELD(ws-parse-idx)
           end-perform
           unstring profile-line delimited by "|" into
                   PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                   PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
                   PARSE-FIELD(7) PARSE-FIELD(8) PARSE-FIELD(9)
                   PARSE-FIELD(10) PARSE-FIELD(11) PARSE-FIELD(12)
                   PARSE-FIELD(13) PARSE-FIELD(14) PARSE-FIELD(15)
                   PARSE-FIELD(16) PARSE-FIELD(17) PARSE-FIELD(18)
                   PARSE-FIELD(19) PARSE-FIELD(20) PARSE-FIELD(21)
                   PARSE-FIELD(22) PARSE-FIELD(23) PARSE-FIELD(24)
                   PARSE-FIELD(25) PARSE-FIELD(26) PARSE-FIELD(27)
                   PARSE-FIELD(28) PARSE-FIELD(29) PARSE-FIELD(30)
                   PARSE-FIELD(31) PARSE-FIELD(32) PARSE-FIELD(33)
                   PARSE-FIELD(34) PARSE-FIELD(35) PARSE-FIELD(36)
                   PARSE-FIELD(37) PARSE-FIELD(38) PARSE-FIELD(39)
                   PARSE-FIELD(40) PARSE-FIELD(41) PARSE-FIELD(42)
                   PARSE-FIELD(43) PARSE-FIELD(44) PARSE-FIELD(45)
                   PARSE-FIELD(46) PARSE-FIELD(47) PARSE-FIELD(48)
                   PARSE-FIELD(49) PARSE-FIELD(50) PARSE-FIELD(51)
                   PARSE-FIELD(52) PARSE-FIELD(53) PARSE-FIELD(54)
                   PARSE-FIELD(55) PARSE-FIELD(56) PARSE-FIELD(57)
                   PARSE-FIELD(58) PARSE-FIELD(59) PARSE-FIELD(60)
                   PARSE-FIELD(61) PARSE-FIELD(62) PARSE-FIELD(63)
                   PARSE-FIELD(64) PARSE-FIELD(65) PARSE-FIELD(66)
                   PARSE-FIELD(67) PARSE-FIELD(68) PARSE-FIELD(69)
                   PARSE-FIELD(70) PARSE-FIELD(71) PARSE-FIELD(72)
                   PARSE-FIELD(73) PARSE-FIELD(74) PARSE-FIELD(75)
                   PARSE-FIELD(76) PARSE-FIELD(77) PARSE-FIELD(78)
                   PARSE-FIELD(79) PARSE-FIELD(80) PARSE-FIELD(81)
                   PARSE-FIELD(82) PARSE-FIELD(83) PARSE-FIELD(84)
                   PARSE-FIELD(85) PARSE-FIELD(86) PARSE-FIELD(87)
                   PARSE-FIELD(88) PARSE-FIELD(89) PARSE-FIELD(90)
                   PARSE-FIELD(91) PARSE-FIELD(92) PARSE-FIELD(93)
                   PARSE-FIELD(94) PARSE-FIELD(95) PARSE-FIELD(96)
                   PARSE-FIELD(97) PARSE-FIELD(98) PARSE-FIELD(99)
                   PARSE-FIELD(100) PARSE-FIELD(101) PARSE-FIELD(102)
                   PARSE-FIELD(103) PARSE-FIELD(104) PARSE-FIELD(105)
                   PARSE-FIELD(106) PARSE-FIELD(107) PARSE-FIELD(108)
                   PARSE-FIELD(109) PARSE-FIELD(110) PARSE-FIELD(111)
                   PARSE-FIELD(112) PARSE-FIELD(113) PARSE-FIELD(114)
                   PARSE-FIELD(115) PARSE-FIELD(116) PARSE-FIELD(117)
                   PARSE-FIELD(118) PARSE-FIELD(119) PARSE-FIELD(120)
                   PARSE-FIELD(121) PARSE-FIELD(122) PARSE-FIELD(123)
                   PARSE-FIELD(124) PARSE-FIELD(125) PARSE-FIELD(126)
                   PARSE-FIELD(127) PARSE-FIELD(128) PARSE-FIELD(129)
                   PARSE-FIELD(130)
           end-unstring

           move function trim(PARSE-FIELD(5)) to ws-student-major
           if ws-student-major = spaces
               move "(no major)" to ws-student-major
           end-if
           move "MAIN" to ws-student-campus
           perform varying ws-k from 1 by 1 until ws-k > CAMPUS-COUNT
               if cu-user(ws-k) = ws-student
                   move cu-campus(ws-k) to ws-student-campus
                   exit perform
               end-if
           end-perform

           move 8 to ws-field-num
           perform take-block-count
           compute ws-field-num = ws-field-num + ws-count * 4
           perform take-block-count
           compute ws-field-num = ws-field-num + ws-count * 3
      *>    Picture filename, then the course block.
           add 1 to ws-field-num
           perform take-block-count
           compute ws-field-num = ws-field-num + ws-count * 3
      *>    GPA and mentor flag, then the skills count.
           add 2 to ws-field-num
           perform take-block-count

           move 0 to HELD-COUNT
           perform varying ws-k from 1 by 1 until ws-k > ws-count
               if ws-field-num + ws-k - 1 <= 130
                  and PARSE-FIELD(ws-field-num + ws-k - 1) not = spaces
                   add 1 to HELD-COUNT
                   move function trim(PARSE-FIELD(ws-field-num + ws-k - 1))
                       to HELD-ENTRY(HELD-COUNT)
               end-if
           end-perform
           perform varying ws-k from 1 by 1 until ws-k > COMPLETION-COUNT
               if cp-user(ws-k) = ws-student and HELD-COUNT < 60
                   add 1 to HELD-COUNT
                   move cp-skill(ws-k) to HELD-ENTRY(HELD-COUNT)
               end-if
           end-perform
           .

      *>>    The block count at ws-field-num into ws-count (0 - 10),
      *>>    leaving ws-field-num on the block's first field.
       take-block-count.
           move 0 to ws-count
           if ws-field-num <= 130
               if function trim(PARSE-FIELD(ws-field-num)) is numeric
                  and function trim(PARSE-FIELD(ws-field-num)) not = spaces
                   move function numval(function trim(PARSE-FIELD(ws-field-num)))
                       to ws-count
               end-if
           end-if
           if ws-count > 10
               move 10 to ws-count
           end-if
           add 1 to ws-field-num
           .

      *>>    Indexes of the postings ws-student saved or applied to,
      *>>    each once.
       collect-student-postings.
           move 0 to MINE-COUNT
           perform varying ws-i from 1 by 1 until ws-i > PURSUIT-COUNT
               if pu-user(ws-i) = ws-student
                   perform find-pursued-posting
                   if ws-p > 0
                       move "n" to ws-found
                       perform varying ws-k from 1 by 1
                               until ws-k > MINE-COUNT
                           if MINE-ENTRY(ws-k) = ws-p
                               move "y" to ws-found
                               exit perform
                           end-if
                       end-perform
                       if ws-found = "n" and MINE-COUNT < 100
                           add 1 to MINE-COUNT
                           move ws-p to MINE-ENTRY(MINE-COUNT)
                       end-if
                   end-if
               end-if
           end-perform
           .

      *>>    PURSUIT-ENTRY(ws-i) into its posting index ws-p (0 when
      *>>    the posting is gone).
       find-pursued-posting.
           move 0 to ws-p
           perform varying ws-k from 1 by 1 until ws-k > POSTING-COUNT
               if pu-job-id(ws-i) not = spaces
                   if pt-job-id(ws-k) = pu-job-id(ws-i)
                       move ws-k to ws-p
                       exit perform
                   end-if
               else
                   if pt-title(ws-k) = pu-title(ws-i)
                      and pt-employer(ws-k) = pu-employer(ws-i)
                       move ws-k to ws-p
                       exit perform
                   end-if
               end-if
           end-perform
           .

       collect-student-gaps.
           move 0 to MISS-COUNT
           perform varying ws-i from 1 by 1 until ws-i > MINE-COUNT
               move MINE-ENTRY(ws-i) to ws-p
               perform varying ws-j from 1 by 1
                       until ws-j > pt-skill-count(ws-p)
                   perform note-missing-skill
               end-perform
           end-perform
           .

       note-missing-skill.
           if pt-skill(ws-p, ws-j) = spaces
               exit paragraph
           end-if
           perform varying ws-k from 1 by 1 until ws-k > HELD-COUNT
               if function upper-case(HELD-ENTRY(ws-k)) =
                  function upper-case(pt-skill(ws-p, ws-j))
                   exit paragraph
               end-if
           end-perform
           perform varying ws-k from 1 by 1 until ws-k > MISS-COUNT
               if function upper-case(ms-skill(ws-k)) =
                  function upper-case(pt-skill(ws-p, ws-j))
                   add 1 to ms-mentions(ws-k)
                   exit paragraph
               end-if
           end-perform
           if MISS-COUNT < 50
               add 1 to MISS-COUNT
               move pt-skill(ws-p, ws-j) to ms-skill(MISS-COUNT)
               move 1 to ms-mentions(MISS-COUNT)
           end-if
           .

      *>>    The student's missing skills into the campus/major
      *>>    aggregate and the overall totals.
       fold-student-gaps.
           perform varying ws-i from 1 by 1 until ws-i > MISS-COUNT
               move "n" to ws-found
               perform varying ws-k from 1 by 1 until ws-k > GAP-COUNT
                   if gp-campus(ws-k) = ws-student-campus
                      and function upper-case(gp-major(ws-k)) =
                          function upper-case(ws-student-major)
                      and function upper-case(gp-skill(ws-k)) =
                          function upper-case(ms-skill(ws-i))
                       add 1 to gp-students(ws-k)
                       add ms-mentions(ws-i) to gp-mentions(ws-k)
                       move "y" to ws-found
                       exit perform
                   end-if
               end-perform
               if ws-found = "n"
                   if GAP-COUNT < 3000
                       add 1 to GAP-COUNT
                       move ws-student-campus to gp-campus(GAP-COUNT)
                       move ws-student-major to gp-major(GAP-COUNT)
                       move ms-skill(ws-i) to gp-skill(GAP-COUNT)
                       move 1 to gp-students(GAP-COUNT)
                       move ms-mentions(ws-i) to gp-mentions(GAP-COUNT)
                   else
                       move "y" to ws-gap-overflow
                   end-if
               end-if

               move "n" to ws-found
               perform varying ws-k from 1 by 1 until ws-k > OVERALL-COUNT
                   if function upper-case(ov-skill(ws-k)) =
                      function upper-case(ms-skill(ws-i))
                       add 1 to ov-students(ws-k)
                       add ms-mentions(ws-i) to ov-mentions(ws-k)
                       move "y" to ws-found
                       exit perform
                   end-if
               end-perform
               if ws-found = "n" and OVERALL-COUNT < 500
                   add 1 to OVERALL-COUNT
                   move ms-skill(ws-i) to ov-skill(OVERALL-COUNT)
                   move 1 to ov-students(OVERALL-COUNT)
                   move ms-mentions(ws-i) to ov-mentions(OVERALL-COUNT)
               end-if
           end-perform
           .

      *>>    Campus, then major, then most students lacking the skill
      *>>    (posting mentions breaking ties).
       sort-gaps.
           move "y" to ws-swapped
           perform until ws-swapped = "n"
               move "n" to ws-swapped
               perform varying ws-i from 1 by 1 until ws-i >= GAP-COUNT
                   if gp-campus(ws-i) > gp-campus(ws-i + 1)
                      or (gp-campus(ws-i) = gp-campus(ws-i + 1)
                          and gp-major(ws-i) > gp-major(ws-i + 1))
                      or (gp-campus(ws-i) = gp-campus(ws-i + 1)
                          and gp-major(ws-i) = gp-major(ws-i + 1)
                          and (gp-students(ws-i) < gp-students(ws-i + 1)
                               or (gp-students(ws-i) = gp-students(ws-i + 1)
                                   and gp-mentions(ws-i) <
                                       gp-mentions(ws-i + 1))))
                       move GAP-ENTRY(ws-i) to GAP-SWAP
                       move GAP-ENTRY(ws-i + 1) to GAP-ENTRY(ws-i)
                       move GAP-SWAP to GAP-ENTRY(ws-i + 1)
                       move "y" to ws-swapped
                   end-if
               end-perform
           end-perform
           .

       sort-overall.
           move "y" to ws-swapped
           perform until ws-swapped = "n"
               move "n" to ws-swapped
               perform varying ws-i from 1 by 1 until ws-i >= OVERALL-COUNT
                   if ov-students(ws-i) < ov-students(ws-i + 1)
                      or (ov-students(ws-i) = ov-students(ws-i + 1)
                          and ov-mentions(ws-i) < ov-mentions(ws-i + 1))
                       move OVERALL-ENTRY(ws-i) to OVERALL-SWAP
                       move OVERALL-ENTRY(ws-i + 1) to OVERALL-ENTRY(ws-i)
                       move OVERALL-SWAP to OVERALL-ENTRY(ws-i + 1)
                       move "y" to ws-swapped
                   end-if
               end-perform
           end-perform
           .

       write-group-lines.
           if GAP-COUNT = 0
               move spaces to report-line
               write report-line
               move "   No skill gaps on the postings students are pursuing." to report-line
               write report-line
               exit paragraph
           end-if
           move spaces to ws-last-campus
           move spaces to ws-last-major
           perform varying ws-i from 1 by 1 until ws-i > GAP-COUNT
               if gp-campus(ws-i) not = ws-last-campus
                  or gp-major(ws-i) not = ws-last-major
                   move gp-campus(ws-i) to ws-last-campus
                   move gp-major(ws-i) to ws-last-major
                   move 0 to ws-group-rank
                   move spaces to report-line
                   write report-line
                   move spaces to WS-DISPLAY
                   string "-- Campus " function trim(gp-campus(ws-i))
                          ", major " function trim(gp-major(ws-i)) " --"
                          delimited by size into WS-DISPLAY
                   move WS-DISPLAY to report-line
                   write report-line
               end-if
               add 1 to ws-group-rank
               if ws-group-rank <= WS-TOP-PER-GROUP
                   move spaces to WS-DISPLAY
                   string "   " function trim(gp-skill(ws-i))
                          ": " gp-students(ws-i) " student(s) lacking, "
                          gp-mentions(ws-i) " posting mention(s)"
                          delimited by size into WS-DISPLAY
                   move WS-DISPLAY to report-line
                   write report-line
               end-if
               if ws-csv-wanted = "y"
                   perform begin-csv-row
                   move gp-campus(ws-i) to ws-csv-field
                   perform add-csv-field
                   move gp-major(ws-i) to ws-csv-field
                   perform add-csv-field
                   move gp-skill(ws-i) to ws-csv-field
                   perform add-csv-field
                   move gp-students(ws-i) to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   move gp-mentions(ws-i) to ws-csv-count
                   move ws-csv-count to ws-csv-field
                   perform add-csv-field
                   write csv-line
               end-if
           end-perform
           .

       write-overall-lines.
           move spaces to report-line
           write report-line
           move "-- Most-missing skills, all campuses and majors --" to report-line
           write report-line
           if OVERALL-COUNT = 0
               move "   None." to report-line
               write report-line
           end-if
           perform varying ws-i from 1 by 1
                   until ws-i > OVERALL-COUNT or ws-i > WS-TOP-PER-GROUP
               move spaces to WS-DISPLAY
               string "   " function trim(ov-skill(ws-i))
                      ": " ov-students(ws-i) " student(s) lacking, "
                      ov-mentions(ws-i) " posting mention(s)"
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

       write-csv-header.
           perform begin-csv-row
           move "campus" to ws-csv-field
           perform add-csv-field
           move "major" to ws-csv-field
           perform add-csv-field
           move "skill" to ws-csv-field
           perform add-csv-field
           move "students-lacking" to ws-csv-field
           perform add-csv-field
           move "posting-mentions" to ws-csv-field
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
