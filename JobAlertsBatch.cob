      *>>    Nightly batch companion to the standing job alerts saved by
      *>>    InCollege.cob's browse filter: matches each job-alerts.dat
      *>>    row (username|alert-name|keyword|location|min-salary|
      *>>    remote|category) against jobs.dat rows added since the previous run
      *>>    and queues one notifications.dat row per hit, so students
      *>>    hear about matching postings without being logged in.
      *>>    "Added since the last run" is tracked by row count in
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
               10  al-location       pic x(50).
               10  al-min-salary     pic 9(07).
               10  al-remote-only    pic x.
               10  al-category       pic x(10).
       01  ALERTS-COUNT              pic 9(04) value 0.
       01  ws-alerts-overflow        pic x value "n".

           05  job-salary-min        pic 9(07).
           05  job-remote-flag       pic x(1).
           05  job-status            pic x(10).
           05  job-category          pic x(10).

       01  PARSE-FIELDS.
           05 PARSE-FIELD            occurs 31 times pic x(200).

      *>>    Required-skills block parsed from the row tail so an
      *>>    alert keyword naming a canonical skill fires on postings
                       at end exit perform
                   end-read

                   perform varying ws-i from 1 by 1 until ws-i > 7
                       move spaces to PARSE-FIELD(ws-i)
                   end-perform
                   unstring alert-line delimited by "|" into
                       PARSE-FIELD(1) PARSE-FIELD(2) PARSE-FIELD(3)
                       PARSE-FIELD(4) PARSE-FIELD(5) PARSE-FIELD(6)
                       PARSE-FIELD(7)
                   end-unstring

                   if ALERTS-COUNT >= 500
                           move 0 to al-min-salary(ALERTS-COUNT)
                       end-if
                       move function trim(PARSE-FIELD(6)) to al-remote-only(ALERTS-COUNT)
                       move function upper-case(function trim(PARSE-FIELD(7)))
                           to al-category(ALERTS-COUNT)
                   end-if
               end-perform
               close alert-file
           .

       parse-job-line.
           perform varying ws-i from 1 by 1 until ws-i > 31
               move spaces to PARSE-FIELD(ws-i)
           end-perform
           unstring job-line delimited by "|" into
               PARSE-FIELD(19) PARSE-FIELD(20) PARSE-FIELD(21)
               PARSE-FIELD(22) PARSE-FIELD(23) PARSE-FIELD(24)
               PARSE-FIELD(25) PARSE-FIELD(26) PARSE-FIELD(27)
               PARSE-FIELD(28) PARSE-FIELD(29) PARSE-FIELD(30)
               PARSE-FIELD(31)
           end-unstring

           move function trim(PARSE-FIELD(1)) to job-poster-username
                   move spaces to job-req-skills(ws-i)
               end-if
           end-perform
      *>>    Category code follows the required certification.
           move function upper-case(function trim(
               PARSE-FIELD(ws-f + job-req-skill-count + 2)))
               to job-category
           .

       match-job-against-alerts.
      *>>    Same matching rules as InCollege.cob's
      *>>    check-job-passes-filter: contains-style keyword against
      *>>    title/description, contains-style location, minimum
      *>>    salary, remote-only, exact category code; a blank
      *>>    criterion matches anything.
      *>>    A student's alert never fires on their own posting.
       check-alert-match.
           move "y" to ws-match
               move "n" to ws-match
           end-if

           if al-category(ws-i) not = spaces
              and job-category not = al-category(ws-i)
               move "n" to ws-match
           end-if

           if function trim(al-location(ws-i)) not = spaces
               move 0 to ws-name-match-tally
               inspect function upper-case(function trim(job-location))
