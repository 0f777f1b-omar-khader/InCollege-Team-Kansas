               organization is line sequential
               file status is FILESTAT-JOB.
           select application-file assign to "applications.dat"
               organization is indexed
               access mode is dynamic
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-APP.
           select university-file assign to "universities.dat"
               organization is line sequential
       01  job-line                  pic x(1000).

       fd  application-file.
       01  application-record.
           05  fd-app-key.
               10  fd-app-job-id     pic x(10).
               10  fd-app-username   pic x(32).
           05  fd-app-data           pic x(1000).

       fd  university-file.
       01  university-line           pic x(100).
                          "|SynthCorp " ws-job-num
                          "|Test City|0050000|0070000|USD|N||Open|0|"
                          function current-date(1:8)
                          "|||||SYN" ws-job-num
                          "|0||OTHER"
                          delimited by size into job-line
                   end-string
                   write job-line
           end-if
           .

      *>>    applications.dat is keyed on job-id + applicant, so each
      *>>    row points at its synthetic posting's SYNnnnnn id; a pair
      *>>    that already exists (the cycle wrapped, or a re-run) is
      *>>    skipped rather than counted.
       generate-applications.
           open i-o application-file
           if FILESTAT-APP not = "00"
               open output application-file
               close application-file
               open i-o application-file
           end-if
           if FILESTAT-APP = "00"
               perform varying ws-i from 1 by 1 until ws-i > WS-APP-COUNT
                   move spaces to ws-peer-name
                   string "syn" ws-k(1:6)
                       delimited by size into ws-peer-name
                   move spaces to application-record
                   string "SYN" ws-job-num
                       delimited by size into fd-app-job-id
                   end-string
                   move ws-peer-name to fd-app-username
                   string "Synthetic Job " ws-job-num
                          "|SynthCorp " ws-job-num
                          "|Test City|Applied|||||||SYN" ws-job-num
                          delimited by size into fd-app-data
                   end-string
                   write application-record
                       invalid key continue
                       not invalid key add 1 to ws-made-apps
                   end-write
               end-perform
               close application-file
           end-if
