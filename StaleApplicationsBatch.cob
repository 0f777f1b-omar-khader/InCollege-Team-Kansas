               organization is line sequential
               file status is FILESTAT-LAYOUT.
           select application-file assign to "applications.dat"
               organization is indexed
               access mode is sequential
               record key is fd-app-key
               alternate record key is fd-app-username with duplicates
               file status is FILESTAT-APP.
           select app-history-file assign to "application-status-history.dat"
               organization is line sequential
       data division.
       file section.
       fd  application-file.
       01  application-record.
           05  fd-app-key.
               10  fd-app-job-id     pic x(10).
               10  fd-app-username   pic x(32).
           05  fd-app-data           pic x(1000).

       fd  app-history-file.
       01  app-history-line          pic x(300).
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
       01  ws-layout-ok              pic x value "y".

       01  FILESTAT-APP              pic xx.
       01  application-line          pic x(1000).
       01  FILESTAT-APPHIST          pic xx.
       01  FILESTAT-JOB              pic xx.
       01  FILESTAT-CTL              pic xx.
           open input application-file
           if FILESTAT-APP = "00"
               perform until 1 = 2
                   read application-file next record
                       at end exit perform
                   end-read
                   move spaces to application-line
                   string function trim(fd-app-username) "|" fd-app-data
                       delimited by size into application-line
                   end-string
                   perform check-one-application
               end-perform
               close application-file
