               organization is line sequential
               file status is FILESTAT-LOCK.

      *>>    Shared intra-day recovery journal (see InCollege.cob's
      *>>    write-journal-row): each collapsed row lands here as a
      *>>    delete, so restore-then-replay and ControlTotals both
      *>>    account for it.
           select journal-file assign to "data-journal.dat"
               organization is line sequential
               file status is FILESTAT-JOURNAL.

           select report-file assign to "Duplicate-Connections-Report.txt"
               organization is line sequential
               file status is FILESTAT-RPT.
       fd  lock-file.
       01  lock-line                 pic x(60).

       fd  journal-file.
       01  journal-line              pic x(6200).

       fd  report-file.
       01  report-line              pic x(200).


       01  FILESTAT-CONN             pic xx.
       01  FILESTAT-RPT              pic xx.
       01  FILESTAT-JOURNAL          pic xx.
       01  ws-journal-image          pic x(200).

       01  WS-DISPLAY                pic x(200).

                                      delimited by size into WS-DISPLAY
                               move WS-DISPLAY to report-line
                               write report-line
                               end-write
                           not invalid key
                               perform journal-deleted-connection
                       end-delete
               end-read
               close connection-file
           end-if
           .

      *>>    One "delete" journal row for the record still in the
      *>>    fd-conn-* fields, the image InCollege.cob's
      *>>    journal-connection-row writes.
       journal-deleted-connection.
           move spaces to ws-journal-image
           string function trim(fd-conn-from-user) "|"
                  function trim(fd-conn-to-user) "|"
                  function trim(fd-conn-status) "|"
                  function trim(fd-conn-sent-date) "|"
                  function trim(fd-conn-decided-date)
                  delimited by size into ws-journal-image
           end-string
           open extend journal-file
           if FILESTAT-JOURNAL not = "00"
               open output journal-file
               close journal-file
               open extend journal-file
           end-if
           if FILESTAT-JOURNAL = "00"
               move spaces to journal-line
               string function current-date "|"
                      "CleanupDuplicateConnections" "|"
                      "connections.dat" "|"
                      "delete" "|"
                      function trim(ws-journal-image)
                      delimited by size into journal-line
               end-string
               write journal-line
               close journal-file
           end-if
           .

      *>>    Takes the shared writers' lock, overriding only a stale
      *>>    or unreadable one. Sets ws-lock-acquired.
       acquire-data-lock.
