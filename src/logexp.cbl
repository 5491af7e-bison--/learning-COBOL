      *>   without duplicating a single row downstream -- the
      *>   monitoring desk watches the night live instead of
      *>   reading about it at 8.
      *>   Every message goes out under the shop's account-number
      *>   mask (acctmask) -- the CSV leaves the shop's hands, and a
      *>   log written before appender masked at source still holds
      *>   whole numbers.
      *>   The message-catalog ID (log-msg-id) goes out as the last
      *>   field, empty for a free-text entry, so the loaders can
      *>   key on the event rather than on its wording; the run
      *>   closes with a count per ID and of entries with none.
      *> Tectonics:
      *>   cobc -xj -I copybooks logexp.cbl
      *> SOURCE
          05 databytes pic x occurs 1 to 200 times depending on actual.

       fd exportfile.
       01 export-line pic x(220).

       fd cardfile.
       01 card-record.
      *> the message with any embedded quote softened to an
      *> apostrophe, so the quoted field can never break a loader
       01 ws-clean-message pic x(150).
       01 ws-clean-length pic 9(3) value 150.

      *> the run's entries counted by message ID, and those with none
       01 ws-msg-id-table.
           05 ws-msg-id-entry occurs 50 times.
               10 ws-mi-msg-id pic x(8).
               10 ws-mi-count  pic 9(6).
       01 ws-msg-id-count pic 99 value 0.
       01 ws-mi-sub pic 99 value 0.
       01 ws-mi-found-switch pic x(1) value "N".
           88 ws-mi-found value "Y".
       01 ws-no-msg-id-count pic 9(6) value 0.

      *> status/type/text, reshaped for the errhandle subprogram call
       01 ws-err-code pic x(4).
           add 1 to ws-record-count
           move testline to log-record
           perform write-export-line
           perform tally-msg-id
           perform read-next-record
       end-perform

           display "logexp: " ws-record-count " record(s) exported "
               "to " ws-export-file-name
       end-if
       perform show-msg-id-counts

       goback.

       write-export-line.
           move log-message to ws-clean-message
           inspect ws-clean-message replacing all '"' by "'"
           call "acctmask" using ws-clean-message ws-clean-length

           move spaces to export-line
           string '"' function trim(log-job-id) '"'
               ',"' log-rec-type '"'
               ',"' function trim(log-severity) '"'
               ',"' function trim(ws-clean-message) '"'
               ',"' function trim(log-msg-id) '"'
               delimited by size
               into export-line
               on overflow
               stop run
           end-if.

      *> *****************
      *> one more record against its message ID; the header row is
      *> the file's, not an event, and is left out of the counts
       tally-msg-id.
           if log-rec-is-header
               exit paragraph
           end-if
           if log-msg-id = spaces
               add 1 to ws-no-msg-id-count
               exit paragraph
           end-if
           move "N" to ws-mi-found-switch
           perform varying ws-mi-sub from 1 by 1
                   until ws-mi-sub > ws-msg-id-count
                       or ws-mi-found
               if ws-mi-msg-id(ws-mi-sub) = log-msg-id
                   set ws-mi-found to true
                   add 1 to ws-mi-count(ws-mi-sub)
               end-if
           end-perform
           if not ws-mi-found
               if ws-msg-id-count >= 50
                   add 1 to ws-mi-count(50)
               else
                   add 1 to ws-msg-id-count
                   move log-msg-id to ws-mi-msg-id(ws-msg-id-count)
                   move 1 to ws-mi-count(ws-msg-id-count)
               end-if
           end-if.

      *> *****************
       show-msg-id-counts.
           perform varying ws-mi-sub from 1 by 1
                   until ws-mi-sub > ws-msg-id-count
               display "logexp:   " ws-mi-msg-id(ws-mi-sub) " "
                   ws-mi-count(ws-mi-sub)
           end-perform
           display "logexp:   (no ID)  " ws-no-msg-id-count.

      *> *****************
       read-next-record.
           read testfile
