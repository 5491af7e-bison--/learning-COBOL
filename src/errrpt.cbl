      *>   tells the newest operator what to do, not just what
      *>   broke -- and entries with no remedy on file are flagged
      *>   so the knowledge base grows.
      *>   An entry raised by message-catalog ID (err-msg-id) looks
      *>   its remedy up by that ID first -- an ERRKB.DAT row keyed
      *>   with the ID in the err-type column and a blank code --
      *>   and only then by type and code; a count per ID, and of
      *>   entries raised with no ID at all, closes the report.
      *>   Prints through the shared rptpage layer: repeated page
      *>   headings, fixed page length, end-of-report trailer.
      *>   The entry is 80 bytes since err-msg-id was added; a log
      *>   still holding 72-byte entries is converted once through
      *>   errconv before it is read, and one errconv cannot vouch
      *>   for is not read at all.
      *> Tectonics:
      *>   cobc -xj -I copybooks errrpt.cbl
      *> SOURCE
       data division.
       file section.
       fd errorfile.
       01 error-line pic x(80).

       fd remedyfile.
       01 remedy-record.
       working-storage section.
       01 errorfile-real pic xx.
       01 errorfile-status redefines errorfile-real pic 99.

      *> errconv's word on whether the log is at the 80-byte length
       01 ws-errlog-ready pic x(1).
           88 ws-errlog-is-ready value "Y".
       01 remedyfile-real pic xx.
       01 remedyfile-status redefines remedyfile-real pic 99.

      *> count summary without re-reading the file once per program
       01 ws-detail-table.
           05 ws-detail-entry occurs 500 times.
               10 ws-detail-line pic x(80).

      *> one slot per program seen in the file, with a count per
      *> err-type the suite raises -- FILESTAT, OVERFLOW, CHECKPT --
           88 ws-pgm-found value "Y".
       01 ws-detail-sub pic 9(3) value 0.

      *> one slot per message ID seen, and the entries with none
       01 ws-msg-id-table.
           05 ws-msg-id-entry occurs 50 times.
               10 ws-mi-msg-id pic x(8).
               10 ws-mi-count  pic 9(4).
       01 ws-msg-id-count pic 99 value 0.
       01 ws-mi-sub pic 99 value 0.
       01 ws-mi-found-switch pic x(1) value "N".
           88 ws-mi-found value "Y".
       01 ws-no-msg-id-count pic 9(6) value 0.

      *> one entry's worth of the shared record shape, read back in
       copy "errrec.cpy".

       procedure division.
       perform load-remedy-table

       call "errconv" using ws-errlog-ready
       if not ws-errlog-is-ready
           display "errrpt: ERRORLOG.TXT is not on the current "
               "layout -- not reported"
           stop run
       end-if

       open input errorfile
       if errorfile-status = 35
           display "errrpt: no ERRORLOG.TXT on file -- "
           end-if
           move error-line to err-record
           perform tally-program-entry
           perform tally-msg-id-entry
           perform read-next-record
       end-perform

           perform list-program-details
       end-perform

       if ws-record-count > 0
           perform report-msg-id-counts
       end-if

       move spaces to ws-rpt-line
       perform put-report-line
       if ws-no-remedy-count > 0
           end-evaluate
           add 1 to ws-pgm-total-count(ws-pgm-sub).

      *> *****************
      *> one more entry against its message ID, or against the
      *> entries raised as free text
       tally-msg-id-entry.
           if err-msg-id = spaces
               add 1 to ws-no-msg-id-count
               exit paragraph
           end-if
           move "N" to ws-mi-found-switch
           perform varying ws-mi-sub from 1 by 1
                   until ws-mi-sub > ws-msg-id-count
                       or ws-mi-found
               if ws-mi-msg-id(ws-mi-sub) = err-msg-id
                   set ws-mi-found to true
                   add 1 to ws-mi-count(ws-mi-sub)
               end-if
           end-perform
           if not ws-mi-found
               if ws-msg-id-count >= 50
                   add 1 to ws-mi-count(50)
               else
                   add 1 to ws-msg-id-count
                   move err-msg-id to ws-mi-msg-id(ws-msg-id-count)
                   move 1 to ws-mi-count(ws-msg-id-count)
               end-if
           end-if.

      *> *****************
      *> how often each catalogued event was raised, and how much
      *> of the file is still free text with no ID to count on
       report-msg-id-counts.
           move spaces to ws-rpt-line
           perform put-report-line
           move "entries by message ID" to ws-rpt-line
           perform put-report-line
           perform varying ws-mi-sub from 1 by 1
                   until ws-mi-sub > ws-msg-id-count
               move spaces to ws-rpt-line
               string "  " ws-mi-msg-id(ws-mi-sub) "  "
                   ws-mi-count(ws-mi-sub)
                   delimited by size
                   into ws-rpt-line
               end-string
               perform put-report-line
           end-perform
           move spaces to ws-rpt-line
           string "  (no ID)   " ws-no-msg-id-count
               delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line.

      *> *****************
      *> the detail lines for one program, listed under its summary
      *> in the order they were raised
      *> operator who just solved it will see it
       show-remedy-line.
           move "N" to ws-remedy-found-switch
           if err-msg-id not = spaces
               perform varying ws-remedy-sub from 1 by 1
                       until ws-remedy-sub > ws-remedy-count
                           or ws-remedy-found
                   if ws-kb-err-type(ws-remedy-sub) = err-msg-id
                       set ws-remedy-found to true
                       perform show-found-remedy
                   end-if
               end-perform
           end-if
           perform varying ws-remedy-sub from 1 by 1
                   until ws-remedy-sub > ws-remedy-count
                       or ws-remedy-found
                           or ws-kb-err-code(ws-remedy-sub)
                               = err-code)
                   set ws-remedy-found to true
                   perform show-found-remedy
               end-if
           end-perform
           if not ws-remedy-found
               perform put-report-line
           end-if.

      *> *****************
       show-found-remedy.
           move spaces to ws-rpt-line
           string "      remedy: "
               ws-kb-remedy(ws-remedy-sub)
               delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line.

      *> *****************
       put-report-line.
           move "L" to ws-rpt-action
