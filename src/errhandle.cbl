      *>   status or STRING overflow, so operational problems land
      *>   in one ERRORLOG file instead of being scattered across ad
      *>   hoc DISPLAY statements.
      *>   A caller raising a catalogued event passes its message ID
      *>   (msgcat.cpy) and, optionally, its substitution values
      *>   (msgvals.cpy) after the text; the ID is kept on the entry
      *>   as err-msg-id for errrpt, and a text left blank is filled
      *>   from the catalog template through msgtext.  Callers that
      *>   stop at the text write the entry exactly as before.
      *>   The entry grew from 72 to 80 bytes when err-msg-id was
      *>   added, and ERRORLOG.TXT is fixed-length: before the first
      *>   write of a run, errconv converts a log still holding
      *>   72-byte entries (keeping the old file as ERRORLOG.O72).
      *>   A log errconv cannot vouch for is not written to; the
      *>   entry goes to the console instead.
      *> Tectonics:
      *>   cobc -xj errhandle.cob
      *> SOURCE
       data division.
       file section.
       fd errorfile.
       01 error-line pic x(80).

       fd alertfile.
       01 alert-line pic x(96).
       01 errorfile-real pic xx.
       01 errorfile-status redefines errorfile-real pic 99.

      *> errconv's word on whether the log is at the 80-byte length
       01 ws-errlog-ready pic x(1).
           88 ws-errlog-is-ready value "Y".

      *> shared record shape -- see copybooks/errrec.cpy
       copy "errrec.cpy".

      *> shared alert shape -- see copybooks/alertrec.cpy
       copy "alertrec.cpy".

      *> the catalog's answer when the entry's text comes from there
       01 ws-catalog-text pic x(60).
       01 ws-catalog-severity pic x(3).
       01 ws-catalog-found pic x(1).
       01 ws-no-values.
           05 filler pic x(60) value spaces.

       linkage section.
      *> name of the program that hit the problem
       01 lk-err-program pic x(8).
      *> free-text detail for the entry
       01 lk-err-text pic x(40).

      *> optional message-catalog ID for the entry, and the values
      *> its template's &1/&2/&3 take when lk-err-text is blank
       01 lk-msg-id pic x(8).
       01 lk-msg-values.
           05 lk-msg-value pic x(20) occurs 3 times.

      *> *****************
       procedure division using lk-err-program lk-err-type
               lk-err-code lk-err-text optional lk-msg-id
               optional lk-msg-values.
       move function current-date(5:12) to err-timestamp
       move lk-err-program to err-program
       move lk-err-type to err-type
       move lk-err-code to err-code
       move lk-err-text to err-text
       move spaces to err-msg-id
       if lk-msg-id is not omitted
           move lk-msg-id to err-msg-id
           if lk-err-text = spaces
               perform fill-text-from-catalog
           end-if
       end-if

      *> an 80-byte entry extended onto a log of 72-byte ones would
      *> throw every reader's framing off from here on
       call "errconv" using ws-errlog-ready
       if not ws-errlog-is-ready
           display "errhandle: ERRORLOG.TXT not on the current "
               "layout, entry not written: " err-record
       else
      *> open extend auto-creates the file on the very first call;
      *> if some other condition blocks that, fall back to output
           open extend errorfile
           if errorfile-status not = 0
               open output errorfile
           end-if

           if errorfile-status = 0
               write error-line from err-record
               close errorfile
           else
               display "errhandle: cannot write ERRORLOG.TXT, status "
                   errorfile-status
           end-if
       end-if

      *> a bad file status or a stale checkpoint is the class of

       goback.

      *> *****************
      *> the catalog template for the ID with the caller's values in
      *> it, cut to the forty characters an error entry holds
       fill-text-from-catalog.
           if lk-msg-values is omitted
               call "msgtext" using lk-msg-id ws-no-values
                   ws-catalog-text ws-catalog-severity ws-catalog-found
           else
               call "msgtext" using lk-msg-id lk-msg-values
                   ws-catalog-text ws-catalog-severity ws-catalog-found
           end-if
           move ws-catalog-text to err-text.

      *> *****************
      *> open extend auto-creates the alerts file on first use, the
      *> same fallback shape the errorfile open above uses; a failure
