      *> ***************************************************************
      *>****p* samples/errconv
      *> Purpose:
      *>   One-time conversion of the error log (ERRORLOG.TXT) from
      *>   its original 72-byte entry to the 80-byte errrec.cpy entry
      *>   that carries err-msg-id after the text.  The log is a
      *>   fixed-length sequential file, so new-length entries cannot
      *>   simply be extended onto an old-length file -- every reader
      *>   would lose its framing from the first new entry on.  The
      *>   writer (errhandle) and the readers (errrpt, inctime) call
      *>   this before they open the log; the first call of the
      *>   first run on the new layout finds the old entries, copies
      *>   them byte for byte to ERRORLOG.O72, rewrites the log at 80
      *>   bytes with err-msg-id blank (no ID, as they were written),
      *>   counts the result back against the copy and leaves the
      *>   marker ERRCONV.DON.  After that -- or when there is no log
      *>   yet, or the log is already at 80 bytes -- it hands
      *>   straight back.  The layout is told from the entries
      *>   themselves: every entry opens with its numeric
      *>   MMDDhhmmsscc timestamp, which only lines up at the length
      *>   the file was written at.
      *>   lk-errlog-ready comes back "Y" when the log is at the new
      *>   length (or absent) and safe to open, "N" when it is on
      *>   neither layout or the conversion failed -- the caller
      *>   then leaves the file alone, and the old log stays as it
      *>   was (or, if the rewrite failed, whole in ERRORLOG.O72).
      *>   It reports by DISPLAY only -- errhandle, the suite's way
      *>   of recording trouble, is one of its callers.
      *> Tectonics:
      *>   cobc -m errconv.cbl
      *> SOURCE
      *> ***************************************************************
       identification division.
       program-id. errconv.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select oldlog
           assign to "ERRORLOG.TXT"
           organization is sequential
           file status is oldlog-status
           .
           select newlog
           assign to "ERRORLOG.TXT"
           organization is sequential
           file status is newlog-status
           .
           select copyfile
           assign to "ERRORLOG.O72"
           organization is sequential
           file status is copyfile-status
           .
           select donefile
           assign to "ERRCONV.DON"
           organization is line sequential
           file status is donefile-status
           .

       data division.
       file section.
      *> the entry as errhandle first laid it down
       fd oldlog.
       01 old-line.
           05 old-timestamp pic x(12).
           05 filler        pic x(60).

       fd newlog.
       01 new-line.
           05 new-timestamp pic x(12).
           05 filler        pic x(68).

       fd copyfile.
       01 copy-line pic x(72).

       fd donefile.
       01 done-record.
           05 done-date  pic x(8).
           05 filler     pic x(1).
           05 done-time  pic x(6).
           05 filler     pic x(1).
           05 done-count pic 9(8).

       working-storage section.
       01 oldlog-real pic xx.
       01 oldlog-status redefines oldlog-real pic 99.
       01 newlog-real pic xx.
       01 newlog-status redefines newlog-real pic 99.
       01 copyfile-real pic xx.
       01 copyfile-status redefines copyfile-real pic 99.
       01 donefile-real pic xx.
       01 donefile-status redefines donefile-real pic 99.

      *> the answer is worked out once a run and kept
       01 ws-checked-switch pic x(1) value "N".
           88 ws-checked value "Y".
       01 ws-ready-switch pic x(1) value "N".
           88 ws-log-ready value "Y".

       01 ws-eof-switch pic x(1) value "N".
           88 ws-eof value "Y".
       01 ws-fits-switch pic x(1) value "N".
           88 ws-layout-fits value "Y".

       01 ws-entry-count pic 9(8) value 0.
       01 ws-copy-count pic 9(8) value 0.
       01 ws-written-count pic 9(8) value 0.
       01 ws-proved-count pic 9(8) value 0.

      *> shared record shape -- see copybooks/errrec.cpy
       copy "errrec.cpy".

       linkage section.
      *> "Y" the log may be opened at the new length, "N" leave it
       01 lk-errlog-ready pic x(1).

      *> *****************
       procedure division using lk-errlog-ready.
       if not ws-checked
           set ws-checked to true
           perform decide-log-layout
       end-if
       move ws-ready-switch to lk-errlog-ready
       goback.

      *> *****************
      *> the marker, then the entries themselves
       decide-log-layout.
           open input donefile
           if donefile-status = 0
               close donefile
               set ws-log-ready to true
               exit paragraph
           end-if

           perform check-old-layout
           if oldlog-status = 35
               move 0 to ws-written-count
               perform write-done-marker
               exit paragraph
           end-if
           if ws-layout-fits and ws-entry-count > 0
               perform convert-old-log
               exit paragraph
           end-if

           perform check-new-layout
           if ws-layout-fits
               move ws-entry-count to ws-written-count
               perform write-done-marker
               exit paragraph
           end-if

           display "errconv: ERRORLOG.TXT is on neither the 72- nor "
               "the 80-byte layout -- left untouched"
           move "N" to ws-ready-switch.

      *> *****************
      *> read at 72 bytes, every entry must open with a timestamp
       check-old-layout.
           move "Y" to ws-fits-switch
           move "N" to ws-eof-switch
           move 0 to ws-entry-count
           open input oldlog
           if oldlog-status not = 0
               move "N" to ws-fits-switch
               exit paragraph
           end-if
           perform until ws-eof or not ws-layout-fits
               read oldlog
                   at end set ws-eof to true
                   not at end
                       if oldlog-status not = 0
                               or old-timestamp is not numeric
                           move "N" to ws-fits-switch
                       else
                           add 1 to ws-entry-count
                       end-if
               end-read
               if oldlog-status > 10
                   move "N" to ws-fits-switch
               end-if
           end-perform
           close oldlog.

      *> *****************
      *> the same test at 80 bytes
       check-new-layout.
           move "Y" to ws-fits-switch
           move "N" to ws-eof-switch
           move 0 to ws-entry-count
           open input newlog
           if newlog-status not = 0
               move "N" to ws-fits-switch
               exit paragraph
           end-if
           perform until ws-eof or not ws-layout-fits
               read newlog
                   at end set ws-eof to true
                   not at end
                       if newlog-status not = 0
                               or new-timestamp is not numeric
                           move "N" to ws-fits-switch
                       else
                           add 1 to ws-entry-count
                       end-if
               end-read
               if newlog-status > 10
                   move "N" to ws-fits-switch
               end-if
           end-perform
           close newlog.

      *> *****************
      *> copy, prove the copy, rewrite at 80 bytes, prove the log
       convert-old-log.
           display "errconv: ERRORLOG.TXT is on the 72-byte layout "
               "-- converting " ws-entry-count " entries to 80 bytes"
           move "N" to ws-eof-switch
           move 0 to ws-copy-count
           open input oldlog
           open output copyfile
           if oldlog-status not = 0 or copyfile-status not = 0
               display "errconv: cannot copy ERRORLOG.TXT to "
                   "ERRORLOG.O72, status " oldlog-status "/"
                   copyfile-status " -- left untouched"
               close oldlog copyfile
               exit paragraph
           end-if
           perform until ws-eof
               read oldlog
                   at end set ws-eof to true
                   not at end
                       write copy-line from old-line
                       add 1 to ws-copy-count
               end-read
           end-perform
           close oldlog copyfile
           if ws-copy-count not = ws-entry-count
               display "errconv: copy holds " ws-copy-count
                   " of " ws-entry-count " entries -- ERRORLOG.TXT "
                   "left untouched"
               exit paragraph
           end-if

           move "N" to ws-eof-switch
           move 0 to ws-written-count
           open input copyfile
           open output newlog
           if copyfile-status not = 0 or newlog-status not = 0
               display "errconv: cannot rewrite ERRORLOG.TXT, status "
                   copyfile-status "/" newlog-status
                   " -- every entry is in ERRORLOG.O72"
               close copyfile newlog
               exit paragraph
           end-if
           perform until ws-eof
               read copyfile
                   at end set ws-eof to true
                   not at end
                       move spaces to err-record
                       move copy-line to err-record(1:72)
                       write new-line from err-record
                       add 1 to ws-written-count
               end-read
           end-perform
           close copyfile newlog

           perform check-new-layout
           move ws-entry-count to ws-proved-count
           if not ws-layout-fits
                   or ws-proved-count not = ws-copy-count
               display "errconv: *** CONVERSION NOT PROVEN *** -- "
                   ws-copy-count " copied, " ws-proved-count
                   " on the log; every entry is in ERRORLOG.O72"
               exit paragraph
           end-if
           perform write-done-marker
           display "errconv: " ws-written-count " entries converted, "
               "old log kept as ERRORLOG.O72".

      *> *****************
       write-done-marker.
           set ws-log-ready to true
           open output donefile
           if donefile-status not = 0
               display "errconv: cannot write ERRCONV.DON, status "
                   donefile-status
               exit paragraph
           end-if
           move spaces to done-record
           move current-date(1:8) to done-date
           move current-date(9:6) to done-time
           move ws-written-count to done-count
           write done-record
           close donefile.
      *>****
       end program errconv.
      *>****
