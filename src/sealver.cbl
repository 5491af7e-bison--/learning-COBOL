      *> ***************************************************************
      *>****p* samples/sealver
      *> Purpose:
      *>   Proves a day's audit log is exactly what the writers
      *>   produced.  For the date and file type asked for (the live
      *>   LOGyyyymmdd.TXT or the archived .ARC), recomputes the
      *>   record chain (loghash over each record's first 182 bytes,
      *>   seeded by the record before it) and names the first record
      *>   whose log-chain-hash does not recompute.  Then holds the
      *>   day against its seal in LOGSEAL.DAT: the chain value at the
      *>   sealed record count must be the sealed value, a file
      *>   shorter than the seal has lost records, and records past
      *>   the seal (a writer that ran after day close) are reported
      *>   without failing the day.  Last it walks the whole seal
      *>   file, recomputing every seal and its link to the one
      *>   before, and names the first seal that does not hold.
      *>   Any break goes to errhandle as TAMPER and raises a CRI in
      *>   the log (SEA0002C, SEA0004C); a clean day logs SEA0003I.
      *>   Hands back cc 0 verified, 4 when the day is unsealed or
      *>   was written before the chain existed, 8 on any break.
      *> Tectonics:
      *>   cobc -xj -I copybooks sealver.cbl
      *> SOURCE
      *> ***************************************************************
       identification division.
       program-id. sealver.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select testfile
           assign to ws-log-file-name
           organization is sequential
           file status is testfile-status
           .
           select sealfile
           assign to ws-seal-file-name
           organization is line sequential
           file status is sealfile-status
           .

       data division.
       file section.
       fd testfile
          record is varying in size from 0 to 200 characters
             depending on actual.
       01 testline.
          05 databytes pic x occurs 1 to 200 times depending on actual.

       fd sealfile.
           copy "sealrec.cpy".

       working-storage section.
       01 actual pic 999 value 200.
       01 testfile-real pic xx.
       01 testfile-status redefines testfile-real pic 99.
       01 sealfile-real pic xx.
       01 sealfile-status redefines sealfile-real pic 99.

       01 ws-verify-date pic x(8).
       01 ws-file-type pic x(3).
       01 ws-name-prefix pic x(3).
       01 ws-log-file-name pic x(18).
       01 ws-seal-file-name pic x(14).

       01 ws-eof-switch pic x(1) value "N".
           88 ws-eof value "Y".
       01 ws-seal-eof-switch pic x(1) value "N".
           88 ws-seal-eof value "Y".

      *> the record chain as recomputed
       01 ws-prev-chain pic x(16).
       01 ws-chain-value pic x(16).
       01 ws-chain-length pic 9(3) value 182.
       01 ws-record-count pic 9(6) value 0.
       01 ws-break-record pic 9(6) value 0.
       01 ws-unchained-count pic 9(6) value 0.
      *> the chain value as it stood at the sealed record count
       01 ws-chain-at-seal pic x(16).

      *> the day's seal, the newest for the date if it was resealed
       01 ws-day-seal-switch pic x(1) value "N".
           88 ws-day-sealed value "Y".
       01 ws-seal-count pic 9(6) value 0.
       01 ws-seal-chain pic x(16).

      *> the seal file's own chain
       01 ws-seal-length pic 9(3) value 50.
       01 ws-last-seal-value pic x(16).
       01 ws-seal-record-count pic 9(6) value 0.
       01 ws-seal-break pic 9(6) value 0.
       01 ws-seal-break-date pic x(8).

      *> the verdict: 0 clean, 4 unsealed/unchained, 8 broken
       01 ws-worst-cc pic 9(4) value 0.

      *> status/type/text, reshaped for the errhandle subprogram call
       01 ws-err-code pic x(4).
       01 ws-err-type pic x(8).
       01 ws-err-text pic x(40).
       01 ws-job-id pic x(8) value "SEALVER".

      *> log entries by catalog ID through msglog
       01 ws-append-count pic 9(4).
       01 ws-msg-id pic x(8).
       copy "msgvals.cpy".

      *> one entry's worth of the shared record shape, read back in
       copy "logrec.cpy".

      *> *****************
       procedure division.
       move 0 to return-code
       display "Verify log date (YYYYMMDD, blank for run date): "
           with no advancing
       accept ws-verify-date from console
       if ws-verify-date = spaces or ws-verify-date = low-values
           call "procdate" using ws-verify-date
       end-if
       display "File type (TXT or ARC, blank for TXT): "
           with no advancing
       accept ws-file-type from console
       if ws-file-type = spaces or ws-file-type = low-values
           move "TXT" to ws-file-type
       end-if
       move upper-case(ws-file-type) to ws-file-type
       if ws-file-type not = "TXT" and ws-file-type not = "ARC"
           display "sealver: file type must be TXT or ARC"
           move 8 to return-code
           goback
       end-if
       call "runmode" using ws-name-prefix

       string ws-name-prefix delimited by space
           "LOG" ws-verify-date "." ws-file-type delimited by size
           into ws-log-file-name
       end-string
       string ws-name-prefix delimited by space
           "LOGSEAL.DAT" delimited by size
           into ws-seal-file-name
       end-string

       perform find-day-seal

       open input testfile
       if testfile-status not = 0
           display "sealver: cannot open " ws-log-file-name
               ", status " testfile-status
           move testfile-real to ws-err-code
           move "FILESTAT" to ws-err-type
           move "sealver: open input log failed" to ws-err-text
           call "errhandle" using ws-job-id ws-err-type ws-err-code
               ws-err-text
           move 8 to return-code
           goback
       end-if
       move all "0" to ws-prev-chain
       move spaces to ws-chain-at-seal
       perform until ws-eof
           read testfile
               at end set ws-eof to true
               not at end perform check-one-link
           end-read
       end-perform
       close testfile

       display "sealver: " ws-log-file-name ", "
           ws-record-count " record(s)"
       perform judge-record-chain
       perform judge-day-seal
       perform verify-seal-chain

       if ws-worst-cc = 0
           display "  result: OK -- chain and seal verified"
           move spaces to msg-subst-values
           move ws-log-file-name to msg-subst-value(1)
           move "SEA0003I" to ws-msg-id
           call "msglog" using ws-job-id ws-append-count ws-msg-id
               msg-subst-values
       end-if
       move ws-worst-cc to return-code
       goback.

      *> *****************
      *> one record: its hash must recompute from its own bytes and
      *> what the record before it carried.  a record with no hash
      *> at all was written before the chain existed
       check-one-link.
           add 1 to ws-record-count
           move testline to log-record
           if log-chain-hash = spaces
               add 1 to ws-unchained-count
           end-if
           move ws-prev-chain to ws-chain-value
           call "loghash" using ws-chain-value log-record
               ws-chain-length
           if ws-chain-value not = log-chain-hash
                   and ws-break-record = 0
               move ws-record-count to ws-break-record
           end-if
           move log-chain-hash to ws-prev-chain
           if ws-day-sealed and ws-record-count = ws-seal-count
               move log-chain-hash to ws-chain-at-seal
           end-if.

      *> *****************
       judge-record-chain.
           if ws-record-count > 0
                   and ws-unchained-count = ws-record-count
               display "  chain: none -- every record predates the "
                   "chain; nothing to prove"
               perform raise-cc-4
               exit paragraph
           end-if
           if ws-break-record = 0
               display "  chain: intact"
               exit paragraph
           end-if
           display "  chain: *** BROKEN at record " ws-break-record
               " ***"
           move spaces to ws-err-text
           string "sealver: chain broken, record "
               ws-break-record
               delimited by size
               into ws-err-text
           end-string
           move spaces to msg-subst-values
           move ws-log-file-name to msg-subst-value(1)
           move ws-break-record to msg-subst-value(2)
           move "SEA0002C" to ws-msg-id
           perform raise-tamper.

      *> *****************
      *> the day against its seal: the count it sealed must still be
      *> there, and the chain must end the sealed records on the
      *> sealed value
       judge-day-seal.
           if not ws-day-sealed
               display "  seal: none on file for " ws-verify-date
               perform raise-cc-4
               exit paragraph
           end-if
           if ws-record-count < ws-seal-count
               display "  seal: *** file holds " ws-record-count
                   " record(s), seal covers " ws-seal-count " ***"
               move spaces to ws-err-text
               string "sealver: log shorter than its seal"
                   delimited by size
                   into ws-err-text
               end-string
           else
               if ws-chain-at-seal = ws-seal-chain
                   display "  seal: matches at record " ws-seal-count
                   if ws-record-count > ws-seal-count
                       compute ws-seal-record-count =
                           ws-record-count - ws-seal-count
                       display "  seal: " ws-seal-record-count
                           " record(s) written after day close"
                   end-if
                   exit paragraph
               end-if
               display "  seal: *** chain " ws-chain-at-seal
                   " at record " ws-seal-count ", sealed "
                   ws-seal-chain " ***"
               move spaces to ws-err-text
               string "sealver: log differs from its seal"
                   delimited by size
                   into ws-err-text
               end-string
           end-if
           move spaces to msg-subst-values
           move ws-log-file-name to msg-subst-value(1)
           move ws-seal-count to msg-subst-value(2)
           move "SEA0002C" to ws-msg-id
           perform raise-tamper.

      *> *****************
      *> the newest seal for the date, if it was ever sealed
       find-day-seal.
           move "N" to ws-seal-eof-switch
           open input sealfile
           if sealfile-status not = 0
               exit paragraph
           end-if
           perform until ws-seal-eof
               read sealfile
                   at end set ws-seal-eof to true
                   not at end
                       if sl-business-date = ws-verify-date
                           set ws-day-sealed to true
                           move sl-record-count to ws-seal-count
                           move sl-chain-value to ws-seal-chain
                       end-if
               end-read
           end-perform
           close sealfile.

      *> *****************
      *> every seal ever taken: each must link to the seal before it
      *> and recompute from its own fields
       verify-seal-chain.
           move "N" to ws-seal-eof-switch
           move all "0" to ws-last-seal-value
           move 0 to ws-seal-record-count
           open input sealfile
           if sealfile-status not = 0
               exit paragraph
           end-if
           perform until ws-seal-eof
               read sealfile
                   at end set ws-seal-eof to true
                   not at end perform check-one-seal
               end-read
           end-perform
           close sealfile

           if ws-seal-break = 0
               display "  seal file: " ws-seal-record-count
                   " seal(s), chain intact"
               exit paragraph
           end-if
           display "  seal file: *** BROKEN at seal " ws-seal-break
               " (" ws-seal-break-date ") ***"
           move spaces to ws-err-text
           string "sealver: seal file broken, seal "
               ws-seal-break
               delimited by size
               into ws-err-text
           end-string
           move spaces to msg-subst-values
           move ws-seal-break-date to msg-subst-value(1)
           move "SEA0004C" to ws-msg-id
           perform raise-tamper.

      *> *****************
       check-one-seal.
           add 1 to ws-seal-record-count
           move ws-last-seal-value to ws-chain-value
           call "loghash" using ws-chain-value seal-record
               ws-seal-length
           if (sl-prev-seal not = ws-last-seal-value
                   or sl-seal-value not = ws-chain-value)
                   and ws-seal-break = 0
               move ws-seal-record-count to ws-seal-break
               move sl-business-date to ws-seal-break-date
           end-if
           move sl-seal-value to ws-last-seal-value.

      *> *****************
      *> a break of any kind: ERRORLOG under TAMPER, and a CRI in
      *> the log that stands in ALERTS.DAT until someone signs it
       raise-tamper.
           move "TAMPER" to ws-err-type
           move spaces to ws-err-code
           call "errhandle" using ws-job-id ws-err-type ws-err-code
               ws-err-text ws-msg-id
           call "msglog" using ws-job-id ws-append-count ws-msg-id
               msg-subst-values
           move 8 to ws-worst-cc.

      *> *****************
       raise-cc-4.
           if ws-worst-cc < 4
               move 4 to ws-worst-cc
           end-if.
      *>****
       end program sealver.
      *>****
