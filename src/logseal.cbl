      *> ***************************************************************
      *>****p* samples/logseal
      *> Purpose:
      *>   Day-close seal of the audit log.  Run as the night's last
      *>   step for the processing date: logs that the day is being
      *>   sealed (SEA0001I, through msglog, so the entry itself is
      *>   inside the seal), then walks the day's LOGyyyymmdd.TXT --
      *>   or its .ARC when the day has already been archived --
      *>   recomputing the record chain (loghash, logrec.cpy's
      *>   log-chain-hash) as it goes, and appends one seal record to
      *>   the permanent seal file LOGSEAL.DAT (sealrec.cpy): the
      *>   record count, the chain value the day ends on, and the
      *>   seal chained to the seal before it.  A chain that does
      *>   not recompute is never sealed -- that would certify the
      *>   tampering -- it goes to errhandle as TAMPER and raises a
      *>   CRI instead.  A date already sealed is left as it was.
      *>   The rehearsal prefix applies to the log and the seal file
      *>   alike.  Hands back cc 0 sealed, 4 already sealed or no log
      *>   for the date, 8 chain broken.  sealver proves a sealed day
      *>   later.  Every switch and count starts afresh on each call,
      *>   since CATCHUP runs the step once per date in one run.
      *> Tectonics:
      *>   cobc -xj -I copybooks logseal.cbl
      *> SOURCE
      *> ***************************************************************
       identification division.
       program-id. logseal.

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

      *> the processing date's log, TXT first and ARC after
      *> logarch has rotated it away
       01 ws-business-date pic x(8).
       01 ws-name-prefix pic x(3).
       01 ws-log-file-name pic x(18).
       01 ws-seal-file-name pic x(14).

       01 ws-eof-switch pic x(1) value "N".
           88 ws-eof value "Y".
       01 ws-seal-eof-switch pic x(1) value "N".
           88 ws-seal-eof value "Y".
       01 ws-sealed-switch pic x(1) value "N".
           88 ws-date-already-sealed value "Y".

      *> the seal chain's last link, all zeros before the first seal
       01 ws-last-seal-value pic x(16).

      *> the record chain recomputed: what the previous record
      *> carried, what this one should carry, and where it first
      *> stopped agreeing
       01 ws-prev-chain pic x(16).
       01 ws-chain-value pic x(16).
       01 ws-chain-length pic 9(3) value 182.
       01 ws-seal-length pic 9(3) value 50.
       01 ws-record-count pic 9(6) value 0.
       01 ws-break-record pic 9(6) value 0.

      *> status/type/text, reshaped for the errhandle subprogram call
       01 ws-err-code pic x(4).
       01 ws-err-type pic x(8).
       01 ws-err-text pic x(40).
       01 ws-job-id pic x(8) value "LOGSEAL".

      *> log entries by catalog ID through msglog
       01 ws-append-count pic 9(4).
       01 ws-msg-id pic x(8).
       copy "msgvals.cpy".

      *> one entry's worth of the shared record shape, read back in
       copy "logrec.cpy".

      *> *****************
       procedure division.
       move 0 to return-code
       perform reset-run-state
       call "procdate" using ws-business-date
       call "runmode" using ws-name-prefix

       string ws-name-prefix delimited by space
           "LOGSEAL.DAT" delimited by size
           into ws-seal-file-name
       end-string

       perform read-seal-file
       if ws-date-already-sealed
           display "logseal: " ws-business-date
               " is already sealed -- seal left as it stands"
           move 4 to return-code
           goback
       end-if

       move spaces to ws-log-file-name
       string ws-name-prefix delimited by space
           "LOG" ws-business-date ".TXT" delimited by size
           into ws-log-file-name
       end-string
       open input testfile
       if testfile-status not = 0
           move spaces to ws-log-file-name
           string ws-name-prefix delimited by space
               "LOG" ws-business-date ".ARC" delimited by size
               into ws-log-file-name
           end-string
           open input testfile
           if testfile-status not = 0
               display "logseal: no log on file for "
                   ws-business-date " -- nothing to seal"
               move 4 to return-code
               goback
           end-if
           close testfile
       else
      *> the sealing entry goes into a live day log before it is
      *> walked, so the seal covers it; an archived day is closed
      *> to writers and is sealed exactly as it stands
           close testfile
           move spaces to msg-subst-values
           move ws-business-date to msg-subst-value(1)
           move "SEA0001I" to ws-msg-id
           call "msglog" using ws-job-id ws-append-count ws-msg-id
               msg-subst-values
       end-if

       perform walk-log-chain

       if ws-break-record > 0
           display "logseal: " ws-log-file-name
               " chain broken at record " ws-break-record
               " -- day NOT sealed"
           move "TAMPER" to ws-err-type
           move spaces to ws-err-code
           move spaces to ws-err-text
           string "logseal: chain broken, record "
               ws-break-record
               delimited by size
               into ws-err-text
           end-string
           move "SEA0002C" to ws-msg-id
           call "errhandle" using ws-job-id ws-err-type ws-err-code
               ws-err-text ws-msg-id
           move spaces to msg-subst-values
           move ws-log-file-name to msg-subst-value(1)
           move ws-break-record to msg-subst-value(2)
           call "msglog" using ws-job-id ws-append-count ws-msg-id
               msg-subst-values
           move 8 to return-code
           goback
       end-if

       perform write-seal-record
       goback.

      *> *****************
      *> nothing carried over from an earlier call in the same run
       reset-run-state.
           move "N" to ws-eof-switch
           move "N" to ws-seal-eof-switch
           move "N" to ws-sealed-switch
           move 0 to ws-record-count
           move 0 to ws-break-record
           move all "0" to ws-last-seal-value
           move all "0" to ws-prev-chain
           move all "0" to ws-chain-value
           move spaces to ws-seal-file-name
           move spaces to ws-log-file-name.

      *> *****************
      *> every seal on file: the last one's value is the link the
      *> new seal chains to, and a seal already standing for the
      *> date means there is nothing to do
       read-seal-file.
           move all "0" to ws-last-seal-value
           open input sealfile
           if sealfile-status not = 0
               exit paragraph
           end-if
           perform until ws-seal-eof
               read sealfile
                   at end set ws-seal-eof to true
                   not at end
                       move sl-seal-value to ws-last-seal-value
                       if sl-business-date = ws-business-date
                           set ws-date-already-sealed to true
                       end-if
               end-read
           end-perform
           close sealfile.

      *> *****************
      *> the chain recomputed record by record; each record must
      *> carry the hash of its own bytes folded onto what the
      *> record before it carried
       walk-log-chain.
           move all "0" to ws-prev-chain
           move all "0" to ws-chain-value
           open input testfile
           perform until ws-eof
               read testfile
                   at end set ws-eof to true
                   not at end perform check-one-link
               end-read
           end-perform
           close testfile.

      *> *****************
       check-one-link.
           add 1 to ws-record-count
           move testline to log-record
           move ws-prev-chain to ws-chain-value
           call "loghash" using ws-chain-value log-record
               ws-chain-length
           if ws-chain-value not = log-chain-hash
                   and ws-break-record = 0
               move ws-record-count to ws-break-record
           end-if
           move log-chain-hash to ws-prev-chain.

      *> *****************
      *> the day's seal, chained onto the last seal on file
       write-seal-record.
           open extend sealfile
           if sealfile-status not = 0
               open output sealfile
           end-if
           if sealfile-status not = 0
               display "logseal: cannot write " ws-seal-file-name
                   ", status " sealfile-status
               move sealfile-real to ws-err-code
               move "FILESTAT" to ws-err-type
               move "logseal: open extend sealfile failed"
                   to ws-err-text
               call "errhandle" using ws-job-id ws-err-type
                   ws-err-code ws-err-text
               move 8 to return-code
               exit paragraph
           end-if
           move ws-business-date to sl-business-date
           move ws-record-count to sl-record-count
           move ws-prev-chain to sl-chain-value
           move function current-date(5:12) to sl-timestamp
           move ws-job-id to sl-sealed-by
           move ws-last-seal-value to sl-prev-seal
           move ws-last-seal-value to ws-chain-value
           call "loghash" using ws-chain-value seal-record
               ws-seal-length
           move ws-chain-value to sl-seal-value
           write seal-record
           close sealfile
           display "logseal: " ws-log-file-name " sealed, "
               ws-record-count " record(s), chain " sl-chain-value.
      *>****
       end program logseal.
      *>****
