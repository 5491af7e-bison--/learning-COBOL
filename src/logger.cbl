       01 ws-mirror-switch pic x(1) value "Y".
           88 ws-mirror-usable value "Y".

      *> the day's running hash (see loghash, logrec.cpy): the
      *> value carried by the last record in the file, folded with
      *> each new record's first 182 bytes before it is written
       01 ws-chain-value pic x(16).
       01 ws-chain-length pic 9(3) value 182.
       01 ws-chain-eof-switch pic x(1) value "N".
           88 ws-chain-eof value "Y".

      *> shared record shape -- see copybooks/logrec.cpy -- built here
      *> before the physical write
       copy "logrec.cpy".
       set log-rec-is-header to true
       move "INF" to log-severity
       move "JOBID TS TYPE SEV MSG" to log-message
       move spaces to log-msg-id
       move all "0" to ws-chain-value
       perform chain-log-record
       write testline from log-record
       display "write header: " testfile-status
       perform write-mirror-record
       if ws-stale-checkpoint-found
           move "prior run left IN-PROGRESS checkpoint"
               to ws-append-message
      *> appender writes its entry through its own open, so the
      *> file is closed around the call -- the entry lands in
      *> order, and this run's next record chains off it
           close testfile
           perform close-mirror
           call "appender" using ws-job-id ws-appender-count
               ws-append-message "CRI" omitted "LGR0004C"
           perform find-chain-tail
           perform open-test-extend-with-retry
           perform open-mirror-extend
           if testfile-status not = 0
               display "logger: abend -- open extend failed, status "
                   testfile-status
               move testfile-status to ws-err-code
               move "FILESTAT" to ws-err-type
               move "logger: reopen after checkpoint CRI failed"
                   to ws-err-text
               call "errhandle" using ws-job-id ws-err-type
                   ws-err-code ws-err-text
               stop run
           end-if
       end-if

       perform write-checkpoint
       set log-rec-is-start to true
       move "INF" to log-severity
       move "job start" to log-message
       move "LGR0001I" to log-msg-id
       perform chain-log-record
       write testline from log-record
       display "write start: " testfile-status
       perform write-mirror-record
       set log-rec-is-detail to true
       move "INF" to log-severity
       move "this is a log test" to log-message
       move spaces to log-msg-id
       perform chain-log-record
       write testline from log-record
       display "write output: " testfile-status
       perform write-mirror-record
      *> a reconciliation run can confirm this job ended cleanly --
      *> back under the lock for the whole extend/write/close
       perform take-log-lock
       perform find-chain-tail
       perform open-test-extend-with-retry
       display "open extend for end record: " testfile-status
       perform open-mirror-extend
           set log-rec-is-detail to true
           move "WRN" to log-severity
           move spaces to log-message
           move "LGR0003W" to log-msg-id
           string "file contention: " ws-retry-recovered
               " open(s) retried before succeeding"
               delimited by size
               into log-message
           end-string
           perform chain-log-record
           write testline from log-record
           if testfile-status = 0
               perform write-mirror-record
       set log-rec-is-end to true
       move "INF" to log-severity
       move ws-summary-message to log-message
       move "LGR0002I" to log-msg-id
       perform chain-log-record
       write testline from log-record
       display "write end: " testfile-status
       perform write-mirror-record

       goback.

      *> *****************
      *> the record about to be written takes the next link of the
      *> day's chain: the running value folded with everything in
      *> the record ahead of the hash field
       chain-log-record.
           call "loghash" using ws-chain-value log-record
               ws-chain-length
           move ws-chain-value to log-chain-hash.

      *> *****************
      *> the chain value the file ends on, read back under the lock
      *> before this writer adds to it; a missing or empty file
      *> starts the chain from zeros
       find-chain-tail.
           move all "0" to ws-chain-value
           move "N" to ws-chain-eof-switch
           open input testfile
           if testfile-status not = 0
               exit paragraph
           end-if
           perform until ws-chain-eof
               read testfile
                   at end set ws-chain-eof to true
                   not at end
                       move testline to log-record
                       move log-chain-hash to ws-chain-value
               end-read
           end-perform
           close testfile
           move 200 to actual.

      *> *****************
      *> fresh per-run state for this CALL: clean write counts, the
      *> mirror back on until it proves otherwise, no stale
       01 ws-new-file-switch pic x(1) value "N".
           88 ws-file-is-new value "Y".

      *> the day's running hash (see loghash, logrec.cpy): the
      *> value carried by the last record in the file, folded with
      *> each new record's first 182 bytes before it is written
       01 ws-chain-value pic x(16).
       01 ws-chain-length pic 9(3) value 182.
       01 ws-chain-eof-switch pic x(1) value "N".
           88 ws-chain-eof value "Y".

      *> same shared record shape logger builds, so every line in the
      *> file -- whichever program put it there -- reads the same
       copy "logrec.cpy".
      *> shared alert shape -- see copybooks/alertrec.cpy
       copy "alertrec.cpy".

      *> the caller's message after the shop's account-number mask
      *> (acctmask) -- what lands in the log, the mirror, the
      *> console and the alerts file, never the raw text
       01 ws-masked-message pic x(60).
       01 ws-masked-length pic 9(3) value 60.

       linkage section.
      *> name of the job/program that called us, for the audit trail
       01 lk-job-id pic x(8).
      *> whose start and end ever make it to file
       01 lk-rec-type pic x(1).

      *> optional message-catalog ID (msgcat.cpy) stamped on the
      *> entry as log-msg-id; msglog passes it for a caller logging
      *> by ID, and a caller leaving it off writes spaces there as
      *> every entry did before the catalog.  a caller that wants
      *> the ID but not a record type passes omitted for the type
       01 lk-msg-id pic x(8).

      *> *****************
       procedure division using lk-job-id lk-write-count lk-message
           lk-severity optional lk-rec-type optional lk-msg-id.
       move 0 to lk-write-count
       move 0 to ws-retry-recovered
       perform read-retry-config
       if testfile-status = 0 and ws-retry-count > 0
           add 1 to ws-retry-recovered
       end-if
       move all "0" to ws-chain-value
       if testfile-status = 35
           set ws-file-is-new to true
       else
           close testfile
           perform find-chain-tail
       end-if

       if ws-file-is-new
           set log-rec-is-header to true
           move "INF" to log-severity
           move "JOBID TS TYPE SEV MSG" to log-message
           move spaces to log-msg-id
           perform chain-log-record
           write testline from log-record
           display "write header: " testfile-status
           perform open-mirror-output
           end-evaluate
       end-if
       move lk-severity to log-severity
       move lk-message to ws-masked-message
       call "acctmask" using ws-masked-message ws-masked-length
       move ws-masked-message to log-message
       move spaces to log-msg-id
       if lk-msg-id is not omitted
           move lk-msg-id to log-msg-id
       end-if
       perform chain-log-record
       if log-severity-is-critical
           display "*** CRITICAL *** " lk-job-id ": "
               ws-masked-message
      *> the console alert scrolls away if nobody is watching at
      *> 2 a.m.; the standing alert in ALERTS.DAT does not -- it
      *> waits for a morning operator to acknowledge it by hand
           set log-rec-is-detail to true
           move "WRN" to log-severity
           move spaces to log-message
           move "LGR0003W" to log-msg-id
           string "file contention: " ws-retry-recovered
               " open(s) retried before succeeding"
               delimited by size
               into log-message
           end-string
           perform chain-log-record
           write testline from log-record
           if testfile-status = 0
               perform write-mirror-record

       goback.

      *> *****************
      *> the record about to be written takes the next link of the
      *> day's chain: the running value folded with everything in
      *> the record ahead of the hash field
       chain-log-record.
           call "loghash" using ws-chain-value log-record
               ws-chain-length
           move ws-chain-value to log-chain-hash.

      *> *****************
      *> the chain value the file ends on, read back under the lock
      *> before this writer adds to it; a missing or empty file
      *> starts the chain from zeros
       find-chain-tail.
           move all "0" to ws-chain-value
           move "N" to ws-chain-eof-switch
           open input testfile
           if testfile-status not = 0
               exit paragraph
           end-if
           perform until ws-chain-eof
               read testfile
                   at end set ws-chain-eof to true
                   not at end
                       move testline to log-record
                       move log-chain-hash to ws-chain-value
               end-read
           end-perform
           close testfile
           move 200 to actual.

      *> *****************
      *> open extend auto-creates the alerts file on first use, same
      *> fallback shape errhandle uses on its own files; a failure
       raise-standing-alert.
           move function current-date(5:12) to alert-timestamp
           move lk-job-id to alert-job-id
           move ws-masked-message to alert-message
           set alert-unacked to true
           move spaces to alert-ack-initials
           move spaces to alert-ack-timestamp
           end-if.

       end program appender.
      *>****
