      *> ***************************************************************
      *>****p* samples/dayclose
      *> Purpose:
      *>   Day-close certification of a business date.  A signed-on
      *>   SUP (OPERMAST.DAT, via operchek) closes the processing
      *>   date -- or another date keyed at the prompt -- after this
      *>   run has checked that the date was really finished:
      *>     - LOGRECON.HIS has a reconciliation for the date, and
      *>       its counts and bookends both matched;
      *>     - the day's log shows logmirr compared primary and
      *>       mirror, and its last verdict was not a divergence;
      *>     - an archive logarch took that night (ARC0001I in the
      *>       day's log) was proved afterward by archver;
      *>     - every step of the date's chain finished COMPLETE or
      *>       was SKIPPED -- none still FAILED, STARTED or PENDING.
      *>       The steps are judged from the date's own rows in the
      *>       run ledger NITEHIST.DAT, the last row per step
      *>       winning (a restart's rows replace the failed
      *>       pass's).  Only when the ledger has no rows for the
      *>       date -- the chain has not finished -- is
      *>       NITEBATCH.RUN read, and then only for the processing
      *>       date: the run file holds the latest night alone, so
      *>       any other date with no ledger rows is an exception;
      *>     - the day's log carries a seal in LOGSEAL.DAT.
      *>   The certification goes to the permanent day-close file
      *>   DAYCLOSE.DAT (dayclose.cpy): closed clean, or -- once the
      *>   SUP has seen them and confirmed -- closed with the
      *>   exceptions named.  A date that cannot be closed tonight
      *>   can instead have the next night's gate overridden (action
      *>   O, with a reason), which NITEBATCH honors and the log
      *>   records as a WRN.  A date already closed stays closed.
      *>   Every close, exception and override lands in the day's
      *>   log by ID under the SUP's initials; a certification that
      *>   cannot be written to DAYCLOSE.DAT is logged as DCL0006W
      *>   instead, nothing else is, and the run ends with 8.  A
      *>   shop with no
      *>   operator master keeps the open-door behavior the other
      *>   sign-on programs have, and is told the close is unguarded.
      *>   The rehearsal prefix applies to every file read and
      *>   written.
      *> Tectonics:
      *>   cobc -xj -I copybooks dayclose.cbl
      *> SOURCE
      *> ***************************************************************
       identification division.
       program-id. dayclose.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select masterfile
           assign to "OPERMAST.DAT"
           organization is line sequential
           file status is masterfile-status
           .
           select closefile
           assign to ws-close-file-name
           organization is line sequential
           file status is closefile-status
           .
           select historyfile
           assign to ws-history-file-name
           organization is sequential
           file status is historyfile-status
           .
           select testfile
           assign to ws-log-file-name
           organization is sequential
           file status is testfile-status
           .
           select runfile
           assign to ws-run-file-name
           organization is line sequential
           file status is runfile-status
           .
           select ledgerfile
           assign to ws-ledger-file-name
           organization is line sequential
           file status is ledgerfile-status
           .
           select sealfile
           assign to ws-seal-file-name
           organization is line sequential
           file status is sealfile-status
           .

       data division.
       file section.
      *> opened here only to learn whether a master exists; the
      *> record-level lookups go through operchek
       fd masterfile.
       01 master-line pic x(28).

       fd closefile.
           copy "dayclose.cpy".

      *> logrecon's history row, the shape logrecon writes
       fd historyfile.
       01 history-record.
           05 his-date          pic x(8).
           05 his-expected      pic 9(4).
           05 his-actual        pic 9(4).
           05 his-count-match   pic x(1).
               88 his-counts-matched value "Y".
           05 his-start-count   pic 9(4).
           05 his-end-count     pic 9(4).
           05 his-bookend-match pic x(1).
               88 his-bookends-matched value "Y".

       fd testfile
          record is varying in size from 0 to 200 characters
             depending on actual.
       01 testline.
          05 databytes pic x occurs 1 to 200 times depending on actual.

      *> nitebatch's run-control row, the shape nitebatch writes
       fd runfile.
       01 run-record.
           05 rnf-number   pic 9(2).
           05 rnf-program  pic x(8).
           05 rnf-status   pic x(8).
           05 rnf-start-ts pic x(12).
           05 rnf-end-ts   pic x(12).

      *> nitebatch's permanent run ledger, one row per step of
      *> every finished run, the shape nitebatch appends
       fd ledgerfile.
       01 ledger-record.
           05 nh-date     pic x(8).
           05 nh-run-mode pic x(1).
           05 nh-number   pic 9(2).
           05 nh-program  pic x(8).
           05 nh-status   pic x(8).
           05 nh-start-ts pic x(12).
           05 nh-end-ts   pic x(12).
           05 nh-cc       pic 9(4).
           05 nh-worst-cc pic 9(4).

       fd sealfile.
           copy "sealrec.cpy".

       working-storage section.
       01 actual pic 999 value 200.
       01 masterfile-real pic xx.
       01 masterfile-status redefines masterfile-real pic 99.
       01 closefile-real pic xx.
       01 closefile-status redefines closefile-real pic 99.
       01 historyfile-real pic xx.
       01 historyfile-status redefines historyfile-real pic 99.
       01 testfile-real pic xx.
       01 testfile-status redefines testfile-real pic 99.
       01 runfile-real pic xx.
       01 runfile-status redefines runfile-real pic 99.
       01 ledgerfile-real pic xx.
       01 ledgerfile-status redefines ledgerfile-real pic 99.
       01 sealfile-real pic xx.
       01 sealfile-status redefines sealfile-real pic 99.

      *> the date being closed and every file it is judged from
       01 ws-close-date pic x(8).
       01 ws-name-prefix pic x(3).
       01 ws-close-file-name pic x(15).
       01 ws-history-file-name pic x(15).
       01 ws-log-file-name pic x(18).
       01 ws-run-file-name pic x(16).
       01 ws-ledger-file-name pic x(15).
       01 ws-seal-file-name pic x(14).

       01 ws-eof-switch pic x(1) value "N".
           88 ws-eof value "Y".
       01 ws-write-switch pic x(1) value "N".
           88 ws-write-failed value "Y".

      *> the SUP at the keyboard, staged for operchek
       01 ws-initials pic x(3).
       01 ws-oper-name pic x(20).
       01 ws-oper-role pic x(4).
       01 ws-oper-found pic x(1).
           88 ws-operator-found value "Y".
       01 ws-oper-active pic x(1).
           88 ws-operator-active value "Y".
       01 ws-master-switch pic x(1) value "N".
           88 ws-master-on-file value "Y".

       01 ws-action pic x(1).
           88 ws-action-close    value "C".
           88 ws-action-override value "O".
       01 ws-answer pic x(1).
       01 ws-reason pic x(40).

      *> what the file already says about the date
       01 ws-prior-status pic x(1) value space.
           88 ws-prior-closed value "C" "X".

      *> what the checks found: a code per exception, in the order
      *> they were found
       01 ws-exception-table.
           05 ws-exception pic x(8) occurs 8 times.
       01 ws-exception-count pic 9(2) value 0.
       01 ws-exception-sub pic 9(2) value 0.
       01 ws-new-exception pic x(8).

      *> the day's log, read for what logmirr, logarch and archver
      *> said about the date
       01 ws-mirror-verdict pic x(3) value spaces.
       01 ws-archive-switch pic x(1) value "N".
           88 ws-archive-taken value "Y".
       01 ws-archver-verdict pic x(3) value spaces.

      *> the recon row, the newest for the date
       01 ws-recon-switch pic x(1) value "N".
           88 ws-recon-found value "Y".
       01 ws-recon-clean-switch pic x(1) value "N".
           88 ws-recon-clean value "Y".

       01 ws-step-tag pic x(8).

      *> the date's steps off the ledger, by step number, the last
      *> row for a step standing; spaces where no row was seen
       01 ws-ledger-table.
           05 ws-ledger-status pic x(8) occurs 99 times.
       01 ws-ledger-rows pic 9(4) value 0.
       01 ws-ledger-sub pic 9(3) value 0.
       01 ws-ledger-number pic 9(2).
       01 ws-proc-date pic x(8).
       01 ws-seal-switch pic x(1) value "N".
           88 ws-day-sealed value "Y".

      *> the close itself, logged by catalog ID under the initials
       01 ws-oper-job-id pic x(8).
       01 ws-append-count pic 9(4).
       01 ws-msg-id pic x(8).
       01 ws-count-edit pic z9.
       copy "msgvals.cpy".

      *> one entry's worth of the shared record shape, read back in
       copy "logrec.cpy".

      *> *****************
       procedure division.
       move 0 to return-code
       call "runmode" using ws-name-prefix
       perform build-file-names
       perform probe-operator-master
       perform sign-on-supervisor
       if not ws-operator-active
           move 8 to return-code
           goback
       end-if

       display "Close date (YYYYMMDD, blank for processing date): "
           with no advancing
       move spaces to ws-close-date
       accept ws-close-date from console
       if ws-close-date = spaces or ws-close-date = low-values
           call "procdate" using ws-close-date
       end-if
       perform build-date-file-names

       perform find-prior-close
       if ws-prior-closed
           display "dayclose: " ws-close-date " is already closed ("
               ws-prior-status ") -- nothing to do"
           move 4 to return-code
           goback
       end-if

       display "Action -- C close the date, O override the next "
           "night's gate: " with no advancing
       move spaces to ws-action
       accept ws-action from console
       move upper-case(ws-action) to ws-action
       evaluate true
           when ws-action-close
               perform close-the-date
           when ws-action-override
               perform override-the-gate
           when other
               display "dayclose: no action taken"
               move 4 to return-code
       end-evaluate
       goback.

      *> *****************
      *> every check run against the date, the findings shown, and
      *> the certification written -- clean outright, with named
      *> exceptions only once the SUP confirms having seen them
       close-the-date.
           perform check-reconciliation
           perform scan-day-log
           perform check-run-control
           perform check-day-seal

           display "=================================================="
           display "day close -- " ws-close-date
           display "=================================================="
           if ws-exception-count = 0
               display "  all checks clean"
           else
               perform varying ws-exception-sub from 1 by 1
                       until ws-exception-sub > ws-exception-count
                   display "  exception: "
                       ws-exception(ws-exception-sub)
               end-perform
               display "Close WITH these exceptions? (Y/N): "
                   with no advancing
               move spaces to ws-answer
               accept ws-answer from console
               if ws-answer not = "Y" and ws-answer not = "y"
                   display "dayclose: " ws-close-date
                       " left open -- fix and rerun, or override"
                   move 4 to return-code
                   exit paragraph
               end-if
           end-if

           move spaces to day-close-record
           move ws-close-date to dc-business-date
           if ws-exception-count = 0
               set dc-closed-clean to true
           else
               set dc-closed-exceptions to true
           end-if
           move ws-initials to dc-closed-by
           move current-date(5:12) to dc-timestamp
           move ws-exception-count to dc-exception-count
           move ws-exception-table to dc-exceptions
           perform write-close-record
           if ws-write-failed
               perform log-write-failure
               move 8 to return-code
               exit paragraph
           end-if

           move ws-exception-count to ws-count-edit
           move spaces to msg-subst-values
           move ws-close-date to msg-subst-value(1)
           if ws-exception-count = 0
               move ws-initials to msg-subst-value(2)
               move "DCL0001I" to ws-msg-id
           else
               move trim(ws-count-edit) to msg-subst-value(2)
               move ws-initials to msg-subst-value(3)
               move "DCL0003W" to ws-msg-id
           end-if
           perform log-by-id
           perform log-each-exception
           if ws-exception-count > 0
               move 4 to return-code
           end-if.

      *> *****************
      *> the gate lifted for one night without a close: the reason
      *> is required, and the override is on file and in the log
       override-the-gate.
           display "Override reason: " with no advancing
           move spaces to ws-reason
           accept ws-reason from console
           if ws-reason = spaces
               display "dayclose: an override needs a reason -- "
                   "no action taken"
               move 4 to return-code
               exit paragraph
           end-if

           move spaces to day-close-record
           move ws-close-date to dc-business-date
           set dc-gate-overridden to true
           move ws-initials to dc-closed-by
           move current-date(5:12) to dc-timestamp
           move 0 to dc-exception-count
           move ws-reason to dc-reason
           perform write-close-record
           if ws-write-failed
               perform log-write-failure
               move 8 to return-code
               exit paragraph
           end-if

           move spaces to msg-subst-values
           move ws-close-date to msg-subst-value(1)
           move ws-initials to msg-subst-value(2)
           move "DCL0004W" to ws-msg-id
           perform log-by-id
           move 4 to return-code.

      *> *****************
      *> the newest reconciliation for the date: both the record
      *> count and the start/end bookends have to have matched
       check-reconciliation.
           move "N" to ws-eof-switch
           open input historyfile
           if historyfile-status = 0
               perform until ws-eof
                   read historyfile
                       at end set ws-eof to true
                       not at end
                           if his-date = ws-close-date
                               set ws-recon-found to true
                               move "N" to ws-recon-clean-switch
                               if his-counts-matched
                                       and his-bookends-matched
                                   set ws-recon-clean to true
                               end-if
                           end-if
                   end-read
               end-perform
               close historyfile
           end-if
           if not ws-recon-found
               move "NORECON" to ws-new-exception
               perform add-exception
           else
               if not ws-recon-clean
                   move "RECON" to ws-new-exception
                   perform add-exception
               end-if
           end-if.

      *> *****************
      *> the day's log: logmirr's last verdict, and whether an
      *> archive taken that night was proved after it was taken
       scan-day-log.
           move "N" to ws-eof-switch
           open input testfile
           if testfile-status not = 0
               move "NOLOG" to ws-new-exception
               perform add-exception
               exit paragraph
           end-if
           perform until ws-eof
               read testfile
                   at end set ws-eof to true
                   not at end
                       move testline to log-record
                       perform note-one-entry
               end-read
           end-perform
           close testfile

           evaluate ws-mirror-verdict
               when spaces
                   move "NOMIRROR" to ws-new-exception
                   perform add-exception
               when "CRI"
                   move "MIRROR" to ws-new-exception
                   perform add-exception
           end-evaluate
           if ws-archive-taken
               evaluate ws-archver-verdict
                   when spaces
                       move "NOARCHVR" to ws-new-exception
                       perform add-exception
                   when "CRI"
                       move "ARCHDIFF" to ws-new-exception
                       perform add-exception
               end-evaluate
           end-if.

      *> *****************
       note-one-entry.
           evaluate log-job-id
               when "LOGMIRR"
                   move log-severity to ws-mirror-verdict
               when "LOGARCH"
                   if log-msg-id = "ARC0001I"
                       set ws-archive-taken to true
                       move spaces to ws-archver-verdict
                   end-if
               when "ARCHVER"
                   if ws-archive-taken
                       move log-severity to ws-archver-verdict
                   end-if
           end-evaluate.

      *> *****************
      *> the date's chain: a step that never reached COMPLETE (or
      *> was deliberately SKIPPED) is a step the date still owes.
      *> the ledger speaks for any date it has rows for; the
      *> run-control file only for the processing date, the one
      *> night it holds
       check-run-control.
           perform load-ledger-steps
           if ws-ledger-rows > 0
               perform judge-ledger-step
                   varying ws-ledger-sub from 1 by 1
                   until ws-ledger-sub > 99
               exit paragraph
           end-if

           call "procdate" using ws-proc-date
           if ws-close-date not = ws-proc-date
               display "dayclose: no " trim(ws-ledger-file-name)
                   " rows for " ws-close-date " and "
                   trim(ws-run-file-name) " holds only the run for "
                   ws-proc-date
               move "NORUN" to ws-new-exception
               perform add-exception
               exit paragraph
           end-if

           move "N" to ws-eof-switch
           open input runfile
           if runfile-status not = 0
               move "NORUN" to ws-new-exception
               perform add-exception
               exit paragraph
           end-if
           perform until ws-eof
               read runfile
                   at end set ws-eof to true
                   not at end
                       if rnf-status not = "COMPLETE"
                               and rnf-status not = "SKIPPED"
                           move spaces to ws-step-tag
                           string "STEP" rnf-number
                               delimited by size
                               into ws-step-tag
                           end-string
                           move ws-step-tag to ws-new-exception
                           perform add-exception
                       end-if
               end-read
           end-perform
           close runfile.

      *> *****************
      *> every ledger row for the close date, in the order written
       load-ledger-steps.
           move spaces to ws-ledger-table
           move 0 to ws-ledger-rows
           move "N" to ws-eof-switch
           open input ledgerfile
           if ledgerfile-status not = 0
               exit paragraph
           end-if
           perform until ws-eof
               read ledgerfile
                   at end set ws-eof to true
                   not at end
                       if nh-date = ws-close-date
                               and nh-number is numeric
                               and nh-number > 0
                           add 1 to ws-ledger-rows
                           move nh-status
                               to ws-ledger-status(nh-number)
                       end-if
               end-read
           end-perform
           close ledgerfile.

      *> *****************
       judge-ledger-step.
           if ws-ledger-status(ws-ledger-sub) = spaces
                   or ws-ledger-status(ws-ledger-sub) = "COMPLETE"
                   or ws-ledger-status(ws-ledger-sub) = "SKIPPED"
               exit paragraph
           end-if
           move ws-ledger-sub to ws-ledger-number
           move spaces to ws-step-tag
           string "STEP" ws-ledger-number
               delimited by size
               into ws-step-tag
           end-string
           move ws-step-tag to ws-new-exception
           perform add-exception.

      *> *****************
       check-day-seal.
           move "N" to ws-eof-switch
           open input sealfile
           if sealfile-status = 0
               perform until ws-eof
                   read sealfile
                       at end set ws-eof to true
                       not at end
                           if sl-business-date = ws-close-date
                               set ws-day-sealed to true
                           end-if
                   end-read
               end-perform
               close sealfile
           end-if
           if not ws-day-sealed
               move "NOSEAL" to ws-new-exception
               perform add-exception
           end-if.

      *> *****************
      *> past eight findings the last slot says there were more
       add-exception.
           if ws-exception-count < 8
               add 1 to ws-exception-count
               move ws-new-exception to ws-exception(ws-exception-count)
           else
               move "MORE" to ws-exception(8)
           end-if.

      *> *****************
       log-each-exception.
           perform varying ws-exception-sub from 1 by 1
                   until ws-exception-sub > ws-exception-count
               move spaces to msg-subst-values
               move ws-close-date to msg-subst-value(1)
               move ws-exception(ws-exception-sub)
                   to msg-subst-value(2)
               move "DCL0002W" to ws-msg-id
               perform log-by-id
           end-perform.

      *> *****************
       log-by-id.
           move spaces to ws-oper-job-id
           move ws-initials to ws-oper-job-id
           call "msglog" using ws-oper-job-id ws-append-count
               ws-msg-id msg-subst-values.

      *> *****************
      *> the newest record for the date decides whether it is
      *> already closed; an override alone does not close it
       find-prior-close.
           move "N" to ws-eof-switch
           open input closefile
           if closefile-status not = 0
               exit paragraph
           end-if
           perform until ws-eof
               read closefile
                   at end set ws-eof to true
                   not at end
                       if dc-business-date = ws-close-date
                           move dc-status to ws-prior-status
                       end-if
               end-read
           end-perform
           close closefile.

      *> *****************
       write-close-record.
           move "N" to ws-write-switch
           open extend closefile
           if closefile-status not = 0
               open output closefile
           end-if
           if closefile-status not = 0
               display "dayclose: cannot write " ws-close-file-name
                   ", status " closefile-status
               set ws-write-failed to true
               exit paragraph
           end-if
           write day-close-record
           if closefile-status not = 0
               display "dayclose: cannot write " ws-close-file-name
                   ", status " closefile-status
               set ws-write-failed to true
               close closefile
               exit paragraph
           end-if
           close closefile
           display "dayclose: " ws-close-date " recorded as "
               dc-status " by " ws-initials.

      *> *****************
      *> the certification never reached the file: the one entry
      *> the log gets, so nobody reads a close that did not happen
       log-write-failure.
           move spaces to msg-subst-values
           move ws-close-date to msg-subst-value(1)
           move dc-status to msg-subst-value(2)
           move closefile-real to msg-subst-value(3)
           move "DCL0006W" to ws-msg-id
           perform log-by-id.

      *> *****************
      *> only an active SUP closes a date; the attempt is logged
      *> either way under the initials keyed.  no master on file
      *> leaves the door open, as every sign-on in the shop does
       sign-on-supervisor.
           display "Supervisor initials: " with no advancing
           move spaces to ws-initials
           accept ws-initials from console
           move upper-case(ws-initials) to ws-initials
           if not ws-master-on-file
               set ws-operator-active to true
               exit paragraph
           end-if
           move "N" to ws-oper-found
           move "N" to ws-oper-active
           call "operchek" using ws-initials ws-oper-name
               ws-oper-role ws-oper-found ws-oper-active
           if ws-operator-active and ws-oper-role = "SUP"
               exit paragraph
           end-if
           display "dayclose: '" ws-initials "' is not an active "
               "SUP -- refused"
           move "N" to ws-oper-active
           move spaces to msg-subst-values
           move ws-initials to msg-subst-value(1)
           move "DCL0005W" to ws-msg-id
           perform log-by-id.

      *> *****************
       probe-operator-master.
           open input masterfile
           if masterfile-status = 0
               set ws-master-on-file to true
               close masterfile
           else
               display "dayclose: NOTE -- no OPERMAST.DAT on file, "
                   "the close is unguarded"
           end-if.

      *> *****************
       build-file-names.
           string ws-name-prefix delimited by space
               "DAYCLOSE.DAT" delimited by size
               into ws-close-file-name
           end-string
           string ws-name-prefix delimited by space
               "LOGRECON.HIS" delimited by size
               into ws-history-file-name
           end-string
           string ws-name-prefix delimited by space
               "NITEBATCH.RUN" delimited by size
               into ws-run-file-name
           end-string
           string ws-name-prefix delimited by space
               "NITEHIST.DAT" delimited by size
               into ws-ledger-file-name
           end-string
           string ws-name-prefix delimited by space
               "LOGSEAL.DAT" delimited by size
               into ws-seal-file-name
           end-string.

      *> *****************
       build-date-file-names.
           move spaces to ws-log-file-name
           string ws-name-prefix delimited by space
               "LOG" ws-close-date ".TXT" delimited by size
               into ws-log-file-name
           end-string.
      *>****
       end program dayclose.
      *>****
