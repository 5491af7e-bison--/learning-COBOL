      *> ***************************************************************
      *>****p* samples/oocrpt
      *> Purpose:
      *>   Daily out-of-cycle run report, for the change review.
      *>   Reads the out-of-cycle queue (OOCQUEUE.DAT, oocreq.cpy)
      *>   and lists every request OOCDISP dispatched on the day
      *>   asked for -- request number, job, the business date it
      *>   ran for, the requester, start and end times, the outcome
      *>   and condition code, and any parameter override on its own
      *>   line -- including the requests it refused, then the day's
      *>   totals, and last whatever is still waiting on the queue,
      *>   so nothing keyed that day goes unreviewed.  Defaults to
      *>   today's date, the date a dispatch stamps on the request,
      *>   and accepts another date the way the other reports do.
      *>   The rehearsal prefix applies to the queue.  Prints
      *>   through the shared rptpage layer.
      *> Tectonics:
      *>   cobc -xj -I copybooks oocrpt.cbl
      *> SOURCE
      *> ***************************************************************
       identification division.
       program-id. oocrpt.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select queuefile
           assign to ws-queue-file-name
           organization is line sequential
           file status is queuefile-status
           .

       data division.
       file section.
      *> read into the request record below
       fd queuefile.
       01 queue-line pic x(159).

       working-storage section.
       01 queuefile-real pic xx.
       01 queuefile-status redefines queuefile-real pic 99.

       01 ws-report-date pic x(8).
       01 ws-name-prefix pic x(3).
       01 ws-queue-file-name pic x(15).

       01 ws-eof-switch pic x(1) value "N".
           88 ws-eof value "Y".

      *> the day's tallies
       01 ws-run-count pic 9(4) value 0.
       01 ws-done-count pic 9(4) value 0.
       01 ws-failed-count pic 9(4) value 0.
       01 ws-refused-count pic 9(4) value 0.
       01 ws-running-count pic 9(4) value 0.
       01 ws-waiting-count pic 9(4) value 0.

      *> staged arguments for the shared report-page layer, each
      *> sized to exactly match rptpage's linkage items
       01 ws-rpt-action pic x(1).
       01 ws-rpt-id pic x(8) value "OOCRPT".
       01 ws-rpt-title pic x(40).
       01 ws-rpt-line pic x(132).

      *> one request -- see copybooks/oocreq.cpy
       copy "oocreq.cpy".

      *> *****************
       procedure division.
       display "Run date (YYYYMMDD, blank for today): "
           with no advancing
       accept ws-report-date from console
       if ws-report-date = spaces or ws-report-date = low-values
           move current-date(1:8) to ws-report-date
       end-if
       call "runmode" using ws-name-prefix
       move spaces to ws-queue-file-name
       string ws-name-prefix delimited by space
           "OOCQUEUE.DAT" delimited by size
           into ws-queue-file-name
       end-string

       move spaces to ws-rpt-title
       string "out-of-cycle runs -- " ws-report-date
           delimited by size
           into ws-rpt-title
       end-string
       move "O" to ws-rpt-action
       call "rptpage" using ws-rpt-action ws-rpt-id ws-rpt-title
           ws-rpt-line

       perform list-day-runs
       perform report-day-totals
       perform list-still-queued

       move "C" to ws-rpt-action
       call "rptpage" using ws-rpt-action ws-rpt-id ws-rpt-title
           ws-rpt-line
       goback.

      *> *****************
      *> every request dispatched on the day, in the order keyed
       list-day-runs.
           move "  REQ  JOB      BUS DATE BY  START        END"
               & "          STATUS     CC OUTCOME" to ws-rpt-line
           perform put-report-line
           open input queuefile
           if queuefile-status not = 0
               move spaces to ws-rpt-line
               string "  no " ws-queue-file-name
                   " on file -- nothing ever queued"
                   delimited by size
                   into ws-rpt-line
               end-string
               perform put-report-line
               exit paragraph
           end-if
           move "N" to ws-eof-switch
           perform until ws-eof
               read queuefile into ooc-request-record
                   at end set ws-eof to true
                   not at end
                       if oqr-run-date = ws-report-date
                               and not oqr-queued
                           perform list-one-run
                       end-if
               end-read
           end-perform
           close queuefile
           if ws-run-count = 0
               move "  no out-of-cycle runs on this date"
                   to ws-rpt-line
               perform put-report-line
           end-if.

      *> *****************
       list-one-run.
           add 1 to ws-run-count
           evaluate true
               when oqr-done    add 1 to ws-done-count
               when oqr-failed  add 1 to ws-failed-count
               when oqr-refused add 1 to ws-refused-count
               when other       add 1 to ws-running-count
           end-evaluate
           move spaces to ws-rpt-line
           string "  " oqr-request-no " " oqr-job-name " "
               oqr-business-date " " oqr-initials " "
               oqr-start-ts " " oqr-end-ts " "
               oqr-status " " oqr-cc " " oqr-outcome
               delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line
           if oqr-parm-override not = spaces
               move spaces to ws-rpt-line
               string "       override: " oqr-parm-override
                   delimited by size
                   into ws-rpt-line
               end-string
               perform put-report-line
           end-if
           if oqr-running
               move "       *** still RUNNING -- the dispatch did not "
                   & "finish; check the job" to ws-rpt-line
               perform put-report-line
           end-if.

      *> *****************
       report-day-totals.
           move spaces to ws-rpt-line
           perform put-report-line
           move spaces to ws-rpt-line
           string "  " ws-run-count " request(s) dispatched: "
               ws-done-count " done, " ws-failed-count " failed, "
               ws-refused-count " refused, " ws-running-count
               " unfinished"
               delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line.

      *> *****************
      *> requests still waiting, whatever day they were keyed --
      *> work the change review should know is coming
       list-still-queued.
           open input queuefile
           if queuefile-status not = 0
               exit paragraph
           end-if
           move spaces to ws-rpt-line
           perform put-report-line
           move "  still queued:" to ws-rpt-line
           perform put-report-line
           move "N" to ws-eof-switch
           perform until ws-eof
               read queuefile into ooc-request-record
                   at end set ws-eof to true
                   not at end
                       if oqr-queued
                           add 1 to ws-waiting-count
                           move spaces to ws-rpt-line
                           string "  " oqr-request-no " "
                               oqr-job-name " " oqr-business-date
                               " " oqr-initials " keyed "
                               oqr-submit-ts " " oqr-parm-override
                               delimited by size
                               into ws-rpt-line
                           end-string
                           perform put-report-line
                       end-if
               end-read
           end-perform
           close queuefile
           if ws-waiting-count = 0
               move "  none" to ws-rpt-line
               perform put-report-line
           end-if.

      *> *****************
       put-report-line.
           move "L" to ws-rpt-action
           call "rptpage" using ws-rpt-action ws-rpt-id
               ws-rpt-title ws-rpt-line.
      *>****
       end program oocrpt.
      *>****
