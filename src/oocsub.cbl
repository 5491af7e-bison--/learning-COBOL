      *> ***************************************************************
      *>****p* samples/oocsub
      *> Purpose:
      *>   Submits an out-of-cycle job request.  A signed-on operator
      *>   (OPERMAST.DAT, via operchek) keys the job to run, the
      *>   business date it runs for (blank for the processing date)
      *>   and an optional parameter override, and the request goes
      *>   on the end of OOCQUEUE.DAT (oocreq.cpy) as QUEUED under
      *>   the next request number, for OOCDISP to run.  The job
      *>   name and date are checked here so a typing slip is caught
      *>   at the keyboard rather than at dispatch; the nightly chain
      *>   itself (NITEBATCH, CATCHUP) cannot be queued.  Each
      *>   request is logged by ID under the operator's initials
      *>   (OOC0001I), a refused sign-on as OOC0002W.  A shop with no
      *>   operator master keeps the open-door behavior the other
      *>   sign-on programs have.  The rehearsal prefix applies to
      *>   the queue.
      *> Tectonics:
      *>   cobc -xj -I copybooks oocsub.cbl
      *> SOURCE
      *> ***************************************************************
       identification division.
       program-id. oocsub.

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
           select queuefile
           assign to ws-queue-file-name
           organization is line sequential
           file status is queuefile-status
           .

       data division.
       file section.
      *> opened here only to learn whether a master exists; the
      *> record-level lookups go through operchek
       fd masterfile.
       01 master-line pic x(28).

      *> read into and written from the request record below
       fd queuefile.
       01 queue-line pic x(159).

       working-storage section.
       01 masterfile-real pic xx.
       01 masterfile-status redefines masterfile-real pic 99.
       01 queuefile-real pic xx.
       01 queuefile-status redefines queuefile-real pic 99.

       01 ws-name-prefix pic x(3).
       01 ws-queue-file-name pic x(15).

       01 ws-eof-switch pic x(1) value "N".
           88 ws-eof value "Y".

      *> the operator at the keyboard, staged for operchek
       01 ws-initials pic x(3).
       01 ws-oper-name pic x(20).
       01 ws-oper-role pic x(4).
       01 ws-oper-found pic x(1).
           88 ws-operator-found value "Y".
       01 ws-oper-active pic x(1).
           88 ws-operator-active value "Y".
       01 ws-master-switch pic x(1) value "N".
           88 ws-master-on-file value "Y".

      *> what was keyed
       01 ws-keyed-job pic x(12).
       01 ws-job-name pic x(8).
       01 ws-business-date pic x(8).
       01 ws-date-numeric pic 9(8).
       01 ws-override pic x(40).
       01 ws-answer pic x(1).

      *> the highest request number already on the queue
       01 ws-last-request-no pic 9(4) value 0.

      *> the submission logged by catalog ID under the initials
       01 ws-oper-job-id pic x(8).
       01 ws-append-count pic 9(4).
       01 ws-msg-id pic x(8).
       copy "msgvals.cpy".

      *> the request itself -- see copybooks/oocreq.cpy
       copy "oocreq.cpy".

      *> *****************
       procedure division.
       move 0 to return-code
       call "runmode" using ws-name-prefix
       move spaces to ws-queue-file-name
       string ws-name-prefix delimited by space
           "OOCQUEUE.DAT" delimited by size
           into ws-queue-file-name
       end-string
       perform probe-operator-master
       perform sign-on-operator
       if not ws-operator-active
           move 8 to return-code
           goback
       end-if

       display "Job to run (program name): " with no advancing
       move spaces to ws-keyed-job
       accept ws-keyed-job from console
       move upper-case(ws-keyed-job) to ws-keyed-job
       if ws-keyed-job = spaces
           display "oocsub: no job named -- nothing queued"
           move 4 to return-code
           goback
       end-if
       if ws-keyed-job = "NITEBATCH" or ws-keyed-job = "CATCHUP"
               or ws-keyed-job = "OOCDISP"
           display "oocsub: " trim(ws-keyed-job) " is the chain "
               "itself, not out-of-cycle work -- nothing queued"
           move 4 to return-code
           goback
       end-if
       if ws-keyed-job(9:4) not = spaces
           display "oocsub: '" trim(ws-keyed-job) "' is longer than "
               "a program name -- nothing queued"
           move 4 to return-code
           goback
       end-if
       move ws-keyed-job to ws-job-name

       display "Business date (YYYYMMDD, blank for processing date): "
           with no advancing
       move spaces to ws-business-date
       accept ws-business-date from console
       if ws-business-date = spaces or ws-business-date = low-values
           call "procdate" using ws-business-date
       end-if
       if ws-business-date is not numeric
           display "oocsub: '" ws-business-date "' is not a date -- "
               "nothing queued"
           move 4 to return-code
           goback
       end-if
       move ws-business-date to ws-date-numeric
       if test-date-yyyymmdd(ws-date-numeric) not = 0
           display "oocsub: '" ws-business-date "' is not a real "
               "date -- nothing queued"
           move 4 to return-code
           goback
       end-if

       display "Parameter override (blank for none): "
           with no advancing
       move spaces to ws-override
       accept ws-override from console

       display "Queue " trim(ws-job-name) " for " ws-business-date
           "? (Y/N): " with no advancing
       move spaces to ws-answer
       accept ws-answer from console
       if ws-answer not = "Y" and ws-answer not = "y"
           display "oocsub: nothing queued"
           move 4 to return-code
           goback
       end-if

       perform find-last-request
       perform write-request
       goback.

      *> *****************
      *> the queue is numbered in the order requests were keyed;
      *> the next one takes the number after the highest on file
       find-last-request.
           move 0 to ws-last-request-no
           open input queuefile
           if queuefile-status not = 0
               exit paragraph
           end-if
           perform until ws-eof
               read queuefile into ooc-request-record
                   at end set ws-eof to true
                   not at end
                       if oqr-request-no is numeric
                               and oqr-request-no > ws-last-request-no
                           move oqr-request-no to ws-last-request-no
                       end-if
               end-read
           end-perform
           close queuefile.

      *> *****************
       write-request.
           move spaces to ooc-request-record
           compute oqr-request-no = ws-last-request-no + 1
           move ws-job-name to oqr-job-name
           move ws-business-date to oqr-business-date
           move ws-override to oqr-parm-override
           move ws-initials to oqr-initials
           move current-date(5:12) to oqr-submit-ts
           set oqr-queued to true
           move 0 to oqr-cc

           open extend queuefile
           if queuefile-status not = 0
               open output queuefile
           end-if
           if queuefile-status not = 0
               display "oocsub: cannot write " ws-queue-file-name
                   ", status " queuefile-status
               move 8 to return-code
               exit paragraph
           end-if
           write queue-line from ooc-request-record
           close queuefile
           display "oocsub: request " oqr-request-no " queued -- "
               trim(ws-job-name) " for " ws-business-date

           move spaces to msg-subst-values
           move oqr-request-no to msg-subst-value(1)
           move ws-job-name to msg-subst-value(2)
           move ws-business-date to msg-subst-value(3)
           move "OOC0001I" to ws-msg-id
           perform log-by-id.

      *> *****************
       sign-on-operator.
           display "Operator initials: " with no advancing
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
           if ws-operator-active
               exit paragraph
           end-if
           display "oocsub: '" ws-initials "' is not an active "
               "operator -- refused"
           move "N" to ws-oper-active
           move spaces to msg-subst-values
           move ws-initials to msg-subst-value(1)
           move "OOC0002W" to ws-msg-id
           perform log-by-id.

      *> *****************
       probe-operator-master.
           open input masterfile
           if masterfile-status = 0
               set ws-master-on-file to true
               close masterfile
           else
               display "oocsub: NOTE -- no OPERMAST.DAT on file, "
                   "any initials are accepted"
           end-if.

      *> *****************
       log-by-id.
           move spaces to ws-oper-job-id
           move ws-initials to ws-oper-job-id
           call "msglog" using ws-oper-job-id ws-append-count
               ws-msg-id msg-subst-values.
      *>****
       end program oocsub.
      *>****
