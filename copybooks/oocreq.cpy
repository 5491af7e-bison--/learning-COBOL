      *> ***************************************************************
      *>****c* copybooks/oocreq
      *> Purpose:
      *>   One out-of-cycle job request in OOCQUEUE.DAT -- a single
      *>   piece of the chain asked for during the day.  oocsub
      *>   appends the request QUEUED with the job, the business
      *>   date it runs for, an optional parameter override and the
      *>   requester's initials; OOCDISP runs the queued requests one
      *>   at a time and writes back RUNNING, then DONE or FAILED
      *>   with the run date, start and end times, the condition code
      *>   and a one-line outcome (REFUSED when the request could not
      *>   be run at all).  The file is rewritten in full by the
      *>   dispatcher and never purged, so oocrpt can list any day's
      *>   out-of-cycle runs for the change review.
      *> SOURCE
      *> ***************************************************************
       01 ooc-request-record.
           05 oqr-request-no    pic 9(4).
           05 oqr-job-name      pic x(8).
           05 oqr-business-date pic x(8).
           05 oqr-parm-override pic x(40).
           05 oqr-initials      pic x(3).
           05 oqr-submit-ts     pic x(12).
           05 oqr-status        pic x(8).
               88 oqr-queued  value "QUEUED".
               88 oqr-running value "RUNNING".
               88 oqr-done    value "DONE".
               88 oqr-failed  value "FAILED".
               88 oqr-refused value "REFUSED".
           05 oqr-run-date      pic x(8).
           05 oqr-start-ts      pic x(12).
           05 oqr-end-ts        pic x(12).
           05 oqr-cc            pic 9(4).
           05 oqr-outcome       pic x(40).
      *>****
