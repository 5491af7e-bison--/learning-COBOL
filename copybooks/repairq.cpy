      *> ***************************************************************
      *>****c* copybooks/repairq
      *> Purpose:
      *>   One repaired record waiting for the next intake run
      *>   (ACCTRPQ.DAT).  ACCTFIX writes a row when an operator's
      *>   correction verifies under the partner's profile; CHKBATCH
      *>   takes the queue through the split after the night's
      *>   partner files, marks what it accepts as a repair, and
      *>   empties the queue.  The original values ride along so the
      *>   intake's own record of the repair needs nothing else.
      *> SOURCE
      *> ***************************************************************
       01 repair-queue-record.
           05 rq-digits       pic x(18).
           05 rq-check        pic x(1).
           05 rq-partner      pic x(8).
           05 rq-file-date    pic x(8).
           05 rq-orig-digits  pic x(18).
           05 rq-orig-check   pic x(1).
           05 rq-operator     pic x(3).
           05 rq-repair-date  pic x(8).
      *>****
