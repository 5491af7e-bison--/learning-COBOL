      *> ***************************************************************
      *>****c* copybooks/rejwork
      *> Purpose:
      *>   One row of the reject worklist (ACCTRWK.DAT) -- every
      *>   record CHKBATCH rejects, carried forward from night to
      *>   night until someone deals with it.  ACCTREJ.DAT is the
      *>   night's reject file and is rewritten every run; this is
      *>   the one that remembers.  CHKBATCH appends each reject as
      *>   open, with the feed it came off; ACCTFIX works through the
      *>   open rows and resolves each one:
      *>     O  open      -- still waiting for an operator
      *>     R  repaired  -- corrected digits and/or check digit that
      *>                     verified under the partner's profile,
      *>                     queued for the next intake (ACCTRPQ.DAT)
      *>     C  closed    -- not repairable, closed with a reason
      *>   rw-repair-flag marks a reject that was itself a repaired
      *>   record coming back through the intake, so a second
      *>   failure is never mistaken for a fresh partner error.
      *>   ACCTFIX keeps only open rows here and moves resolved ones
      *>   to the permanent resolution history (ACCTRJH.DAT), same
      *>   layout.
      *> SOURCE
      *> ***************************************************************
       01 rej-work-record.
           05 rw-status pic x(1).
               88 rw-is-open     value "O".
               88 rw-is-repaired value "R".
               88 rw-is-closed   value "C".
           05 rw-partner       pic x(8).
           05 rw-file-date     pic x(8).
           05 rw-business-date pic x(8).
           05 rw-digits        pic x(18).
           05 rw-check         pic x(1).
           05 rw-reason        pic x(30).
           05 rw-repair-flag   pic x(1).
               88 rw-from-repair value "R".
           05 rw-new-digits    pic x(18).
           05 rw-new-check     pic x(1).
           05 rw-action-date   pic x(8).
           05 rw-action-time   pic x(6).
           05 rw-operator      pic x(3).
           05 rw-close-reason  pic x(2).
      *>****
