      *> ***************************************************************
      *>****c* copybooks/nitecmd
      *> Purpose:
      *>   One operator command in NITECMD.DAT, the file the night
      *>   operator appends to while NITEBATCH runs; the chain reads
      *>   it at every step boundary and obeys each new line once.
      *>   Keyed as verb (columns 1-8), step number (9-10, SKIP
      *>   only) and the operator's initials (11-13):
      *>     HOLD      wait at this boundary until a RELEASE
      *>     RELEASE   carry on from a HOLD
      *>     SKIP nn   mark pending step nn skipped by operator
      *>     STOP      end the chain cleanly before the next step,
      *>               for a run-mode R restart later
      *>   The initials must be an active operator on OPERMAST.DAT.
      *>   The chain empties the file when it ends, so a command is
      *>   never carried into another night.
      *> SOURCE
      *> ***************************************************************
       01 nite-command-record.
           05 ncm-verb     pic x(8).
           05 ncm-step     pic x(2).
           05 ncm-initials pic x(3).
      *>****
