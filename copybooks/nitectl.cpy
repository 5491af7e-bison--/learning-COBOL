      *> ***************************************************************
      *>****c* copybooks/nitectl
      *> Purpose:
      *>   The chain's operator-control state in NITECTL.DAT, one
      *>   record rewritten by NITEBATCH whenever an operator command
      *>   changes it and read by nitestat for the status screen.
      *>   nct-state is RUNNING, HELD (waiting at a step boundary
      *>   for a RELEASE), STOPPED (ended by a STOP, awaiting a
      *>   restart) or ENDED; nct-initials and nct-timestamp say who
      *>   put it there and when, nct-next-step which step the chain
      *>   stands in front of.  nct-obeyed-count is how many lines
      *>   of NITECMD.DAT have been acted on, so a chain restarted
      *>   after a crash never obeys the same command twice;
      *>   nct-last-command is the most recent line as keyed.
      *> SOURCE
      *> ***************************************************************
       01 nite-control-record.
           05 nct-state         pic x(8).
               88 nct-chain-running value "RUNNING".
               88 nct-chain-held    value "HELD".
               88 nct-chain-stopped value "STOPPED".
               88 nct-chain-ended   value "ENDED".
           05 nct-initials      pic x(3).
           05 nct-timestamp     pic x(12).
           05 nct-next-step     pic x(2).
           05 nct-obeyed-count  pic 9(4).
           05 nct-last-command  pic x(13).
      *>****
