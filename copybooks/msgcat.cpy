      *> ***************************************************************
      *>****c* copybooks/msgcat
      *> Purpose:
      *>   One entry of the shop's message catalog (MSGCAT.DAT,
      *>   keyed in by operations, one row per standard event).
      *>   mc-msg-id is the event's fixed ID: a three-letter
      *>   component, a four-digit number and a severity letter --
      *>   I information, W warning, C critical -- as in LGR0001I.
      *>   mc-severity is the default severity written with it
      *>   (INF/WRN/CRI), mc-owner the program that raises it, and
      *>   mc-template the message text, with &1, &2 and &3 marking
      *>   where msgtext drops the caller's substitution values
      *>   (msgvals.cpy).  Rewording a template changes what the
      *>   log says, never what logscan, errrpt or logexp match on.
      *> SOURCE
      *> ***************************************************************
       01 msg-cat-record.
           05 mc-msg-id    pic x(8).
           05 mc-severity  pic x(3).
           05 mc-owner     pic x(8).
           05 mc-template  pic x(60).
      *>****
