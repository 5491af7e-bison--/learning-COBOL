      *> ***************************************************************
      *>****c* copybooks/mastjrn
      *> Purpose:
      *>   One after-image in the accepted-accounts master journal
      *>   (ACCTJyyyymmdd.DAT, one file per business date).  Every
      *>   program that changes ACCTMAST.DAT appends one of these as
      *>   soon as the change has landed:
      *>     A  add     -- a record written for the first time
      *>     C  change  -- a record rewritten; the image is the record
      *>                   as it now stands
      *>     D  delete  -- a record removed (only ever a restart
      *>                   backing out a post); the image is the record
      *>                   as it stood when deleted
      *>   mj-image carries the acctmast.cpy record byte for byte, so
      *>   ACCTRCVR can replay a journal on top of the last backup
      *>   (ACCTBKUP) and arrive at the master as it was.  Only ever
      *>   appended.
      *> SOURCE
      *> ***************************************************************
       01 mast-jrn-record.
           05 mj-action pic x(1).
               88 mj-is-add    value "A".
               88 mj-is-change value "C".
               88 mj-is-delete value "D".
           05 mj-date    pic x(8).
           05 mj-time    pic x(6).
           05 mj-program pic x(8).
           05 mj-image   pic x(80).
      *>****
