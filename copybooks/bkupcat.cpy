      *> ***************************************************************
      *>****c* copybooks/bkupcat
      *> Purpose:
      *>   One row of the master backup catalog (ACCTBKUP.CAT) --
      *>   one per flat unload ACCTBKUP has taken of ACCTMAST.DAT:
      *>   the business date, when it ran, the unload file, how many
      *>   records went into it, and how far the day's master journal
      *>   had got when it was taken (the journal file and its record
      *>   count then).  ACCTRCVR reloads the newest backup whose
      *>   file still holds bc-count records and replays every
      *>   journal record written after bc-journal-position.  Only
      *>   ever appended.
      *> SOURCE
      *> ***************************************************************
       01 bkup-cat-record.
           05 bc-business-date   pic x(8).
           05 bc-run-date        pic x(8).
           05 bc-run-time        pic x(6).
           05 bc-file-name       pic x(30).
           05 bc-count           pic 9(8).
           05 bc-journal-name    pic x(30).
           05 bc-journal-position pic 9(8).
      *>****
