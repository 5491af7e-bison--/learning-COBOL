      *> ***************************************************************
      *>****c* copybooks/accthist
      *> Purpose:
      *>   One row of the account status history (ACCTHIST.DAT) --
      *>   every change to an account's am-status on the master, with
      *>   when it was made, by whom, from what, to what, and the
      *>   reason code given.  The master only holds the latest
      *>   change; this file holds all of them, is only ever
      *>   appended, and is what ACCTINQ reads back when it shows an
      *>   account's history.  COPY this into every writer and reader
      *>   of the history file.
      *> SOURCE
      *> ***************************************************************
       01 acct-hist-record.
           05 ah-digits     pic x(18).
           05 ah-date       pic x(8).
           05 ah-time       pic x(6).
           05 ah-old-status pic x(1).
           05 ah-new-status pic x(1).
           05 ah-reason     pic x(2).
           05 ah-operator   pic x(3).
      *>****
