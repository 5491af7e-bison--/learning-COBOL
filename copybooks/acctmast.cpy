      *> ***************************************************************
      *>****c* copybooks/acctmast
      *> Purpose:
      *>   One record of the permanent accepted-accounts master
      *>   (ACCTMAST.DAT, indexed, keyed on am-digits) -- when the
      *>   intake first accepted the account and off whose feed, and
      *>   where the account stands now.  am-status carries the
      *>   account's lifecycle: active when CHKBATCH first posts it,
      *>   then closed, blocked for fraud or reinstated only through
      *>   ACCTMNT, with the date, the operator and the reason code
      *>   of the last change kept on the record itself (the full
      *>   trail is ACCTHIST.DAT).  Records posted before the status
      *>   existed carry spaces there and read as active.  A number
      *>   CHKGEN has allocated out of a product range but no partner
      *>   has yet submitted is on file as reserved, so no second
      *>   allocation can hand it out again; its first acceptance
      *>   through CHKBATCH makes it active.  COPY this under the FD
      *>   of anything that reads or writes the master so every
      *>   program agrees on the bytes.
      *> SOURCE
      *> ***************************************************************
       01 acct-mast-record.
           05 am-digits        pic x(18).
           05 am-check         pic x(1).
           05 am-first-date    pic x(8).
           05 am-partner       pic x(8).
           05 am-status        pic x(1).
               88 am-is-active     value "A" " ".
               88 am-is-closed     value "C".
               88 am-is-blocked    value "B".
               88 am-is-reinstated value "R".
               88 am-is-reserved   value "S".
               88 am-is-stopped    value "C" "B".
           05 am-status-date   pic x(8).
           05 am-status-oper   pic x(3).
           05 am-status-reason pic x(2).
      *>****
