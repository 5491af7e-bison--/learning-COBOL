      *> ***************************************************************
      *>****c* copybooks/chkxref
      *> Purpose:
      *>   One row of the permanent check-digit cross-reference
      *>   (CHKXREF.DAT, indexed, keyed on the old full number) that
      *>   CHKMIGR writes for every master account whose check digit
      *>   it recomputed when a partner moved to a new algorithm:
      *>   the full account number as it stood (digits and check
      *>   digit) and as it stands now, the partner, both
      *>   algorithms, the cutover date and the date the migration
      *>   ran.  CHKBATCH reads it to convert an old-form number a
      *>   partner sends during the grace period after cutover.
      *>   Never purged -- the old form stays traceable for good.
      *> SOURCE
      *> ***************************************************************
       01 check-xref-record.
           05 xr-old-number.
               10 xr-old-digits pic x(18).
               10 xr-old-check  pic x(1).
           05 xr-new-number.
               10 xr-new-digits pic x(18).
               10 xr-new-check  pic x(1).
           05 xr-partner       pic x(8).
           05 xr-old-algorithm pic x(1).
           05 xr-new-algorithm pic x(1).
           05 xr-cutover-date  pic x(8).
           05 xr-run-date      pic x(8).
      *>****
