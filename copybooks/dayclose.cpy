      *> ***************************************************************
      *>****c* copybooks/dayclose
      *> Purpose:
      *>   One business date's certification in DAYCLOSE.DAT, the
      *>   permanent day-close file dayclose appends to and NITEBATCH
      *>   reads at its door.  dc-status says how the date was put
      *>   to bed: C closed clean, X closed with the exceptions
      *>   named in dc-exceptions (one short code per slot -- NORECON,
      *>   RECON, NOMIRROR, MIRROR, NOARCHVR, ARCHDIFF, NOLOG,
      *>   NORUN, STEPnn, NOSEAL), or O not closed at all but the
      *>   next night's gate overridden by the supervisor in
      *>   dc-closed-by, for the reason in dc-reason.  The file is
      *>   only ever appended to; the newest record for a date wins.
      *> SOURCE
      *> ***************************************************************
       01 day-close-record.
           05 dc-business-date   pic x(8).
           05 dc-status          pic x(1).
               88 dc-closed-clean      value "C".
               88 dc-closed-exceptions value "X".
               88 dc-gate-overridden   value "O".
           05 dc-closed-by       pic x(3).
           05 dc-timestamp       pic x(12).
           05 dc-exception-count pic 9(2).
           05 dc-exceptions.
               10 dc-exception   pic x(8) occurs 8 times.
           05 dc-reason          pic x(40).
      *>****
