      *> ***************************************************************
      *>****c* copybooks/parmpend
      *> Purpose:
      *>   One keyed parameter change awaiting its second pair of
      *>   eyes, in PARMPEND.DAT.  PARMMNT writes the change here,
      *>   pending, with the full before and after field images
      *>   (wheeeprm.cpy byte order) instead of into the parameter
      *>   file or PARMLIB.DAT; a second operator -- an active SUP
      *>   who is not pp-keyed-by -- approves it, and only then is it
      *>   written to its target, or rejects it with a reason.  A
      *>   change still pending on the night of its effective date
      *>   raises a WRN (PARMPCHK), and one still pending after that
      *>   night is expired.  Decided records stay on file with who
      *>   decided, when, and why: the record is the audit trail.
      *>   pp-target is the parameter file name or PARMLIB.DAT,
      *>   pp-jobname the library job (blank for a parameter file).
      *> SOURCE
      *> ***************************************************************
       01 parm-pending-record.
           05 pp-change-no  pic 9(4).
           05 pp-status     pic x(1).
               88 pp-pending  value "P".
               88 pp-approved value "A".
               88 pp-rejected value "R".
               88 pp-expired  value "E".
           05 pp-target     pic x(15).
           05 pp-jobname    pic x(8).
           05 pp-effdate    pic 9(8).
           05 pp-keyed-by   pic x(3).
           05 pp-keyed-ts   pic x(12).
           05 pp-before     pic x(61).
           05 pp-after      pic x(61).
           05 pp-decided-by pic x(3).
           05 pp-decided-ts pic x(12).
           05 pp-reason     pic x(40).
      *>****
