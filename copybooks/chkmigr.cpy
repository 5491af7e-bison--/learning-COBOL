      *> ***************************************************************
      *>****c* copybooks/chkmigr
      *> Purpose:
      *>   One row of the check-digit migration register
      *>   (CHKMIGR.DAT), appended by CHKMIGR for every migration
      *>   run: the partner, the algorithm it moved from and to
      *>   (W weighted-reversal, L Luhn), the cutover date, the
      *>   grace period in days during which CHKBATCH still takes
      *>   the old-form number and converts it through CHKXREF.DAT,
      *>   who ran it and when, and its counts.  cm-grace-days is
      *>   the setting operations change to lengthen or cut short a
      *>   partner's grace period; CHKBATCH uses the partner's last
      *>   row whose new algorithm is the one its profile now names.
      *> SOURCE
      *> ***************************************************************
       01 check-migr-record.
           05 cm-partner         pic x(8).
           05 cm-old-algorithm   pic x(1).
           05 cm-new-algorithm   pic x(1).
           05 cm-cutover-date    pic x(8).
           05 cm-grace-days      pic 9(3).
           05 cm-run-date        pic x(8).
           05 cm-operator        pic x(3).
           05 cm-count-read      pic 9(8).
           05 cm-count-converted pic 9(8).
           05 cm-count-unchanged pic 9(8).
      *>****
