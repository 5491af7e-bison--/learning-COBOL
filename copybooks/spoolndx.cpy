      *> ***************************************************************
      *>****c* copybooks/spoolndx
      *> Purpose:
      *>   One entry of a night's print-spool index (SPOOLyyyymmdd.NDX,
      *>   beside the archived spool SPOOLyyyymmdd.TXT).  PRTASM
      *>   writes one per copy of each section as it spools it: the
      *>   section's place in the print order, its job name, title
      *>   and recipient, which copy of how many, the spool line its
      *>   separator page starts on and how many lines the copy runs
      *>   to, eject included, and the same in spool pages -- a page
      *>   being everything up to and including a form-feed line.
      *>   PRTREPR finds a recipient's pile, a section or a page
      *>   range through it without rereading the reports.
      *> SOURCE
      *> ***************************************************************
       01 spool-index-record.
           05 sx-section-no  pic 9(2).
           05 sx-job-name    pic x(8).
           05 sx-title       pic x(30).
           05 sx-recipient   pic x(20).
           05 sx-copy-no     pic 9(1).
           05 sx-copies      pic 9(1).
           05 sx-start-line  pic 9(6).
           05 sx-line-count  pic 9(6).
           05 sx-start-page  pic 9(4).
           05 sx-page-count  pic 9(4).
      *>****
