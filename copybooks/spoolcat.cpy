      *> ***************************************************************
      *>****c* copybooks/spoolcat
      *> Purpose:
      *>   One archived night in the print-spool catalog
      *>   (SPOOLCAT.DAT), kept by PRTASM: the business date whose
      *>   spool is archived as SPOOLyyyymmdd.TXT with its index
      *>   SPOOLyyyymmdd.NDX, how many lines, pages and section
      *>   copies it holds, and when it was written.  PRTASM drops
      *>   a night from the catalog, and deletes its two files,
      *>   once it is past the spool retention period; a rerun for
      *>   the same date replaces that date's entry.
      *> SOURCE
      *> ***************************************************************
       01 spool-catalog-record.
           05 sc-business-date pic x(8).
           05 sc-line-count    pic 9(6).
           05 sc-page-count    pic 9(4).
           05 sc-copy-count    pic 9(3).
           05 sc-written-ts    pic x(12).
      *>****
