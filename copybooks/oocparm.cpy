      *> ***************************************************************
      *>****c* copybooks/oocparm
      *> Purpose:
      *>   The parameter-override card (OOCPARM.CRD, one record) that
      *>   OOCDISP writes just before it CALLs an out-of-cycle job and
      *>   empties again as soon as the job hands back.  A job that
      *>   takes an override reads the card and honors it only when
      *>   opc-job-name is its own name, so the night's normal run of
      *>   the same job never sees it.  SEPPAGE takes the override as
      *>   its page title.
      *> SOURCE
      *> ***************************************************************
       01 ooc-parm-card.
           05 opc-job-name pic x(8).
           05 opc-override pic x(40).
      *>****
