      *>   detail. COPY this into ERRHANDLE and anything that reads
      *>   ERRORLOG.TXT back, so the whole suite's operational
      *>   problems land in one place in one shape.
      *>   err-msg-id is the message-catalog ID (msgcat.cpy) when the
      *>   caller raised the entry by ID, spaces otherwise; errrpt
      *>   counts by it and looks its remedy up by it first.
      *> SOURCE
      *> ***************************************************************
       01 err-record.
           05 err-type      pic x(8).
           05 err-code      pic x(4).
           05 err-text      pic x(40).
           05 err-msg-id    pic x(8).
      *>****
