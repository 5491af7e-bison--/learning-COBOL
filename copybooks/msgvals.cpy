      *> ***************************************************************
      *>****c* copybooks/msgvals
      *> Purpose:
      *>   The substitution values a caller hands msglog, msgtext or
      *>   errhandle along with a message-catalog ID: value 1 goes
      *>   where the template says &1, and so on.  Each value is
      *>   trimmed before it goes in; a slot the template does not
      *>   use is ignored, a value left blank drops out.
      *> SOURCE
      *> ***************************************************************
       01 msg-subst-values.
           05 msg-subst-value pic x(20) occurs 3 times.
      *>****
