      *>   copy, so the log doesn't grow without bound.  Meant to be
      *>   run from the regular batch window, once a rotated log is
      *>   older than the shop's retention window.
      *>   Each archive taken is logged by ID (ARC0001I) in the
      *>   processing date's log, which is how dayclose knows an
      *>   archive was produced tonight that archver has to prove.
      *> Tectonics:
      *>   cobc -xj -I copybooks logarch.cbl
      *> SOURCE

       01 ws-record-count pic 9(6) value 0.

      *> the archive taken, logged by catalog ID through msglog
       01 ws-job-id pic x(8) value "LOGARCH".
       01 ws-append-count pic 9(4).
       01 ws-msg-id pic x(8) value "ARC0001I".
       01 ws-count-edit pic z(5)9.
       copy "msgvals.cpy".

      *> *****************
       procedure division.
      *> the log exactly ws-retention-days old as of today is the one

       perform append-catalog-record

       move spaces to msg-subst-values
       move ws-archive-date to msg-subst-value(1)
       move ws-archive-file-name to msg-subst-value(2)
       move ws-record-count to ws-count-edit
       move function trim(ws-count-edit) to msg-subst-value(3)
       call "msglog" using ws-job-id ws-append-count ws-msg-id
           msg-subst-values

      *> reinitialize the working log -- open output truncates it
       open output sourcefile
       display "open (purge) source: " sourcefile-status
