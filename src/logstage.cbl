      *>   the TST-prefixed staging files, so an afternoon
      *>   rehearsal can never eat the records the real night was
      *>   supposed to post.
      *>   Outside processes do not know the shop's account-number
      *>   mask, so every staged record is put under it (acctmask)
      *>   as it is read -- the reject file gets the masked text as
      *>   surely as the log does.
      *> Tectonics:
      *>   cobc -xj -I copybooks logstage.cbl
      *> SOURCE

       01 ws-reject-reason pic x(30).

      *> the whole staged line, excess and all, for the mask -- a
      *> number running over the agreed length is masked before
      *> the reject file ever sees its front half
       01 ws-stage-length pic 9(3) value 200.

      *> staged arguments for CALL 'appender', sized to exactly
      *> match its linkage items
       01 ws-post-job-id pic x(8).
      *> file with its reason, everything else goes into the day's
      *> log under the outside job's own id
       intake-one-record.
           call "acctmask" using stage-input-record ws-stage-length
           move stage-input-agreed to stage-record
           move spaces to ws-reject-reason

