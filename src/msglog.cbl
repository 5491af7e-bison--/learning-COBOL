      *> ***************************************************************
      *>****p* samples/msglog
      *> Purpose:
      *>   Log by message ID.  A caller that used to STRING its own
      *>   wording into a 60-byte message and hand it to appender
      *>   hands this the event's catalog ID and up to three
      *>   substitution values instead; the text and severity come
      *>   from the message catalog through msgtext, and appender
      *>   writes the entry with the ID on it (log-msg-id), where
      *>   logscan, errrpt, logexp and msgrpt find it.  An ID not on
      *>   the catalog is still logged -- the ID and values as
      *>   text, the severity its last letter names -- with a
      *>   console note so the catalog gets the row it is missing.
      *>   Same job-id / write-count / optional record-type
      *>   arguments as appender itself.
      *> Tectonics:
      *>   cobc -xj -I copybooks msglog.cbl
      *> SOURCE
      *> ***************************************************************
       identification division.
       program-id. msglog.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       data division.
       working-storage section.
      *> the entry as the catalog spells it, staged for appender
       01 ws-msg-text pic x(60).
       01 ws-msg-severity pic x(3).
       01 ws-msg-found pic x(1).
           88 ws-msg-on-catalog value "Y".
       01 ws-rec-type pic x(1).

       linkage section.
      *> the caller's job id and appender's write count, passed on
       01 lk-job-id pic x(8).
       01 lk-write-count pic 9(4).

      *> the event's catalog ID and its substitution values
       01 lk-msg-id pic x(8).
       01 lk-msg-values.
           05 lk-msg-value pic x(20) occurs 3 times.

      *> optional S/E bookend type, exactly as appender takes it
       01 lk-rec-type pic x(1).

      *> *****************
       procedure division using lk-job-id lk-write-count lk-msg-id
               lk-msg-values optional lk-rec-type.
       move "N" to ws-msg-found
       call "msgtext" using lk-msg-id lk-msg-values ws-msg-text
           ws-msg-severity ws-msg-found
       if not ws-msg-on-catalog
           display "msglog: " lk-msg-id " is not on MSGCAT.DAT -- "
               "logged as " ws-msg-severity " with its values"
       end-if

       move "D" to ws-rec-type
       if lk-rec-type is not omitted
           move lk-rec-type to ws-rec-type
       end-if

       call "appender" using lk-job-id lk-write-count ws-msg-text
           ws-msg-severity ws-rec-type lk-msg-id
       goback.
      *>****
       end program msglog.
      *>****
