      *>   in log-message), so a day's file is self-describing and a
      *>   reconciliation run can confirm a job that started also
      *>   ended cleanly.
      *>   log-msg-id carries the message-catalog ID (MSGCAT.DAT,
      *>   msgcat.cpy) of an entry written by ID through msglog --
      *>   or stamped by the writer for its own standard events --
      *>   so logscan, errrpt and logexp can match and count on the
      *>   ID instead of on wording.  Free-text entries, and every
      *>   entry written before the catalog existed, carry spaces.
      *>   log-chain-hash is the day's running hash: loghash over
      *>   the previous record's log-chain-hash and this record's
      *>   first 182 bytes (everything ahead of the hash itself),
      *>   the day's first record chaining from all zeros.  logger
      *>   and appender stamp it on every record they write, logseal
      *>   seals the day's last value into LOGSEAL.DAT at day close,
      *>   and sealver recomputes it to prove nobody edited the day.
      *> SOURCE
      *> ***************************************************************
       01 log-record.
               88 log-severity-is-warning  value "WRN".
               88 log-severity-is-info     value "INF".
           05 log-message   pic x(150).
           05 log-msg-id    pic x(8).
           05 log-chain-hash pic x(16).
      *>****
