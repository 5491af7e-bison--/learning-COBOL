      *> ***************************************************************
      *>****c* copybooks/sealrec
      *> Purpose:
      *>   One day's seal in LOGSEAL.DAT, the permanent seal file
      *>   logseal appends to at day close and sealver reads back.
      *>   sl-chain-value is the log-chain-hash of the day's last
      *>   record when it was sealed, sl-record-count how many
      *>   records that covered.  The seals chain too: sl-prev-seal
      *>   is the sl-seal-value of the seal before it (all zeros for
      *>   the first seal ever taken), and sl-seal-value is loghash
      *>   over sl-prev-seal and this record's first 50 bytes, so a
      *>   seal quietly rewritten or dropped breaks every seal after
      *>   it.  The file is only ever appended to.
      *> SOURCE
      *> ***************************************************************
       01 seal-record.
           05 sl-business-date pic x(8).
           05 sl-record-count  pic 9(6).
           05 sl-chain-value   pic x(16).
           05 sl-timestamp     pic x(12).
           05 sl-sealed-by     pic x(8).
           05 sl-prev-seal     pic x(16).
           05 sl-seal-value    pic x(16).
      *>****
