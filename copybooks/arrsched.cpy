      *> ***************************************************************
      *>****c* copybooks/arrsched
      *> Purpose:
      *>   One partner's row on the inbound arrival schedule
      *>   (ARRSCHED.DAT), keyed in by operations and read by arrmon
      *>   every time it runs.  The day types the feed is expected
      *>   on are shop-calendar types (B business, P period-end, W
      *>   weekend, H holiday -- see callook), so a partner that
      *>   does not send on a holiday is not chased for one; blank
      *>   means business and period-end days.  The three times are
      *>   HHMMSS: arrival before as-earliest is early, after
      *>   as-latest is late, and no file by as-cutoff is a missed
      *>   feed.  The volume range is the trailer count the partner
      *>   normally sends; a file outside it is flagged.
      *>   as-file-name is where the partner drops the file when
      *>   tonight's CHKMANIF.DAT does not name it; blank means the
      *>   classic ACCTIN.DAT.
      *> SOURCE
      *> ***************************************************************
       01 arrival-sched-record.
           05 as-partner      pic x(8).
           05 as-day-types    pic x(4).
           05 as-earliest     pic 9(6).
           05 as-latest       pic 9(6).
           05 as-cutoff       pic 9(6).
           05 as-volume-low   pic 9(6).
           05 as-volume-high  pic 9(6).
           05 as-file-name    pic x(30).
      *>****
