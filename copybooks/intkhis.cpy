      *> ***************************************************************
      *>****c* copybooks/intkhis
      *> Purpose:
      *>   One row of the permanent partner intake history
      *>   (CHKINTAK.HIS) that CHKBATCH appends for every feed it
      *>   handles, so a partner's quality can be followed long
      *>   after the day's log has gone to the archive.  Two kinds
      *>   of row share the layout:
      *>     F  feed    -- one per feed: the validation profile used,
      *>                   the disposition counts, the reject rate,
      *>                   whether the whole file was refused, and
      *>                   how many old-form numbers were converted
      *>                   under a check-algorithm migration
      *>     R  reason  -- one per distinct reject reason in that
      *>                   feed, with how many records it rejected
      *>   Both carry the partner, the partner's file date and our
      *>   business date, so the reason rows always tie back to
      *>   their feed.  Only ever appended; CHKSCORE reads it back.
      *> SOURCE
      *> ***************************************************************
       01 intake-hist-record.
           05 ih-type pic x(1).
               88 ih-is-feed   value "F".
               88 ih-is-reason value "R".
           05 ih-partner       pic x(8).
           05 ih-file-date     pic x(8).
           05 ih-business-date pic x(8).
           05 ih-body          pic x(60).
           05 ih-feed-body redefines ih-body.
               10 ih-algorithm    pic x(1).
               10 ih-length       pic 9(2).
               10 ih-profile-flag pic x(1).
                   88 ih-profile-on-file value "Y".
               10 ih-count-in     pic 9(6).
               10 ih-passed       pic 9(6).
               10 ih-failed       pic 9(6).
               10 ih-resub        pic 9(6).
               10 ih-stopped      pic 9(6).
               10 ih-reject-pct   pic 9(3).
               10 ih-whole-reject pic x(1).
                   88 ih-rejected-whole value "Y".
               10 ih-converted    pic 9(6).
               10 filler          pic x(16).
           05 ih-reason-body redefines ih-body.
               10 ih-reason       pic x(30).
               10 ih-reason-count pic 9(6).
               10 filler          pic x(24).
      *>****
