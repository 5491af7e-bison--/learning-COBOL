      *> ***************************************************************
      *>****c* copybooks/ackrec
      *> Purpose:
      *>   One record of the outbound partner acknowledgment file
      *>   (ACKppppppppyyyymmdd.DAT -- partner id and the partner's
      *>   own file date) in the fixed 80-byte layout agreed with the
      *>   partners.  ack-type says which view of the body applies:
      *>     H  header   -- echoes the partner's file date and the
      *>                    record count its trailer claimed
      *>     D  detail   -- one submitted account and what became of
      *>                    it: ACC accepted, REJ rejected (with the
      *>                    reject reason), RES resubmitted (with the
      *>                    date we first accepted it), STP stopped
      *>                    because the account is closed or blocked
      *>     T  trailer  -- the disposition totals
      *>     N  NAK      -- the whole file refused, with the control
      *>                    total fault; the only record in the file
      *>     R  recon    -- closes a reconciliation return file
      *>                    (CHKRECON) in place of T: the reconciled
      *>                    totals.  Its details carry one of three
      *>                    exception dispositions instead: NOM on
      *>                    the partner's list, not on our master;
      *>                    NOL on our master, not on the list; CKD
      *>                    on both with a different check digit
      *>   COPY this into anything that writes or reads an
      *>   acknowledgment, so the partners always get the same bytes.
      *> SOURCE
      *> ***************************************************************
       01 ack-record.
           05 ack-type pic x(1).
               88 ack-is-header  value "H".
               88 ack-is-detail  value "D".
               88 ack-is-trailer value "T".
               88 ack-is-nak     value "N".
               88 ack-is-recon   value "R".
           05 ack-body pic x(79).
           05 ack-header-body redefines ack-body.
               10 ackh-partner      pic x(8).
               10 ackh-file-date    pic x(8).
               10 ackh-count        pic 9(6).
               10 ackh-process-date pic x(8).
               10 filler            pic x(49).
           05 ack-detail-body redefines ack-body.
               10 ackd-digits      pic x(18).
               10 ackd-check       pic x(1).
               10 ackd-disposition pic x(3).
                   88 ackd-accepted    value "ACC".
                   88 ackd-rejected    value "REJ".
                   88 ackd-resubmitted value "RES".
                   88 ackd-stopped     value "STP".
                   88 ackd-not-on-master value "NOM".
                   88 ackd-not-on-list   value "NOL".
                   88 ackd-check-differs value "CKD".
               10 ackd-reason      pic x(30).
               10 ackd-first-date  pic x(8).
               10 filler           pic x(19).
           05 ack-trailer-body redefines ack-body.
               10 ackt-count-in    pic 9(6).
               10 ackt-accepted    pic 9(6).
               10 ackt-rejected    pic 9(6).
               10 ackt-resubmitted pic 9(6).
               10 ackt-stopped     pic 9(6).
               10 filler           pic x(49).
           05 ack-nak-body redefines ack-body.
               10 ackn-partner   pic x(8).
               10 ackn-file-date pic x(8).
               10 ackn-fault     pic x(60).
               10 filler         pic x(3).
           05 ack-recon-body redefines ack-body.
               10 ackr-listed      pic 9(6).
               10 ackr-on-master   pic 9(6).
               10 ackr-agreed      pic 9(6).
               10 ackr-not-ours    pic 9(6).
               10 ackr-not-theirs  pic 9(6).
               10 ackr-check-diffs pic 9(6).
               10 filler           pic x(43).
      *>****
