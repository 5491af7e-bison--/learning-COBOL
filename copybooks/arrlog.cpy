      *> ***************************************************************
      *>****c* copybooks/arrlog
      *> Purpose:
      *>   One finding of the inbound arrival monitor, appended to
      *>   ARRIVALS.DAT by arrmon whenever a partner's state for the
      *>   business date changes: its file seen (on time, early,
      *>   late, or after the cut-off had already been called), or
      *>   no file yet past the latest time or past the cut-off.
      *>   The newest row for a partner and date is its standing
      *>   state -- arrmon reads it back so a rerun half an hour
      *>   later does not raise the same alert twice, and handover
      *>   reports it next to the SLA breaches.  al-check-time is
      *>   when the monitor saw it, so for an arrival it is the
      *>   latest the file can have landed, not the moment it did.
      *> SOURCE
      *> ***************************************************************
       01 arrival-log-record.
           05 al-business-date pic x(8).
           05 al-partner       pic x(8).
           05 al-check-time    pic 9(6).
           05 al-finding       pic x(1).
               88 al-arrived-in-window   value "A".
               88 al-arrived-early       value "E".
               88 al-arrived-late        value "T".
               88 al-arrived-after-cutoff value "X".
               88 al-has-arrived         value "A" "E" "T" "X".
               88 al-not-arrived-late    value "L".
               88 al-missed-cutoff       value "M".
           05 al-count         pic 9(6).
           05 al-volume-flag   pic x(1).
               88 al-volume-outside value "Y".
           05 al-file-name     pic x(30).
      *>****
