      *>   No table (or no matching rule) routes to OPS with the
      *>   shop default age, so the pass degrades gracefully the
      *>   same way every other optional control file does.
      *> Clock changes:
      *>   alert stamps and the clock are local wall-clock time, so
      *>   an alert raised before the night's daylight-saving
      *>   changeover would age an hour too fast (clocks forward)
      *>   or too slow -- or not at all, stamped in the repeated
      *>   hour (clocks back).  Same-day ages go through dstspan
      *>   against DSTRULE.DAT, so the budget is judged on true
      *>   minutes, and an escalation says when it was.
      *> Tectonics:
      *>   cobc -xj -I copybooks alertesc.cbl
      *> SOURCE
       01 ws-overdue-switch pic x(1) value "N".
           88 ws-alert-overdue value "Y".

      *> staged arguments for dstspan: today, the raise stamp and
      *> the clock as MMDDhhmmss, and back the true seconds between
      *> and which changeover, if any, lies between them
       01 ws-dst-ref-date pic x(8).
       01 ws-dst-from-ts pic x(10).
       01 ws-dst-to-ts pic x(10).
       01 ws-dst-elapsed pic s9(7).
       01 ws-dst-change pic x(1).
           88 ws-dst-no-change value space.

       01 ws-checked-count pic 9(3) value 0.
       01 ws-escalated-count pic 9(3) value 0.


           perform append-escalation-record
           add 1 to ws-escalated-count
           if not ws-dst-no-change
               display "alertesc: alert from " alert-job-id
                   " at " alert-timestamp " aged across tonight's "
                   "clock change -- " ws-age-minutes " true min"
           end-if

           move spaces to ws-append-message
           string "alert from " function trim(alert-job-id)
       compute-alert-age.
           move "N" to ws-overdue-switch
           move 0 to ws-age-minutes
           move space to ws-dst-change
           if alert-timestamp(1:4) = ws-now-ts(1:4)
               move alert-timestamp(5:6) to ws-time-in
               perform time-to-seconds
      *> only be a stale stamp; call it a day old and overdue
                   move 9999 to ws-age-minutes
               end-if
      *> -- unless the clocks changed in between, when dstspan's
      *> true seconds stand instead; that includes an alert raised
      *> in the repeated hour before the clocks went back
               move function current-date(1:8) to ws-dst-ref-date
               move alert-timestamp(1:10) to ws-dst-from-ts
               move ws-now-ts(1:10) to ws-dst-to-ts
               call "dstspan" using ws-dst-ref-date ws-dst-from-ts
                   ws-dst-to-ts ws-dst-elapsed ws-dst-change
               if not ws-dst-no-change
                   if ws-dst-elapsed >= 0
                       compute ws-age-minutes = ws-dst-elapsed / 60
                   else
                       move space to ws-dst-change
                   end-if
               end-if
           else
               move 9999 to ws-age-minutes
           end-if
