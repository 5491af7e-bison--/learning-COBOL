      *>   and "WHEEE2B is hung" shows up at overrun time, not at
      *>   6 a.m.  A step with budget 000 (or none keyed) is never
      *>   judged -- the pre-budget behavior.
      *>   The start stamp and the clock are local wall-clock time,
      *>   so a step running across the night's changeover would
      *>   read an hour long (clocks forward) or short -- or, in
      *>   the repeated hour, started in the future (clocks back).
      *>   Its runtime is measured through dstspan against
      *>   DSTRULE.DAT, so the budget is judged on true minutes,
      *>   and the display says when the clocks changed under it.
      *> Tectonics:
      *>   cobc -xj -I copybooks runwatch.cbl
      *> SOURCE
       01 ws-start-secs pic 9(5).
       01 ws-run-minutes pic 9(4) value 0.

      *> staged arguments for dstspan: today, the start and the
      *> clock as MMDDhhmmss, and back the true seconds between and
      *> which changeover, if any, lies between them
       01 ws-dst-ref-date pic x(8).
       01 ws-dst-from-ts pic x(10).
       01 ws-dst-to-ts pic x(10).
       01 ws-dst-elapsed pic s9(7).
       01 ws-dst-change pic x(1).
           88 ws-dst-no-change value space.

       01 ws-started-count pic 99 value 0.
       01 ws-overrun-count pic 99 value 0.

           end-perform

           perform compute-run-minutes
           if not ws-dst-no-change
               display rnf-program " started before the clocks "
                   "changed tonight -- minutes are true, not "
                   "wall-clock"
           end-if

           if ws-step-budget = 0
               display rnf-program " STARTED " ws-run-minutes
      *> come from the HHMMSS difference; a start on an earlier
      *> MMDD (or a stamp later than the clock) is a night old and
      *> past any budget this file can hold
      *> -- except across a daylight-saving changeover, where
      *> dstspan's true seconds replace the clock difference
       compute-run-minutes.
           move space to ws-dst-change
           if rnf-start-ts(1:4) = ws-now-ts(1:4)
               move rnf-start-ts(5:6) to ws-time-in
               perform time-to-seconds
               else
                   move 9999 to ws-run-minutes
               end-if
               move function current-date(1:8) to ws-dst-ref-date
               move rnf-start-ts(1:10) to ws-dst-from-ts
               move ws-now-ts(1:10) to ws-dst-to-ts
               call "dstspan" using ws-dst-ref-date ws-dst-from-ts
                   ws-dst-to-ts ws-dst-elapsed ws-dst-change
               if not ws-dst-no-change
                   if ws-dst-elapsed >= 0
                       compute ws-run-minutes = ws-dst-elapsed / 60
                   else
                       move space to ws-dst-change
                   end-if
               end-if
           else
               move 9999 to ws-run-minutes
           end-if.
