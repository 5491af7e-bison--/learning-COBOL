      *>   naming the job and how many minutes late it is.  Runnable
      *>   at any point in or after the window; a hung chain shows
      *>   up when this runs, not when the morning shift arrives.
      *>   Deadlines and the clock are local wall-clock time, so on
      *>   the nights the clocks change a deadline on the far side
      *>   of the changeover reads an hour too late or too early.
      *>   A lateness that crosses a changeover (DSTRULE.DAT, worked
      *>   out by dstspan) is measured in true minutes instead, and
      *>   the display and the CRI say the figure was adjusted.
      *> Tectonics:
      *>   cobc -xj -I copybooks slamon.cbl
      *> SOURCE
       01 ws-late-seconds pic 9(5).
       01 ws-late-minutes pic 9(4).

      *> staged arguments for dstspan: today, the deadline and the
      *> clock as MMDDhhmmss, and back the true seconds between and
      *> which changeover, if any, lies between them
       01 ws-dst-ref-date pic x(8).
       01 ws-dst-from-ts pic x(10).
       01 ws-dst-to-ts pic x(10).
       01 ws-dst-elapsed pic s9(7).
       01 ws-dst-change pic x(1).
           88 ws-dst-no-change value space.
       01 ws-dst-note pic x(9).

       01 ws-sched-count pic 99 value 0.
       01 ws-breach-count pic 99 value 0.

               exit paragraph
           end-if

      *> on a changeover night the wall-clock gap between deadline
      *> and clock is an hour out; dstspan gives the true one
           move spaces to ws-dst-note
           move function current-date(1:8) to ws-dst-ref-date
           move function current-date(5:4) to ws-dst-from-ts(1:4)
           move sch-deadline to ws-dst-from-ts(5:6)
           move function current-date(5:10) to ws-dst-to-ts
           call "dstspan" using ws-dst-ref-date ws-dst-from-ts
               ws-dst-to-ts ws-dst-elapsed ws-dst-change
           if not ws-dst-no-change
               if ws-dst-elapsed <= 0
                   display sch-job-id " not ended, deadline "
                       sch-deadline " not reached yet (clocks "
                       "changed tonight)"
                   exit paragraph
               end-if
               move ws-dst-elapsed to ws-late-seconds
               move " DST adj" to ws-dst-note
           end-if

           add 1 to ws-breach-count
           compute ws-late-minutes = ws-late-seconds / 60

           display sch-job-id " *** PAST DEADLINE *** "
               sch-deadline ", " ws-late-minutes " minute(s) late"
           if not ws-dst-no-change
               display "    clocks changed tonight -- lateness "
                   "is in true minutes, not wall-clock"
           end-if

           move spaces to ws-append-message
           string "job " function trim(sch-job-id)
               " past " sch-deadline " by "
               ws-late-minutes " min, no end record"
               ws-dst-note
               delimited by size
               into ws-append-message
           end-string
