      *>   before the window overruns, not after.  Prints through
      *>   the shared rptpage layer: repeated page headings, fixed
      *>   page length, end-of-report trailer.
      *>   The stamps are local wall-clock time, so on the nights the
      *>   clocks change a runtime across the changeover would read
      *>   an hour long or short (or, falling back, negative).  Each
      *>   pair is also put through dstspan against the shop's
      *>   DSTRULE.DAT; a span that crosses a changeover prints -- and
      *>   goes to the history -- at its true length, with a line
      *>   under it saying the clocks changed and what the wall
      *>   clock made it.
      *> Tectonics:
      *>   cobc -xj -I copybooks logelaps.cbl
      *> SOURCE
               10 ws-jt-job-id     pic x(8).
               10 ws-jt-start-secs pic 9(5).
               10 ws-jt-end-secs   pic 9(5).
               10 ws-jt-start-ts   pic x(10).
               10 ws-jt-end-ts     pic x(10).
               10 ws-jt-flags.
                   15 ws-jt-has-start pic x(1).
                   15 ws-jt-has-end   pic x(1).
           88 ws-chain-last-seen value "Y".
       01 ws-chain-elapsed pic 9(5).
       01 ws-paired-count pic 99 value 0.
       01 ws-chain-first-ts pic x(10).
       01 ws-chain-last-ts pic x(10).

      *> staged arguments for dstspan: the span's two stamps, and
      *> back the true seconds and which changeover, if any, lies
      *> inside it; ws-wall-elapsed keeps what the clock said
       01 ws-dst-from-ts pic x(10).
       01 ws-dst-to-ts pic x(10).
       01 ws-dst-elapsed pic s9(7).
       01 ws-dst-change pic x(1).
           88 ws-dst-no-change value space.
           88 ws-dst-sprang    value "S".
       01 ws-wall-elapsed pic 9(5).

      *> staged arguments for the shared report-page layer, each
      *> sized to exactly match rptpage's linkage items
               compute ws-chain-elapsed =
                   ws-chain-last - ws-chain-first + 86400
           end-if
           move ws-chain-first-ts to ws-dst-from-ts
           move ws-chain-last-ts to ws-dst-to-ts
           move ws-chain-elapsed to ws-wall-elapsed
           perform check-clock-change
           if not ws-dst-no-change
               move ws-dst-elapsed to ws-chain-elapsed
           end-if
           move spaces to ws-rpt-line
           string "total chain duration: " ws-chain-elapsed
               " second(s)"
               into ws-rpt-line
           end-string
           perform put-report-line
           perform note-clock-change
           if ws-history-usable
               move "*CHAIN*" to hel-job-id
               move ws-chain-elapsed to hel-elapsed
           perform time-to-seconds
           if log-rec-is-start
               move ws-time-secs to ws-jt-start-secs(ws-job-sub)
               move log-timestamp(1:10) to ws-jt-start-ts(ws-job-sub)
               move "Y" to ws-jt-has-start(ws-job-sub)
               if not ws-chain-first-seen
                   set ws-chain-first-seen to true
                   move ws-time-secs to ws-chain-first
                   move log-timestamp(1:10) to ws-chain-first-ts
               end-if
           else
               move ws-time-secs to ws-jt-end-secs(ws-job-sub)
               move log-timestamp(1:10) to ws-jt-end-ts(ws-job-sub)
               move "Y" to ws-jt-has-end(ws-job-sub)
               set ws-chain-last-seen to true
               move ws-time-secs to ws-chain-last
               move log-timestamp(1:10) to ws-chain-last-ts
           end-if.

      *> *****************
                           ws-jt-end-secs(ws-job-sub)
                           - ws-jt-start-secs(ws-job-sub) + 86400
                   end-if
                   move ws-jt-start-ts(ws-job-sub) to ws-dst-from-ts
                   move ws-jt-end-ts(ws-job-sub) to ws-dst-to-ts
                   move ws-elapsed to ws-wall-elapsed
                   perform check-clock-change
                   if not ws-dst-no-change
                       move ws-dst-elapsed to ws-elapsed
                   end-if
                   move spaces to ws-rpt-line
                   string ws-jt-job-id(ws-job-sub) " ran "
                       ws-elapsed " second(s)"
                       into ws-rpt-line
                   end-string
                   perform put-report-line
                   perform note-clock-change
                   add 1 to ws-paired-count
                   if ws-history-usable
                       move ws-jt-job-id(ws-job-sub) to hel-job-id
                   perform put-report-line
           end-evaluate.

      *> *****************
      *> the span in ws-dst-from-ts/ws-dst-to-ts against the shop's
      *> daylight-saving changeovers; a negative true length can
      *> only be a bad stamp, and is left to the wall-clock figure
       check-clock-change.
           call "dstspan" using ws-report-date ws-dst-from-ts
               ws-dst-to-ts ws-dst-elapsed ws-dst-change
           if ws-dst-elapsed < 0
               move space to ws-dst-change
           end-if.

      *> *****************
      *> the line under a span the clocks changed inside, so the
      *> morning reader knows why it disagrees with the wall clock
       note-clock-change.
           if ws-dst-no-change
               exit paragraph
           end-if
           move spaces to ws-rpt-line
           if ws-dst-sprang
               string "    clocks went FORWARD during this span -- "
                   "wall clock showed " ws-wall-elapsed
                   " second(s)"
                   delimited by size
                   into ws-rpt-line
               end-string
           else
               string "    clocks went BACK during this span -- "
                   "wall clock showed " ws-wall-elapsed
                   " second(s)"
                   delimited by size
                   into ws-rpt-line
               end-string
           end-if
           perform put-report-line.

      *> *****************
       put-report-line.
           move "L" to ws-rpt-action
