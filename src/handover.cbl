      *>   verdict and per-step outcomes from NITEBATCH.RUN, every
      *>   alert still waiting for a sign-off in ALERTS.DAT, the
      *>   day's reconciliation verdict from LOGRECON.HIS, the jobs
      *>   that missed their SLASCHED.DAT deadline, where each
      *>   partner's inbound file stood when arrmon last looked
      *>   (ARRIVALS.DAT), and the three longest-running jobs from
      *>   the log's S/E bookends -- all for the business date the
      *>   processing card hands back.
      *>   Run it first thing; the night arrives as one page, not a
      *>   scavenger hunt.
      *>   On a night the clocks changed, a runtime across the
      *>   changeover is taken at its true length from dstspan
      *>   (DSTRULE.DAT), the same figure logelaps prints, and is
      *>   marked so the ranking is not an hour out.
      *> Tectonics:
      *>   cobc -xj -I copybooks handover.cbl
      *> SOURCE
           organization is line sequential
           file status is schedfile-status
           .
           select arrfile
           assign to "ARRIVALS.DAT"
           organization is line sequential
           file status is arrfile-status
           .
           select testfile
           assign to ws-log-file-name
           organization is sequential
           05 sch-job-id   pic x(8).
           05 sch-deadline pic 9(6).

       fd arrfile.
           copy "arrlog.cpy".

       fd testfile
          record is varying in size from 0 to 200 characters
             depending on actual.
       01 historyfile-status redefines historyfile-real pic 99.
       01 schedfile-real pic xx.
       01 schedfile-status redefines schedfile-real pic 99.
       01 arrfile-real pic xx.
       01 arrfile-status redefines arrfile-real pic 99.
       01 testfile-real pic xx.
       01 testfile-status redefines testfile-real pic 99.

           88 ws-his-eof value "Y".
       01 ws-sched-eof-switch pic x(1) value "N".
           88 ws-sched-eof value "Y".
       01 ws-arr-eof-switch pic x(1) value "N".
           88 ws-arr-eof value "Y".
       01 ws-log-eof-switch pic x(1) value "N".
           88 ws-log-eof value "Y".

       01 ws-sched-count pic 99 value 0.
       01 ws-breach-count pic 99 value 0.

      *> each partner's standing arrival finding for the date,
      *> newest ARRIVALS.DAT row wins -- the rule arrmon itself
      *> reads the file back by
       01 ws-arrival-table.
           05 ws-arrival-entry occurs 50 times.
               10 ws-ar-partner pic x(8).
               10 ws-ar-row     pic x(60).
       01 ws-arrival-count pic 99 value 0.
       01 ws-arrival-sub pic 99 value 0.
       01 ws-arrival-found-switch pic x(1) value "N".
           88 ws-arrival-found value "Y".
       01 ws-arrival-trouble pic 99 value 0.
       01 ws-finding-text pic x(30).

      *> per-job bookend pairing, the same shape logelaps keeps
       01 ws-job-table.
           05 ws-job-entry occurs 50 times.
               10 ws-jt-job-id     pic x(8).
               10 ws-jt-start-secs pic 9(5).
               10 ws-jt-end-secs   pic 9(5).
               10 ws-jt-start-ts   pic x(10).
               10 ws-jt-end-ts     pic x(10).
               10 ws-jt-elapsed    pic 9(5).
               10 ws-jt-change     pic x(1).
               10 ws-jt-flags.
                   15 ws-jt-has-start pic x(1).
                   15 ws-jt-has-end   pic x(1).
           05 ws-top-entry occurs 3 times.
               10 ws-top-job-id  pic x(8).
               10 ws-top-elapsed pic 9(5).
               10 ws-top-change  pic x(1).
       01 ws-top-sub pic 9 value 0.
       01 ws-top-hold-job pic x(8).
       01 ws-top-hold-secs pic 9(5).
       01 ws-top-hold-change pic x(1).
       01 ws-top-changed-switch pic x(1) value "N".
           88 ws-top-any-changed value "Y".

      *> staged arguments for dstspan: a job's two bookend stamps,
      *> and back the true seconds and which changeover, if any,
      *> lies inside the run
       01 ws-dst-from-ts pic x(10).
       01 ws-dst-to-ts pic x(10).
       01 ws-dst-elapsed pic s9(7).
       01 ws-dst-change pic x(1).
           88 ws-dst-no-change value space.

      *> HHMMSS-to-seconds, the same shape logelaps and slamon use
       01 ws-time-in pic 9(6).
       perform report-recon-verdict
       perform load-job-bookends
       perform report-sla-breaches
       perform report-partner-arrivals
       perform report-longest-jobs

       display "=================================================="
               move 0 to ws-jt-start-secs(ws-job-sub)
               move 0 to ws-jt-end-secs(ws-job-sub)
               move 0 to ws-jt-elapsed(ws-job-sub)
               move space to ws-jt-change(ws-job-sub)
               move "N" to ws-jt-has-start(ws-job-sub)
               move "N" to ws-jt-has-end(ws-job-sub)
           end-if
           perform time-to-seconds
           if log-rec-is-start
               move ws-time-secs to ws-jt-start-secs(ws-job-sub)
               move log-timestamp(1:10) to ws-jt-start-ts(ws-job-sub)
               move "Y" to ws-jt-has-start(ws-job-sub)
           else
               move ws-time-secs to ws-jt-end-secs(ws-job-sub)
               move log-timestamp(1:10) to ws-jt-end-ts(ws-job-sub)
               move "Y" to ws-jt-has-end(ws-job-sub)
               if ws-ended-count < 50
                   add 1 to ws-ended-count
                   " never ended (deadline " sch-deadline ")"
           end-if.

      *> *****************
      *> the partner side of the same question: each partner's
      *> last standing finding from the arrival monitor -- a file
      *> that never came, or came late, early, or the wrong size,
      *> is as much the night's story as a job that overran
       report-partner-arrivals.
           display " "
           display "partner file arrivals (ARRIVALS.DAT):"
           open input arrfile
           if arrfile-status not = 0
               display "  no arrival findings on file -- arrmon has "
                   "never run"
               exit paragraph
           end-if
           move "N" to ws-arr-eof-switch
           perform until ws-arr-eof
               read arrfile
                   at end set ws-arr-eof to true
                   not at end
                       if al-business-date = ws-report-date
                           perform keep-arrival-finding
                       end-if
               end-read
           end-perform
           close arrfile
           if ws-arrival-count = 0
               display "  arrmon recorded nothing for "
                   ws-report-date
               exit paragraph
           end-if
           perform varying ws-arrival-sub from 1 by 1
                   until ws-arrival-sub > ws-arrival-count
               move ws-ar-row(ws-arrival-sub) to arrival-log-record
               perform show-arrival-finding
           end-perform
           if ws-arrival-trouble = 0
               display "  all " ws-arrival-count " partner file(s) "
                   "in on time"
           end-if.

      *> *****************
       keep-arrival-finding.
           move "N" to ws-arrival-found-switch
           perform varying ws-arrival-sub from 1 by 1
                   until ws-arrival-sub > ws-arrival-count
                       or ws-arrival-found
               if ws-ar-partner(ws-arrival-sub) = al-partner
                   set ws-arrival-found to true
                   subtract 1 from ws-arrival-sub
               end-if
           end-perform
           if not ws-arrival-found
               if ws-arrival-count >= 50
                   exit paragraph
               end-if
               add 1 to ws-arrival-count
               move ws-arrival-count to ws-arrival-sub
               move al-partner to ws-ar-partner(ws-arrival-sub)
           end-if
           move arrival-log-record to ws-ar-row(ws-arrival-sub).

      *> *****************
       show-arrival-finding.
           evaluate true
               when al-arrived-in-window
                   move "in on time" to ws-finding-text
               when al-arrived-early
                   move "in EARLY" to ws-finding-text
               when al-arrived-late
                   move "in LATE" to ws-finding-text
               when al-arrived-after-cutoff
                   move "in AFTER CUT-OFF" to ws-finding-text
               when al-not-arrived-late
                   move "*** LATE *** not in" to ws-finding-text
               when al-missed-cutoff
                   move "*** MISSED CUT-OFF ***" to ws-finding-text
               when other
                   move "unknown finding" to ws-finding-text
           end-evaluate
           if not al-arrived-in-window or al-volume-outside
               add 1 to ws-arrival-trouble
           end-if
           if al-has-arrived
               if al-volume-outside
                   display "  " al-partner " " ws-finding-text
                       " seen " al-check-time ", " al-count
                       " record(s) *** VOLUME OUT OF RANGE ***"
               else
                   display "  " al-partner " " ws-finding-text
                       " seen " al-check-time ", " al-count
                       " record(s)"
               end-if
           else
               display "  " al-partner " " ws-finding-text
                   " as of " al-check-time " ("
                   function trim(al-file-name) ")"
           end-if.

      *> *****************
      *> the night's three longest runtimes, worst first -- the
      *> "what ate the window" answer without running logelaps and
                   until ws-top-sub > 3
               move spaces to ws-top-job-id(ws-top-sub)
               move 0 to ws-top-elapsed(ws-top-sub)
               move space to ws-top-change(ws-top-sub)
           end-perform
           perform varying ws-job-sub from 1 by 1
                   until ws-job-sub > ws-job-count
                           ws-jt-end-secs(ws-job-sub)
                           - ws-jt-start-secs(ws-job-sub) + 86400
                   end-if
      *> across a clock change the true length replaces the wall's
                   move ws-jt-start-ts(ws-job-sub) to ws-dst-from-ts
                   move ws-jt-end-ts(ws-job-sub) to ws-dst-to-ts
                   call "dstspan" using ws-report-date
                       ws-dst-from-ts ws-dst-to-ts ws-dst-elapsed
                       ws-dst-change
                   if not ws-dst-no-change and ws-dst-elapsed >= 0
                       move ws-dst-elapsed
                           to ws-jt-elapsed(ws-job-sub)
                       move ws-dst-change to ws-jt-change(ws-job-sub)
                   end-if
                   perform rank-one-runtime
               end-if
           end-perform
           perform varying ws-top-sub from 1 by 1
                   until ws-top-sub > 3
               if ws-top-job-id(ws-top-sub) not = spaces
                   if ws-top-change(ws-top-sub) = space
                       display "  " ws-top-job-id(ws-top-sub)
                           " ran " ws-top-elapsed(ws-top-sub)
                           " second(s)"
                   else
                       set ws-top-any-changed to true
                       display "  " ws-top-job-id(ws-top-sub)
                           " ran " ws-top-elapsed(ws-top-sub)
                           " second(s) *"
                   end-if
               end-if
           end-perform
           if ws-top-any-changed
               display "  * ran across tonight's clock change -- "
                   "true length, not wall-clock"
           end-if.

      *> *****************
      *> bubble the finished job into the top-three table; anything
       rank-one-runtime.
           move ws-jt-job-id(ws-job-sub) to ws-top-hold-job
           move ws-jt-elapsed(ws-job-sub) to ws-top-hold-secs
           move ws-jt-change(ws-job-sub) to ws-top-hold-change
           perform varying ws-top-sub from 1 by 1
                   until ws-top-sub > 3
               if ws-top-hold-secs > ws-top-elapsed(ws-top-sub)
                       to ws-jt-job-id(ws-job-sub)
                   move ws-top-elapsed(ws-top-sub)
                       to ws-jt-elapsed(ws-job-sub)
                   move ws-top-change(ws-top-sub)
                       to ws-jt-change(ws-job-sub)
                   move ws-top-hold-job
                       to ws-top-job-id(ws-top-sub)
                   move ws-top-hold-secs
                       to ws-top-elapsed(ws-top-sub)
                   move ws-top-hold-change
                       to ws-top-change(ws-top-sub)
                   move ws-jt-job-id(ws-job-sub) to ws-top-hold-job
                   move ws-jt-elapsed(ws-job-sub)
                       to ws-top-hold-secs
                   move ws-jt-change(ws-job-sub)
                       to ws-top-hold-change
               end-if
           end-perform.

