      *> ***************************************************************
      *>****p* samples/dstspan
      *> Purpose:
      *>   Daylight-saving-safe span subprogram.  The suite's
      *>   MMDDHHMMSShh timestamps are local wall-clock time with no
      *>   year and no offset, so a span that crosses a changeover
      *>   reads an hour long or an hour short -- and on the
      *>   fall-back night an end stamped in the repeated hour can
      *>   read earlier than its start.  A caller hands this a
      *>   reference date (the business date, or today, for the
      *>   year the stamps fall in) and two MMDDhhmmss stamps, and
      *>   gets back the true seconds from the first to the second
      *>   and which changeover, if any, lies between them: S the
      *>   clocks went forward, F the clocks went back, space
      *>   neither.  The changeovers come from DSTRULE.DAT
      *>   (dstrule.cpy): a dated row for the year if one is keyed,
      *>   otherwise the standing month/week/weekday rule.  A stamp
      *>   in the repeated hour is taken as the first pass through
      *>   it unless that would put the end before the start.  No
      *>   rule file, or no rule for the year, means no changeover
      *>   is ever reported -- callers keep their own arithmetic,
      *>   exactly as before the file existed.
      *> Tectonics:
      *>   cobc -xj -I copybooks dstspan.cbl
      *> SOURCE
      *> ***************************************************************
       identification division.
       program-id. dstspan.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select rulefile
           assign to "DSTRULE.DAT"
           organization is line sequential
           file status is rulefile-status
           .

       data division.
       file section.
       fd rulefile.
       01 rule-line pic x(20).

       working-storage section.
       01 rulefile-real pic xx.
       01 rulefile-status redefines rulefile-real pic 99.

       01 ws-eof-switch pic x(1) value "N".
           88 ws-eof value "Y".

      *> the rule file is read once, on the first call of the run
       01 ws-loaded-switch pic x(1) value "N".
           88 ws-rules-loaded value "Y".
       01 ws-rule-table.
           05 ws-rule-entry occurs 40 times pic x(20).
       01 ws-rule-count pic 99 value 0.
       01 ws-rule-sub pic 99 value 0.

       copy "dstrule.cpy".

      *> one year's two changeovers as day number and wall-clock
      *> second, and how far the clocks move
       01 ws-year pic 9(4).
       01 ws-year-switch pic x(1).
           88 ws-year-known value "Y".
       01 ws-spring-day pic 9(9) comp.
       01 ws-spring-secs pic 9(5).
       01 ws-fall-day pic 9(9) comp.
       01 ws-fall-secs pic 9(5).
       01 ws-shift-secs pic 9(5).
       01 ws-found-day pic 9(9) comp.
       01 ws-found-secs pic 9(5).
       01 ws-found-shift pic 9(5).
       01 ws-want-direction pic x(1).

      *> the nth-weekday arithmetic: day number 1 was a Monday, the
      *> same fact calgen works the weekends out from
       01 ws-first-day pic 9(9) comp.
       01 ws-last-day pic 9(9) comp.
       01 ws-day-of-week pic 9(1).
       01 ws-back-days pic 9(1).
       01 ws-next-month pic 9(2).
       01 ws-next-year pic 9(4).

      *> one stamp worked through: its year, day number, wall-clock
      *> second, and where it falls against the year's changeovers
       01 ws-stamp pic x(10).
       01 ws-stamp-year pic 9(4).
       01 ws-stamp-month pic 9(2).
       01 ws-stamp-day pic 9(9) comp.
       01 ws-stamp-secs pic 9(5).
       01 ws-stamp-key pic 9(14).
       01 ws-spring-key pic 9(14).
       01 ws-fall-key pic 9(14).
       01 ws-stamp-dst pic x(1).
       01 ws-stamp-repeated pic x(1).
       01 ws-stamp-shift pic 9(5).
       01 ws-stamp-abs pic s9(14).
       01 ws-ref-year pic 9(4).
       01 ws-ref-month pic 9(2).

       01 ws-from-abs pic s9(14).
       01 ws-from-dst pic x(1).
       01 ws-to-abs pic s9(14).
       01 ws-to-dst pic x(1).
       01 ws-to-repeated pic x(1).
       01 ws-to-shift pic 9(5).

       linkage section.
      *> CCYYMMDD the stamps are reckoned against for their year
       01 lk-ref-date pic x(8).
      *> the span's two ends, MMDDhhmmss, earlier first
       01 lk-from-ts pic x(10).
       01 lk-to-ts pic x(10).
      *> true seconds from the first to the second
       01 lk-elapsed pic s9(7).
      *> S clocks went forward inside the span, F back, space none
       01 lk-change pic x(1).

      *> *****************
       procedure division using lk-ref-date lk-from-ts lk-to-ts
           lk-elapsed lk-change.
       if not ws-rules-loaded
           perform load-rule-table
       end-if
       move space to lk-change
       move lk-ref-date(1:4) to ws-ref-year
       move lk-ref-date(5:2) to ws-ref-month

       move lk-from-ts to ws-stamp
       perform place-one-stamp
       move ws-stamp-abs to ws-from-abs
       move ws-stamp-dst to ws-from-dst

       move lk-to-ts to ws-stamp
       perform place-one-stamp
       move ws-stamp-abs to ws-to-abs
       move ws-stamp-dst to ws-to-dst
       move ws-stamp-repeated to ws-to-repeated
       move ws-stamp-shift to ws-to-shift

      *> an end in the repeated hour that reads before its start
      *> was stamped on the second pass, after the clocks went back
       if ws-to-abs < ws-from-abs and ws-to-repeated = "Y"
           add ws-to-shift to ws-to-abs
           move "N" to ws-to-dst
       end-if

       compute lk-elapsed = ws-to-abs - ws-from-abs
       if ws-from-dst = "N" and ws-to-dst = "Y"
           move "S" to lk-change
       end-if
       if ws-from-dst = "Y" and ws-to-dst = "N"
           move "F" to lk-change
       end-if
       goback.

      *> *****************
      *> a stamp's year from the reference date: a stamp more than
      *> six months after the reference month is last year's, more
      *> than six months before it next year's; then its day number
      *> and second on a scale that runs without gaps or repeats --
      *> wall-clock time less the shift while summer time is in
      *> force
       place-one-stamp.
           move ws-ref-year to ws-stamp-year
           move ws-stamp(1:2) to ws-stamp-month
           if ws-stamp-month > ws-ref-month + 6
               subtract 1 from ws-stamp-year
           end-if
           if ws-stamp-month + 6 < ws-ref-month
               add 1 to ws-stamp-year
           end-if
           compute ws-stamp-day = integer-of-date(
               ws-stamp-year * 10000 + numval(ws-stamp(1:4)))
           compute ws-stamp-secs =
               numval(ws-stamp(5:2)) * 3600
               + numval(ws-stamp(7:2)) * 60
               + numval(ws-stamp(9:2))
           compute ws-stamp-key = ws-stamp-day * 86400
               + ws-stamp-secs
           move ws-stamp-key to ws-stamp-abs
           move "N" to ws-stamp-dst
           move "N" to ws-stamp-repeated
           move 0 to ws-stamp-shift

           move ws-stamp-year to ws-year
           perform resolve-one-year
           if not ws-year-known
               exit paragraph
           end-if
           compute ws-spring-key = ws-spring-day * 86400
               + ws-spring-secs
           compute ws-fall-key = ws-fall-day * 86400 + ws-fall-secs
      *> northern shops spring in the first half of the year and
      *> fall in the second; southern ones the other way round
           if ws-spring-key < ws-fall-key
               if ws-stamp-key >= ws-spring-key
                       and ws-stamp-key < ws-fall-key
                   move "Y" to ws-stamp-dst
               end-if
           else
               if ws-stamp-key >= ws-spring-key
                       or ws-stamp-key < ws-fall-key
                   move "Y" to ws-stamp-dst
               end-if
           end-if
           if ws-stamp-dst = "Y"
               move ws-shift-secs to ws-stamp-shift
               subtract ws-shift-secs from ws-stamp-abs
               if ws-stamp-key < ws-fall-key
                       and ws-stamp-key + ws-shift-secs
                           >= ws-fall-key
                   move "Y" to ws-stamp-repeated
               end-if
           end-if.

      *> *****************
      *> the spring and fall changeovers for ws-year; both must be
      *> found for the year to count as known
       resolve-one-year.
           move "N" to ws-year-switch
           move "S" to ws-want-direction
           perform find-one-changeover
           if ws-found-day = 0
               exit paragraph
           end-if
           move ws-found-day to ws-spring-day
           move ws-found-secs to ws-spring-secs
           move ws-found-shift to ws-shift-secs
           move "F" to ws-want-direction
           perform find-one-changeover
           if ws-found-day = 0
               exit paragraph
           end-if
           move ws-found-day to ws-fall-day
           move ws-found-secs to ws-fall-secs
           set ws-year-known to true.

      *> *****************
      *> a dated row for the year wins; the first standing rule for
      *> the direction covers any year without one
       find-one-changeover.
           move 0 to ws-found-day
           perform varying ws-rule-sub from 1 by 1
                   until ws-rule-sub > ws-rule-count
               move ws-rule-entry(ws-rule-sub) to dst-rule-record
               if dr-dated-row and dr-direction = ws-want-direction
                       and dr-when(1:4) = ws-year
                       and dr-when is numeric
                   compute ws-found-day =
                       integer-of-date(numval(dr-when))
                   perform take-change-time
               end-if
           end-perform
           if ws-found-day not = 0
               exit paragraph
           end-if
           perform varying ws-rule-sub from 1 by 1
                   until ws-rule-sub > ws-rule-count
                       or ws-found-day not = 0
               move ws-rule-entry(ws-rule-sub) to dst-rule-record
               if dr-rule-row and dr-direction = ws-want-direction
                       and dr-month is numeric
                       and dr-weekday is numeric
                   perform apply-standing-rule
                   perform take-change-time
               end-if
           end-perform.

      *> *****************
       take-change-time.
           compute ws-found-secs =
               numval(dr-change-time(1:2)) * 3600
               + numval(dr-change-time(3:2)) * 60
               + numval(dr-change-time(5:2))
           if dr-shift-minutes is numeric and dr-shift-minutes > 0
               compute ws-found-shift = dr-shift-minutes * 60
           else
               move 3600 to ws-found-shift
           end-if.

      *> *****************
      *> the nth (or last) given weekday of the rule's month
       apply-standing-rule.
           if dr-week = "L"
               if dr-month = 12
                   move 1 to ws-next-month
                   compute ws-next-year = ws-year + 1
               else
                   compute ws-next-month = dr-month + 1
                   move ws-year to ws-next-year
               end-if
               compute ws-last-day = integer-of-date(
                   ws-next-year * 10000 + ws-next-month * 100 + 1)
                   - 1
               compute ws-day-of-week = mod(ws-last-day - 1, 7) + 1
               compute ws-back-days =
                   mod(ws-day-of-week - dr-weekday + 7, 7)
               compute ws-found-day = ws-last-day - ws-back-days
           else
               compute ws-first-day = integer-of-date(
                   ws-year * 10000 + dr-month * 100 + 1)
               compute ws-day-of-week = mod(ws-first-day - 1, 7) + 1
               compute ws-back-days =
                   mod(dr-weekday - ws-day-of-week + 7, 7)
               compute ws-found-day = ws-first-day + ws-back-days
                   + (numval(dr-week) - 1) * 7
           end-if.

      *> *****************
      *> no file is not an error -- no changeover is ever reported
       load-rule-table.
           set ws-rules-loaded to true
           open input rulefile
           if rulefile-status not = 0
               exit paragraph
           end-if
           perform until ws-eof
               read rulefile
                   at end set ws-eof to true
                   not at end
                       if ws-rule-count < 40
                           add 1 to ws-rule-count
                           move rule-line
                               to ws-rule-entry(ws-rule-count)
                       end-if
               end-read
           end-perform
           close rulefile.
      *>****
       end program dstspan.
      *>****
