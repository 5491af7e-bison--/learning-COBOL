      *>   warnings tonight" pages someone without a human grepping
      *>   the log.  Hands back cc 0 clean, 4 when a WRN fired, 8
      *>   when a CRI fired, so the chain's action codes apply.
      *>   A pattern may also name a message-catalog ID (log-msg-id,
      *>   msgcat.cpy) in its last column: an ID-only pattern counts
      *>   every entry written under that ID whatever its wording,
      *>   and a pattern keyed with both text and ID needs both to
      *>   agree.  The verdict itself is logged by ID through msglog
      *>   -- LSC0001W for a WRN pattern, LSC0002C for a CRI.
      *> Tectonics:
      *>   cobc -xj -I copybooks logscan.cbl
      *> SOURCE
           05 pat-job-id    pic x(8).
           05 pat-threshold pic 9(4).
           05 pat-severity  pic x(3).
           05 pat-msg-id    pic x(8).

       working-storage section.
       01 actual pic 999 value 200.
               10 ws-pt-threshold pic 9(4).
               10 ws-pt-severity  pic x(3).
               10 ws-pt-count     pic 9(4).
               10 ws-pt-msg-id    pic x(8).
               10 ws-pt-label     pic x(40).
       01 ws-pattern-count pic 99 value 0.
       01 ws-pattern-sub pic 99 value 0.

      *> verdict through appender, same staging every caller uses
       01 ws-job-id pic x(8) value "LOGSCAN".
       01 ws-append-count pic 9(4).

      *> the verdict by catalog ID: the pattern and its count
       01 ws-verdict-msg-id pic x(8).
       copy "msgvals.cpy".
       01 ws-count-edit pic z(3)9.

      *> one entry's worth of the shared record shape, read back in
       copy "logrec.cpy".

      *> *****************
       load-one-pattern.
           if pat-text = spaces and pat-msg-id = spaces
               display "logscan: pattern with no text or ID skipped"
               exit paragraph
           end-if
           if pat-threshold is not numeric or pat-threshold = 0
               display "logscan: pattern '" pat-text pat-msg-id
                   "' has no usable threshold, skipped"
               exit paragraph
           end-if
           if pat-severity not = "WRN" and pat-severity not = "CRI"
               display "logscan: pattern '" pat-text pat-msg-id
                   "' severity must be WRN or CRI, skipped"
               exit paragraph
           end-if
           end-if
           add 1 to ws-pattern-count
           move pat-text to ws-pt-text(ws-pattern-count)
           move 0 to ws-pt-len(ws-pattern-count)
           if pat-text not = spaces
               move function length(function trim(pat-text))
                   to ws-pt-len(ws-pattern-count)
           end-if
           move pat-msg-id to ws-pt-msg-id(ws-pattern-count)
           move pat-text to ws-pt-label(ws-pattern-count)
           if pat-text = spaces
               move spaces to ws-pt-label(ws-pattern-count)
               string "ID " pat-msg-id delimited by size
                   into ws-pt-label(ws-pattern-count)
               end-string
           end-if
           move pat-job-id to ws-pt-job-id(ws-pattern-count)
           move pat-threshold to ws-pt-threshold(ws-pattern-count)
           move pat-severity to ws-pt-severity(ws-pattern-count)

      *> *****************
      *> one log record against every pattern: the job-id filter
      *> and the message ID (each when keyed) and the substring
      *> (when keyed) must all agree
       tally-one-record.
           perform varying ws-pattern-sub from 1 by 1
                   until ws-pattern-sub > ws-pattern-count
               if (ws-pt-job-id(ws-pattern-sub) = spaces
                       or ws-pt-job-id(ws-pattern-sub) = log-job-id)
                   and (ws-pt-msg-id(ws-pattern-sub) = spaces
                       or ws-pt-msg-id(ws-pattern-sub) = log-msg-id)
                   perform scan-for-pattern
                   if ws-message-matches
                       add 1 to ws-pt-count(ws-pattern-sub)
      *> *****************
       scan-for-pattern.
           move "N" to ws-match-switch
           if ws-pt-len(ws-pattern-sub) = 0
               set ws-message-matches to true
               exit paragraph
           end-if
           compute ws-scan-limit =
               150 - ws-pt-len(ws-pattern-sub) + 1
           perform varying ws-scan-sub from 1 by 1
      *> *****************
      *> one pattern's verdict: under threshold is a console line,
      *> at or over it is the WRN or CRI the operator keyed --
      *> raised through msglog so it lands in the log (and, for a
      *> CRI, stands in ALERTS.DAT until someone signs it off)
       judge-one-pattern.
           display ws-pt-count(ws-pattern-sub) " of "
               ws-pt-threshold(ws-pattern-sub) " -- '"
               ws-pt-label(ws-pattern-sub) "'"
           if ws-pt-count(ws-pattern-sub)
                   < ws-pt-threshold(ws-pattern-sub)
               exit paragraph
           end-if

           add 1 to ws-raised-count
           move spaces to msg-subst-values
           move ws-pt-label(ws-pattern-sub) to msg-subst-value(1)
           move ws-pt-count(ws-pattern-sub) to ws-count-edit
           move ws-count-edit to msg-subst-value(2)
           if ws-pt-severity(ws-pattern-sub) = "CRI"
               move "LSC0002C" to ws-verdict-msg-id
           else
               move "LSC0001W" to ws-verdict-msg-id
           end-if
           call "msglog" using ws-job-id ws-append-count
               ws-verdict-msg-id msg-subst-values

           if ws-pt-severity(ws-pattern-sub) = "CRI"
               if ws-worst-cc < 8
