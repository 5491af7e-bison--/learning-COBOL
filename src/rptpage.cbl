      *>   lines-per-page forces the breaks, and an end-of-report
      *>   trailer line makes a short print distinguishable from a
      *>   torn one.
      *>   Every body line is printed under the shop's
      *>   account-number mask (acctmask), so no report -- the log
      *>   listing, the reconciliation and migration proofs, any
      *>   report yet to be written -- puts a whole account number
      *>   on paper.
      *> Calls (lk-action):
      *>   O open the report: reset the counters, stamp the run,
      *>     print page one's heading

       01 ws-rule-line pic x(132) value all "=".

      *> the body line as it goes to paper, masked; the caller's
      *> own buffer is left as the caller laid it out
       01 ws-print-line pic x(132).
       01 ws-print-length pic 9(3) value 132.

       linkage section.
      *> O open, L body line, C close
       01 lk-action pic x(1).
           if ws-line-count >= ws-page-size
               perform print-page-heading
           end-if
           move lk-line to ws-print-line
           call "acctmask" using ws-print-line ws-print-length
           display ws-print-line
           add 1 to ws-line-count
           add 1 to ws-total-lines.

