      *>   forward/backward paging, a severity filter (all / warnings
      *>   and up / criticals only) and a job-id filter so one job's
      *>   start/detail/end bookends can be followed on their own.
      *>   Messages are shown under the shop's account-number mask
      *>   (acctmask), masked whole before they are cut to the
      *>   screen's width so no number slips under the rule by
      *>   being half-shown.
      *> Commands on the browse screen:
      *>   F forward a page   B back a page   T top of file
      *>   S cycle severity filter (ALL -> WRN+CRI -> CRI -> ALL)
               10 ws-tbl-severity  pic x(3).
               10 ws-tbl-message   pic x(50).
       01 ws-log-count pic 9(4) value 0.
      *> the whole message's length, for the account-number mask
       01 ws-message-length pic 9(3) value 150.
       01 ws-truncated-switch pic x(1) value "N".
           88 ws-log-truncated value "Y".

               if ws-log-count < 1000
                   add 1 to ws-log-count
                   move testline to log-record
                   call "acctmask" using log-message
                       ws-message-length
                   move log-job-id to ws-tbl-job-id(ws-log-count)
                   move log-timestamp
                       to ws-tbl-timestamp(ws-log-count)
