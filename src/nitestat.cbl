      *>   CRI/WRN records from the day's log -- reloaded from the
      *>   files on every keypress, so watching a slow night costs a
      *>   glance, not fifteen minutes of file spelunking.
      *>   Under the trouble lines sits the operator-control state
      *>   nitebatch keeps in NITECTL.DAT (nitectl.cpy): whether the
      *>   chain is RUNNING, HELD at a step boundary, STOPPED or
      *>   ENDED, whose initials put it there and when, the step it
      *>   waits before, and the last command it acted on -- so the
      *>   operator who keyed a HOLD can see it took.
      *> Commands on the status screen:
      *>   R (or bare enter) re-read every file and refresh
      *>   X leave the console
           organization is sequential
           file status is testfile-status
           .
           select ctlfile
           assign to "NITECTL.DAT"
           organization is line sequential
           file status is ctlfile-status
           .

       data division.
       file section.
       01 testline.
          05 databytes pic x occurs 1 to 200 times depending on actual.

       fd ctlfile.
      *> nitebatch's operator-control state, rewritten whole
           copy "nitectl.cpy".

       working-storage section.
       01 actual pic 999 value 200.
       01 runfile-real pic xx.
       01 alertfile-status redefines alertfile-real pic 99.
       01 testfile-real pic xx.
       01 testfile-status redefines testfile-real pic 99.
       01 ctlfile-real pic xx.
       01 ctlfile-status redefines ctlfile-real pic 99.

      *> watches the run's business date via procdate, same anchor
      *> the chain itself runs on

       01 ws-refreshed-ts pic x(12).
       01 ws-status-line pic x(50).
       01 ws-control-line pic x(76).

      *> shared alert shape -- see copybooks/alertrec.cpy
       copy "alertrec.cpy".
           05 line 18 column 1 pic x(76) from ws-trouble-line(2).
           05 line 19 column 1 pic x(76) from ws-trouble-line(3).
           05 line 20 column 1 pic x(76) from ws-trouble-line(4).
           05 line 21 column 1 pic x(76) from ws-control-line.
           05 line 22 column 1 value
               "R=refresh X=exit : ".
           05 line 22 column 21 pic x(1) using ws-command.
           perform load-run-control
           perform count-standing-alerts
           perform load-recent-trouble
           perform load-operator-control

           move spaces to ws-status-line
           string "unacknowledged alert(s): " ws-unacked-count
               into ws-trouble-line(ws-trouble-sub)
           end-string.

      *> *****************
      *> the chain's operator-control state; no file means no chain
      *> has run since operator commands came in
       load-operator-control.
           move spaces to ws-control-line
           open input ctlfile
           if ctlfile-status not = 0
               move "operator control: (no control file)"
                   to ws-control-line
               exit paragraph
           end-if
           read ctlfile
               at end
                   move "operator control: (control file empty)"
                       to ws-control-line
               not at end
                   perform format-operator-control
           end-read
           close ctlfile.

      *> *****************
       format-operator-control.
           evaluate true
               when nct-chain-held or nct-chain-stopped
                   string "operator control: " delimited by size
                       nct-state delimited by space
                       " by " nct-initials " at " nct-timestamp
                       " before step " nct-next-step
                       ", last: " nct-last-command
                       delimited by size
                       into ws-control-line
                   end-string
               when other
                   string "operator control: " delimited by size
                       nct-state delimited by space
                       "  last command: " nct-last-command
                       delimited by size
                       into ws-control-line
                   end-string
           end-evaluate.

      *> *****************
       read-next-log-record.
           read testfile
