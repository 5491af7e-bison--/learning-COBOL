      *> ***************************************************************
      *>****p* samples/opacct
      *> Purpose:
      *>   Operator accountability and dormant-access review -- the
      *>   quarterly access recertification.  OPERMAST.DAT says who
      *>   may sign for what; this says what each of them actually
      *>   did over an operator-keyed review period:
      *>     - alert acknowledgments signed in ALERTS.DAT;
      *>     - parameter changes in PARMHIST.DAT, keyed and approved
      *>       counted apart;
      *>     - entries in the day's log written under their initials
      *>       (LOGyyyymmdd.ARC once logarch has taken the day --
      *>       it leaves the .TXT behind empty -- or the working
      *>       .TXT until then), refused sign-ons and sign-offs included.
      *>   One line per operator gives the counts and the last date
      *>   anything was done, and flags three things for audit:
      *>   an active operator with nothing at all in the period
      *>   (DORMANT -- a dormant SUP is called out as such), an
      *>   inactive operator who still shows up in the period, and
      *>   initials signing alerts or parameters that are not on the
      *>   master at all.  Every refused sign-on or sign-off in the
      *>   period is then listed, whoever's initials were tried.
      *>   The period defaults to the six months up to today.
      *>   ALERTS.DAT and PARMHIST.DAT stamp month and day but no
      *>   year; a stamp is taken to fall in the year ending on the
      *>   to-date, which is right for any period up to a year.
      *>   The rehearsal prefix applies to the log files.  Prints
      *>   through the shared rptpage layer.
      *> Tectonics:
      *>   cobc -xj -I copybooks opacct.cbl
      *> SOURCE
      *> ***************************************************************
       identification division.
       program-id. opacct.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select masterfile
           assign to "OPERMAST.DAT"
           organization is line sequential
           file status is masterfile-status
           .
           select alertfile
           assign to "ALERTS.DAT"
           organization is sequential
           file status is alertfile-status
           .
           select histfile
           assign to "PARMHIST.DAT"
           organization is line sequential
           file status is histfile-status
           .
           select logfile
           assign to ws-log-file-name
           organization is sequential
           file status is logfile-status
           .

       data division.
       file section.
      *> the shape operchek reads
       fd masterfile.
       01 master-record.
           05 opm-initials pic x(3).
           05 opm-name     pic x(20).
           05 opm-role     pic x(4).
           05 opm-active   pic x(1).

      *> read into the alert record below
       fd alertfile.
       01 alert-line pic x(96).

      *> the shape PARMMNT appends per write
       fd histfile.
       01 phist-record.
           05 ph-timestamp pic x(12).
           05 ph-operator  pic x(3).
           05 ph-target    pic x(15).
           05 ph-jobname   pic x(8).
           05 ph-before    pic x(61).
           05 ph-after     pic x(61).
           05 ph-approver  pic x(3).

       fd logfile
          record is varying in size from 0 to 200 characters
             depending on actual.
       01 logline.
          05 logbytes pic x occurs 1 to 200 times depending on actual.

       working-storage section.
       01 actual pic 999 value 200.
       01 masterfile-real pic xx.
       01 masterfile-status redefines masterfile-real pic 99.
       01 alertfile-real pic xx.
       01 alertfile-status redefines alertfile-real pic 99.
       01 histfile-real pic xx.
       01 histfile-status redefines histfile-real pic 99.
       01 logfile-real pic xx.
       01 logfile-status redefines logfile-real pic 99.

       01 ws-from-date pic x(8).
       01 ws-to-date pic x(8).
       01 ws-name-prefix pic x(3).
       01 ws-log-file-name pic x(18).

      *> the period walked on day numbers, the way logsumm walks
      *> its archives
       01 ws-from-integer pic 9(9) comp.
       01 ws-to-integer pic 9(9) comp.
       01 ws-walk-integer pic 9(9) comp.
       01 ws-walk-ccyymmdd pic 9(8).
       01 ws-walk-date pic x(8).

       01 ws-eof-switch pic x(1) value "N".
           88 ws-eof value "Y".
       01 ws-master-switch pic x(1) value "N".
           88 ws-master-on-file value "Y".

      *> a month-and-day stamp turned into a full date: the year of
      *> the to-date, or the year before when the month and day
      *> fall after it
       01 ws-stamp pic x(12).
       01 ws-stamp-date pic x(8).

      *> one row per operator -- everyone on the master, plus any
      *> initials found signing alerts or parameters without being
      *> on it
       01 ws-op-table.
           05 ws-op-entry occurs 300 times.
               10 ws-op-initials  pic x(3).
               10 ws-op-name      pic x(20).
               10 ws-op-role      pic x(4).
               10 ws-op-active    pic x(1).
               10 ws-op-on-master pic x(1).
               10 ws-op-acks      pic 9(4).
               10 ws-op-keyed     pic 9(4).
               10 ws-op-approved  pic 9(4).
               10 ws-op-logged    pic 9(5).
               10 ws-op-refused   pic 9(4).
               10 ws-op-last-date pic x(8).
       01 ws-op-count pic 9(3) value 0.
       01 ws-op-sub pic 9(3) value 0.
       01 ws-find-sub pic 9(3) value 0.
       01 ws-want-initials pic x(3).
       01 ws-activity pic 9(6).

      *> every refused sign-on or sign-off, held for its own section
       01 ws-refusal-table.
           05 ws-refusal-entry occurs 300 times.
               10 ws-ref-date    pic x(8).
               10 ws-ref-time    pic x(6).
               10 ws-ref-id      pic x(8).
               10 ws-ref-message pic x(100).
       01 ws-refusal-count pic 9(3) value 0.
       01 ws-refusal-total pic 9(5) value 0.
       01 ws-refusal-sub pic 9(3) value 0.
       01 ws-refused-hits pic 9(3).

      *> the review's own tallies for the closing lines
       01 ws-dormant-count pic 9(3) value 0.
       01 ws-dormant-sup-count pic 9(3) value 0.
       01 ws-inactive-used-count pic 9(3) value 0.
       01 ws-unknown-count pic 9(3) value 0.
       01 ws-days-found pic 9(4) value 0.
       01 ws-days-missing pic 9(4) value 0.
       01 ws-flag-text pic x(40).

      *> staged arguments for the shared report-page layer, each
      *> sized to exactly match rptpage's linkage items
       01 ws-rpt-action pic x(1).
       01 ws-rpt-id pic x(8) value "OPACCT".
       01 ws-rpt-title pic x(40).
       01 ws-rpt-line pic x(132).

      *> the records read back -- see copybooks/alertrec.cpy and
      *> copybooks/logrec.cpy
       copy "alertrec.cpy".
       copy "logrec.cpy".

      *> *****************
       procedure division.
       display "Review from date (YYYYMMDD, blank for six months "
           "back): " with no advancing
       accept ws-from-date from console
       display "Review to date (YYYYMMDD, blank for today): "
           with no advancing
       accept ws-to-date from console

       if ws-to-date = spaces or ws-to-date = low-values
           move current-date(1:8) to ws-to-date
       end-if
       if ws-to-date is not numeric
           display "opacct: bad date keyed, run abandoned"
           stop run
       end-if
       compute ws-to-integer = integer-of-date(numval(ws-to-date))
       if ws-from-date = spaces or ws-from-date = low-values
           compute ws-walk-ccyymmdd =
               date-of-integer(ws-to-integer - 182)
           move ws-walk-ccyymmdd to ws-from-date
       end-if
       if ws-from-date is not numeric
           display "opacct: bad date keyed, run abandoned"
           stop run
       end-if
       compute ws-from-integer = integer-of-date(numval(ws-from-date))
       if ws-from-integer = 0 or ws-to-integer = 0
           display "opacct: bad date keyed, run abandoned"
           stop run
       end-if
       if ws-from-integer > ws-to-integer
           display "opacct: from-date is after to-date, "
               "run abandoned"
           stop run
       end-if

       call "runmode" using ws-name-prefix
       perform load-operators
       perform scan-alerts
       perform scan-parameter-history
       perform varying ws-walk-integer from ws-from-integer by 1
               until ws-walk-integer > ws-to-integer
           perform scan-one-log-day
       end-perform

       move spaces to ws-rpt-title
       string "operator review " ws-from-date " - " ws-to-date
           delimited by size
           into ws-rpt-title
       end-string
       move "O" to ws-rpt-action
       call "rptpage" using ws-rpt-action ws-rpt-id ws-rpt-title
           ws-rpt-line

       perform report-operators
       perform report-refusals
       perform report-totals

       move "C" to ws-rpt-action
       call "rptpage" using ws-rpt-action ws-rpt-id ws-rpt-title
           ws-rpt-line
       goback.

      *> *****************
      *> everyone the master names, active or not -- the inactive
      *> ones are exactly who must show nothing in the period
       load-operators.
           open input masterfile
           if masterfile-status not = 0
               display "opacct: NOTE -- no OPERMAST.DAT on file, "
                   "only initials seen signing are reviewed"
               exit paragraph
           end-if
           set ws-master-on-file to true
           move "N" to ws-eof-switch
           perform until ws-eof
               read masterfile
                   at end set ws-eof to true
                   not at end
                       if opm-initials not = spaces
                               and ws-op-count < 300
                           add 1 to ws-op-count
                           move ws-op-count to ws-op-sub
                           perform clear-operator-row
                           move opm-initials
                               to ws-op-initials(ws-op-sub)
                           move opm-name to ws-op-name(ws-op-sub)
                           move opm-role to ws-op-role(ws-op-sub)
                           move opm-active to ws-op-active(ws-op-sub)
                           move "Y" to ws-op-on-master(ws-op-sub)
                       end-if
               end-read
           end-perform
           close masterfile.

      *> *****************
      *> signed acknowledgments whose sign-off time falls in the
      *> period
       scan-alerts.
           open input alertfile
           if alertfile-status not = 0
               exit paragraph
           end-if
           move "N" to ws-eof-switch
           perform until ws-eof
               read alertfile into alert-record
                   at end set ws-eof to true
                   not at end
                       if alert-is-acked
                               and alert-ack-initials not = spaces
                           move alert-ack-timestamp to ws-stamp
                           perform date-from-stamp
                           if ws-stamp-date >= ws-from-date
                                   and ws-stamp-date <= ws-to-date
                               move alert-ack-initials
                                   to ws-want-initials
                               perform find-or-add-operator
                               if ws-op-sub > 0
                                   add 1 to ws-op-acks(ws-op-sub)
                                   perform note-last-date
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           close alertfile.

      *> *****************
      *> each change counts once for the operator who keyed it and
      *> once for the SUP who approved it
       scan-parameter-history.
           open input histfile
           if histfile-status not = 0
               exit paragraph
           end-if
           move "N" to ws-eof-switch
           perform until ws-eof
               read histfile
                   at end set ws-eof to true
                   not at end
                       move ph-timestamp to ws-stamp
                       perform date-from-stamp
                       if ws-stamp-date >= ws-from-date
                               and ws-stamp-date <= ws-to-date
                           perform count-one-change
                       end-if
               end-read
           end-perform
           close histfile.

      *> *****************
       count-one-change.
           if ph-operator not = spaces
               move ph-operator to ws-want-initials
               perform find-or-add-operator
               if ws-op-sub > 0
                   add 1 to ws-op-keyed(ws-op-sub)
                   perform note-last-date
               end-if
           end-if
           if ph-approver not = spaces
               move ph-approver to ws-want-initials
               perform find-or-add-operator
               if ws-op-sub > 0
                   add 1 to ws-op-approved(ws-op-sub)
                   perform note-last-date
               end-if
           end-if.

      *> *****************
      *> one day's log: its archive once logarch has taken it, the
      *> working file until then.  the archive is tried first --
      *> logarch empties the .TXT it archives, and the empty file
      *> would open clean and read as a day with no activity.  a
      *> day with neither is counted, not an error -- days past
      *> retention simply have none
       scan-one-log-day.
           compute ws-walk-ccyymmdd = date-of-integer(ws-walk-integer)
           move ws-walk-ccyymmdd to ws-walk-date
           move spaces to ws-log-file-name
           string ws-name-prefix delimited by space
               "LOG" ws-walk-date ".ARC" delimited by size
               into ws-log-file-name
           end-string
           open input logfile
           if logfile-status not = 0
               move spaces to ws-log-file-name
               string ws-name-prefix delimited by space
                   "LOG" ws-walk-date ".TXT" delimited by size
                   into ws-log-file-name
               end-string
               open input logfile
           end-if
           if logfile-status not = 0
               add 1 to ws-days-missing
               exit paragraph
           end-if

           add 1 to ws-days-found
           move ws-walk-date to ws-stamp-date
           move "N" to ws-eof-switch
           perform until ws-eof
               read logfile
                   at end set ws-eof to true
                   not at end
                       move logline to log-record
                       perform judge-one-log-entry
               end-read
           end-perform
           close logfile.

      *> *****************
      *> an operator's entry is one written under bare initials; a
      *> refusal is caught by the sign-on programs' own wording or
      *> catalog ID, whatever initials were tried
       judge-one-log-entry.
           if log-rec-is-header
               exit paragraph
           end-if
           move 0 to ws-refused-hits
           inspect log-message tallying ws-refused-hits
               for all "REFUSED"
           if log-msg-id = "DCL0005W" or log-msg-id = "OOC0002W"
               add 1 to ws-refused-hits
           end-if
           if ws-refused-hits > 0
               perform note-refusal
           end-if

           if log-job-id(1:3) = spaces or log-job-id(4:5) not = spaces
               exit paragraph
           end-if
           move log-job-id(1:3) to ws-want-initials
           perform find-operator
           if ws-op-sub = 0
               exit paragraph
           end-if
           if ws-refused-hits > 0
               add 1 to ws-op-refused(ws-op-sub)
           else
               add 1 to ws-op-logged(ws-op-sub)
               perform note-last-date
           end-if.

      *> *****************
       note-refusal.
           add 1 to ws-refusal-total
           if ws-refusal-count < 300
               add 1 to ws-refusal-count
               move ws-walk-date to ws-ref-date(ws-refusal-count)
               move log-timestamp(5:6) to ws-ref-time(ws-refusal-count)
               move log-job-id to ws-ref-id(ws-refusal-count)
               move log-message to ws-ref-message(ws-refusal-count)
           end-if.

      *> *****************
       find-operator.
           move 0 to ws-op-sub
           perform varying ws-find-sub from 1 by 1
                   until ws-find-sub > ws-op-count or ws-op-sub > 0
               if ws-op-initials(ws-find-sub) = ws-want-initials
                   move ws-find-sub to ws-op-sub
               end-if
           end-perform.

      *> *****************
      *> initials that signed something but are not on the master
      *> get a row of their own, so the report shows them
       find-or-add-operator.
           perform find-operator
           if ws-op-sub > 0 or ws-op-count >= 300
               exit paragraph
           end-if
           add 1 to ws-op-count
           move ws-op-count to ws-op-sub
           perform clear-operator-row
           move ws-want-initials to ws-op-initials(ws-op-sub)
           move "(not on master)" to ws-op-name(ws-op-sub)
           move "N" to ws-op-on-master(ws-op-sub).

      *> *****************
       clear-operator-row.
           move spaces to ws-op-entry(ws-op-sub)
           move 0 to ws-op-acks(ws-op-sub)
           move 0 to ws-op-keyed(ws-op-sub)
           move 0 to ws-op-approved(ws-op-sub)
           move 0 to ws-op-logged(ws-op-sub)
           move 0 to ws-op-refused(ws-op-sub).

      *> *****************
       note-last-date.
           if ws-stamp-date > ws-op-last-date(ws-op-sub)
                   or ws-op-last-date(ws-op-sub) = spaces
               move ws-stamp-date to ws-op-last-date(ws-op-sub)
           end-if.

      *> *****************
       date-from-stamp.
           move ws-to-date(1:4) to ws-stamp-date(1:4)
           move ws-stamp(1:4) to ws-stamp-date(5:4)
           if ws-stamp-date > ws-to-date
               compute ws-walk-ccyymmdd = numval(ws-to-date(1:4)) - 1
               move ws-walk-ccyymmdd(5:4) to ws-stamp-date(1:4)
           end-if.

      *> *****************
       report-operators.
           move "  INI NAME                 ROLE ACT  ACKS KEYED APPRV"
               & "   LOG REFSD LAST     FLAG" to ws-rpt-line
           perform put-report-line
           if ws-op-count = 0
               move "  no operators on the master and none seen signing"
                   to ws-rpt-line
               perform put-report-line
               exit paragraph
           end-if
           perform varying ws-op-sub from 1 by 1
                   until ws-op-sub > ws-op-count
               perform report-one-operator
           end-perform.

      *> *****************
       report-one-operator.
           compute ws-activity = ws-op-acks(ws-op-sub)
               + ws-op-keyed(ws-op-sub) + ws-op-approved(ws-op-sub)
               + ws-op-logged(ws-op-sub)
           move spaces to ws-flag-text
           evaluate true
               when ws-op-on-master(ws-op-sub) not = "Y"
                   add 1 to ws-unknown-count
                   move "NOT ON MASTER" to ws-flag-text
               when ws-op-active(ws-op-sub) = "Y" and ws-activity = 0
                   add 1 to ws-dormant-count
                   if ws-op-role(ws-op-sub) = "SUP"
                       add 1 to ws-dormant-sup-count
                       move "DORMANT SUP -- no activity in period"
                           to ws-flag-text
                   else
                       move "DORMANT -- no activity in period"
                           to ws-flag-text
                   end-if
               when ws-op-active(ws-op-sub) not = "Y"
                       and ws-activity > 0
                   add 1 to ws-inactive-used-count
                   move "INACTIVE -- still used in period"
                       to ws-flag-text
           end-evaluate
           if ws-op-last-date(ws-op-sub) = spaces
               move "none" to ws-op-last-date(ws-op-sub)
           end-if

           move spaces to ws-rpt-line
           string "  " ws-op-initials(ws-op-sub) " "
               ws-op-name(ws-op-sub) " "
               ws-op-role(ws-op-sub) " "
               ws-op-active(ws-op-sub) "   "
               ws-op-acks(ws-op-sub) "  "
               ws-op-keyed(ws-op-sub) "  "
               ws-op-approved(ws-op-sub) " "
               ws-op-logged(ws-op-sub) "  "
               ws-op-refused(ws-op-sub) " "
               ws-op-last-date(ws-op-sub) " "
               ws-flag-text
               delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line.

      *> *****************
       report-refusals.
           move spaces to ws-rpt-line
           perform put-report-line
           move "  refused sign-ons and sign-offs in the period:"
               to ws-rpt-line
           perform put-report-line
           if ws-refusal-count = 0
               move "  none" to ws-rpt-line
               perform put-report-line
               exit paragraph
           end-if
           perform varying ws-refusal-sub from 1 by 1
                   until ws-refusal-sub > ws-refusal-count
               move spaces to ws-rpt-line
               string "  " ws-ref-date(ws-refusal-sub) " "
                   ws-ref-time(ws-refusal-sub) " "
                   ws-ref-id(ws-refusal-sub) " "
                   ws-ref-message(ws-refusal-sub)
                   delimited by size
                   into ws-rpt-line
               end-string
               perform put-report-line
           end-perform
           if ws-refusal-total > ws-refusal-count
               move spaces to ws-rpt-line
               string "  ... and " ws-refusal-total
                   " in all -- only the first 300 are listed"
                   delimited by size
                   into ws-rpt-line
               end-string
               perform put-report-line
           end-if.

      *> *****************
       report-totals.
           move spaces to ws-rpt-line
           perform put-report-line
           move spaces to ws-rpt-line
           string "  " ws-op-count " operator(s) reviewed: "
               ws-dormant-count " dormant (" ws-dormant-sup-count
               " SUP), " ws-inactive-used-count
               " inactive but used, " ws-unknown-count
               " not on master, " ws-refusal-total " refusal(s)"
               delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line
           move spaces to ws-rpt-line
           string "  log days read: " ws-days-found
               "  days with no log on file: " ws-days-missing
               delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line
           if not ws-master-on-file
               move "  no OPERMAST.DAT on file -- dormant and inactive"
                   & " checks need the master" to ws-rpt-line
               perform put-report-line
           end-if.

      *> *****************
       put-report-line.
           move "L" to ws-rpt-action
           call "rptpage" using ws-rpt-action ws-rpt-id
               ws-rpt-title ws-rpt-line.
      *>****
       end program opacct.
      *>****
