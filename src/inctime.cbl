      *> ***************************************************************
      *>****p* samples/inctime
      *> Purpose:
      *>   Incident timeline for the write-up after a bad night.  The
      *>   evidence lives in five places -- ERRORLOG.TXT (errhandle),
      *>   the business date's LOGyyyymmdd.ARC (or its .TXT),
      *>   ALERTS.DAT, ESCALATE.DAT (alertesc) and the chain's step
      *>   bookends -- and this lines them up into one chronological
      *>   listing for a business date and a time window, optionally
      *>   for one job id only.  Every line shows when, which source,
      *>   the NITEBATCH step running at that moment, the job or
      *>   program, the severity or error type, and the text.  An
      *>   alert carries its acknowledgment (who, when) and its
      *>   escalation (to whom, when) on its own line; an escalation
      *>   whose alert is no longer on file prints on a line of its
      *>   own.  The step bookends come from the business date's
      *>   rows in NITEHIST.DAT when the run finished, otherwise
      *>   from NITEBATCH.RUN, which is tonight's run as it stands.
      *>   The window is keyed as a start date (blank for the
      *>   business date) and start and end times; an end time not
      *>   after the start runs past midnight into the next day, and
      *>   a blank end makes it the whole twenty-four hours.  The
      *>   files stamp month and day but no year; a stamp is taken
      *>   to lie within six months of the business date.  The
      *>   rehearsal prefix applies to the log and the chain's files.
      *>   Prints through the shared rptpage layer, ready to attach
      *>   to the incident ticket.
      *>   ERRORLOG.TXT is read at its 80-byte entry length; a log
      *>   still holding 72-byte entries is converted once through
      *>   errconv first, and one errconv cannot vouch for is left
      *>   off the timeline with a note.
      *> Tectonics:
      *>   cobc -xj -I copybooks inctime.cbl
      *> SOURCE
      *> ***************************************************************
       identification division.
       program-id. inctime.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select errorfile
           assign to "ERRORLOG.TXT"
           organization is sequential
           file status is errorfile-status
           .
           select logfile
           assign to ws-log-file-name
           organization is sequential
           file status is logfile-status
           .
           select alertfile
           assign to "ALERTS.DAT"
           organization is sequential
           file status is alertfile-status
           .
           select escfile
           assign to "ESCALATE.DAT"
           organization is line sequential
           file status is escfile-status
           .
           select histfile
           assign to ws-hist-file-name
           organization is line sequential
           file status is histfile-status
           .
           select runfile
           assign to ws-run-file-name
           organization is line sequential
           file status is runfile-status
           .

       data division.
       file section.
      *> read into the error record below
       fd errorfile.
       01 error-line pic x(80).

       fd logfile
          record is varying in size from 0 to 200 characters
             depending on actual.
       01 logline.
          05 logbytes pic x occurs 1 to 200 times depending on actual.

      *> read into the alert record below
       fd alertfile.
       01 alert-line pic x(96).

      *> the shape alertesc appends
       fd escfile.
       01 esc-record.
           05 esc-raised-ts   pic x(12).
           05 esc-alert-ts    pic x(12).
           05 esc-job-id      pic x(8).
           05 esc-route       pic x(4).
           05 esc-next-route  pic x(4).
           05 esc-age-minutes pic 9(4).

      *> the shapes NITEBATCH writes its ledger and run file in
       fd histfile.
       01 hist-record.
           05 his-date     pic x(8).
           05 his-run-mode pic x(1).
           05 his-number   pic 9(2).
           05 his-program  pic x(8).
           05 his-status   pic x(8).
           05 his-start-ts pic x(12).
           05 his-end-ts   pic x(12).
           05 his-cc       pic 9(4).
           05 his-worst-cc pic 9(4).

       fd runfile.
       01 run-record.
           05 rnf-number   pic 9(2).
           05 rnf-program  pic x(8).
           05 rnf-status   pic x(8).
           05 rnf-start-ts pic x(12).
           05 rnf-end-ts   pic x(12).

       working-storage section.
       01 actual pic 999 value 200.
       01 errorfile-real pic xx.
       01 errorfile-status redefines errorfile-real pic 99.

      *> errconv's word on whether the log is at the 80-byte length
       01 ws-errlog-ready pic x(1).
           88 ws-errlog-is-ready value "Y".
       01 logfile-real pic xx.
       01 logfile-status redefines logfile-real pic 99.
       01 alertfile-real pic xx.
       01 alertfile-status redefines alertfile-real pic 99.
       01 escfile-real pic xx.
       01 escfile-status redefines escfile-real pic 99.
       01 histfile-real pic xx.
       01 histfile-status redefines histfile-real pic 99.
       01 runfile-real pic xx.
       01 runfile-status redefines runfile-real pic 99.

       01 ws-name-prefix pic x(3).
       01 ws-log-file-name pic x(18).
       01 ws-hist-file-name pic x(15).
       01 ws-run-file-name pic x(16).

       01 ws-eof-switch pic x(1) value "N".
           88 ws-eof value "Y".

      *> what was keyed
       01 ws-business-date pic x(8).
       01 ws-window-date pic x(8).
       01 ws-from-time pic x(4).
       01 ws-to-time pic x(4).
       01 ws-want-job pic x(8).

      *> the window as two sortable keys, yyyymmddhhmmsscc
       01 ws-window-from pic x(16).
       01 ws-window-to pic x(16).
       01 ws-business-integer pic 9(9) comp.
       01 ws-window-integer pic 9(9) comp.
       01 ws-work-ccyymmdd pic 9(8).
       01 ws-work-date pic x(8).

      *> a month-and-day stamp (MMDDhhmmsscc) made sortable: the
      *> year that puts it within six months of the business date
       01 ws-stamp pic x(12).
       01 ws-key pic x(16).
       01 ws-key-year pic 9(4).
       01 ws-key-integer pic s9(9) comp.
       01 ws-key-date pic 9(8).

      *> the night's steps, with their bookends made sortable
       01 ws-step-table.
           05 ws-step-entry occurs 99 times.
               10 ws-st-number   pic 9(2).
               10 ws-st-program  pic x(8).
               10 ws-st-status   pic x(8).
               10 ws-st-start    pic x(16).
               10 ws-st-end      pic x(16).
       01 ws-step-count pic 9(2) value 0.
       01 ws-step-sub pic 9(3) value 0.
       01 ws-step-found pic 9(3) value 0.
       01 ws-step-source pic x(13) value spaces.

      *> the merged timeline, kept in order as it is built -- each
      *> entry goes in after every entry with the same or an
      *> earlier key, so equal times keep the order read
       01 ws-timeline.
           05 ws-tl-entry occurs 2000 times.
               10 ws-tl-key    pic x(16).
               10 ws-tl-source pic x(6).
               10 ws-tl-step   pic x(2).
               10 ws-tl-job    pic x(8).
               10 ws-tl-sev    pic x(8).
               10 ws-tl-text   pic x(89).
       01 ws-tl-count pic 9(4) value 0.
       01 ws-tl-sub pic 9(4) value 0.
       01 ws-tl-slot pic 9(4) value 0.
       01 ws-tl-dropped pic 9(5) value 0.
       01 ws-new-entry.
           05 ws-new-key    pic x(16).
           05 ws-new-source pic x(6).
           05 ws-new-step   pic x(2).
           05 ws-new-job    pic x(8).
           05 ws-new-sev    pic x(8).
           05 ws-new-text   pic x(89).

      *> an alert's acknowledgment and escalation, gathered before
      *> its line is built
       01 ws-ack-text pic x(20).
       01 ws-esc-text pic x(20).
       01 ws-esc-count pic 9(3).
       01 ws-escalation-table.
           05 ws-esc-entry occurs 500 times.
               10 ws-esc-alert-ts pic x(12).
               10 ws-esc-job-id   pic x(8).
               10 ws-esc-raised   pic x(12).
               10 ws-esc-route    pic x(4).
               10 ws-esc-matched  pic x(1).
       01 ws-esc-total pic 9(3) value 0.
       01 ws-esc-sub pic 9(3) value 0.

      *> per-source counts for the closing line
       01 ws-err-count pic 9(4) value 0.
       01 ws-log-count pic 9(4) value 0.
       01 ws-alert-count pic 9(4) value 0.
       01 ws-escal-count pic 9(4) value 0.
       01 ws-bookend-count pic 9(4) value 0.

       01 ws-show-time pic x(14).
       01 ws-show-step pic x(2).

      *> staged arguments for the shared report-page layer, each
      *> sized to exactly match rptpage's linkage items
       01 ws-rpt-action pic x(1).
       01 ws-rpt-id pic x(8) value "INCTIME".
       01 ws-rpt-title pic x(40).
       01 ws-rpt-line pic x(132).

      *> the records read back -- see copybooks/errrec.cpy,
      *> copybooks/alertrec.cpy and copybooks/logrec.cpy
       copy "errrec.cpy".
       copy "alertrec.cpy".
       copy "logrec.cpy".

      *> *****************
       procedure division.
       display "Business date (YYYYMMDD, blank for processing date): "
           with no advancing
       accept ws-business-date from console
       if ws-business-date = spaces or ws-business-date = low-values
           call "procdate" using ws-business-date
       end-if
       display "Window starts on (YYYYMMDD, blank for the business "
           "date): " with no advancing
       accept ws-window-date from console
       if ws-window-date = spaces or ws-window-date = low-values
           move ws-business-date to ws-window-date
       end-if
       display "Window from (HHMM, blank for 0000): "
           with no advancing
       accept ws-from-time from console
       if ws-from-time = spaces or ws-from-time = low-values
           move "0000" to ws-from-time
       end-if
       display "Window to (HHMM, blank for a full day): "
           with no advancing
       accept ws-to-time from console
       display "Job id (blank for all): " with no advancing
       accept ws-want-job from console
       move upper-case(ws-want-job) to ws-want-job

       if ws-business-date is not numeric
               or ws-window-date is not numeric
               or ws-from-time is not numeric
           display "inctime: bad date or time keyed, run abandoned"
           stop run
       end-if
       compute ws-business-integer =
           integer-of-date(numval(ws-business-date))
       compute ws-window-integer =
           integer-of-date(numval(ws-window-date))
       if ws-business-integer = 0 or ws-window-integer = 0
           display "inctime: bad date keyed, run abandoned"
           stop run
       end-if
       perform set-up-window

       call "runmode" using ws-name-prefix
       string ws-name-prefix delimited by space
           "NITEHIST.DAT" delimited by size
           into ws-hist-file-name
       end-string
       string ws-name-prefix delimited by space
           "NITEBATCH.RUN" delimited by size
           into ws-run-file-name
       end-string

       perform load-steps
       perform add-step-bookends
       perform add-error-entries
       perform add-log-entries
       perform load-escalations
       perform add-alert-entries
       perform add-unmatched-escalations

       move spaces to ws-rpt-title
       string "incident timeline -- " ws-business-date
           delimited by size
           into ws-rpt-title
       end-string
       move "O" to ws-rpt-action
       call "rptpage" using ws-rpt-action ws-rpt-id ws-rpt-title
           ws-rpt-line
       perform report-heading
       perform report-timeline
       perform report-totals
       move "C" to ws-rpt-action
       call "rptpage" using ws-rpt-action ws-rpt-id ws-rpt-title
           ws-rpt-line
       goback.

      *> *****************
      *> the window's two ends; an end not after the start is on
      *> the next calendar day, a blank end a full day on
       set-up-window.
           move spaces to ws-window-from
           string ws-window-date ws-from-time "0000"
               delimited by size
               into ws-window-from
           end-string
           if ws-to-time = spaces or ws-to-time = low-values
                   or ws-to-time is not numeric
               move ws-from-time to ws-to-time
           end-if
           move ws-window-date to ws-work-date
           if ws-to-time <= ws-from-time
               compute ws-work-ccyymmdd =
                   date-of-integer(ws-window-integer + 1)
               move ws-work-ccyymmdd to ws-work-date
           end-if
           move spaces to ws-window-to
           string ws-work-date ws-to-time "0000"
               delimited by size
               into ws-window-to
           end-string.

      *> *****************
      *> the finished run's ledger rows for the business date; the
      *> last row for a step wins, so a restart's rows replace the
      *> failed pass's.  no rows at all means the run never
      *> finished, and the run file shows where it stood
       load-steps.
           open input histfile
           if histfile-status = 0
               move "N" to ws-eof-switch
               perform until ws-eof
                   read histfile
                       at end set ws-eof to true
                       not at end
                           if his-date = ws-business-date
                                   and his-start-ts not = spaces
                               move his-number to rnf-number
                               move his-program to rnf-program
                               move his-status to rnf-status
                               move his-start-ts to rnf-start-ts
                               move his-end-ts to rnf-end-ts
                               perform store-one-step
                           end-if
                   end-read
               end-perform
               close histfile
           end-if
           if ws-step-count > 0
               move ws-hist-file-name to ws-step-source
               exit paragraph
           end-if

           open input runfile
           if runfile-status not = 0
               exit paragraph
           end-if
           move "N" to ws-eof-switch
           perform until ws-eof
               read runfile
                   at end set ws-eof to true
                   not at end
                       if rnf-start-ts not = spaces
                           perform store-one-step
                       end-if
               end-read
           end-perform
           close runfile
           if ws-step-count > 0
               move ws-run-file-name to ws-step-source
           end-if.

      *> *****************
       store-one-step.
           move 0 to ws-step-found
           perform varying ws-step-sub from 1 by 1
                   until ws-step-sub > ws-step-count
               if ws-st-number(ws-step-sub) = rnf-number
                   move ws-step-sub to ws-step-found
               end-if
           end-perform
           if ws-step-found = 0
               if ws-step-count >= 99
                   exit paragraph
               end-if
               add 1 to ws-step-count
               move ws-step-count to ws-step-found
           end-if
           move rnf-number to ws-st-number(ws-step-found)
           move rnf-program to ws-st-program(ws-step-found)
           move rnf-status to ws-st-status(ws-step-found)
           move rnf-start-ts to ws-stamp
           perform key-from-stamp
           move ws-key to ws-st-start(ws-step-found)
           move spaces to ws-st-end(ws-step-found)
           if rnf-end-ts not = spaces
               move rnf-end-ts to ws-stamp
               perform key-from-stamp
               move ws-key to ws-st-end(ws-step-found)
           end-if.

      *> *****************
      *> each step's start and end as timeline entries of their own,
      *> carrying their own step number -- at a boundary the next
      *> step's start shares the last one's end time
       add-step-bookends.
           move spaces to ws-new-entry
           perform varying ws-step-sub from 1 by 1
                   until ws-step-sub > ws-step-count
               if ws-want-job = spaces
                       or ws-want-job = ws-st-program(ws-step-sub)
                   move ws-st-program(ws-step-sub) to ws-new-job
                   move ws-st-number(ws-step-sub) to ws-new-step
                   move "STEP" to ws-new-source
                   move "START" to ws-new-sev
                   move ws-st-start(ws-step-sub) to ws-new-key
                   move spaces to ws-new-text
                   string "step " ws-st-number(ws-step-sub)
                       " started" delimited by size
                       into ws-new-text
                   end-string
                   perform add-if-in-window
                   if ws-st-end(ws-step-sub) not = spaces
                       move "END" to ws-new-sev
                       move ws-st-end(ws-step-sub) to ws-new-key
                       move spaces to ws-new-text
                       string "step " ws-st-number(ws-step-sub)
                           " ended " ws-st-status(ws-step-sub)
                           delimited by size
                           into ws-new-text
                       end-string
                       perform add-if-in-window
                   end-if
               end-if
           end-perform
           move ws-tl-count to ws-bookend-count
           move spaces to ws-new-step.

      *> *****************
       add-error-entries.
           call "errconv" using ws-errlog-ready
           if not ws-errlog-is-ready
               display "inctime: ERRORLOG.TXT is not on the current "
                   "layout -- error entries left off"
               exit paragraph
           end-if
           open input errorfile
           if errorfile-status not = 0
               exit paragraph
           end-if
           move "N" to ws-eof-switch
           perform until ws-eof
               read errorfile into err-record
                   at end set ws-eof to true
                   not at end
                       if ws-want-job = spaces
                               or ws-want-job = err-program
                           move err-timestamp to ws-stamp
                           perform key-from-stamp
                           move ws-key to ws-new-key
                           move "ERRLOG" to ws-new-source
                           move err-program to ws-new-job
                           move err-type to ws-new-sev
                           move spaces to ws-new-text
                           string "code " err-code " " err-text " "
                               err-msg-id delimited by size
                               into ws-new-text
                           end-string
                           move ws-tl-count to ws-tl-sub
                           perform add-if-in-window
                           if ws-tl-count > ws-tl-sub
                               add 1 to ws-err-count
                           end-if
                       end-if
               end-read
           end-perform
           close errorfile.

      *> *****************
      *> the business date's archive once logarch has taken it, the
      *> working log until then -- the archive first, since logarch
      *> leaves an empty .TXT behind that would open clean and read
      *> as a day with nothing in it; the header record is not an
      *> event
       add-log-entries.
           move spaces to ws-log-file-name
           string ws-name-prefix delimited by space
               "LOG" ws-business-date ".ARC" delimited by size
               into ws-log-file-name
           end-string
           open input logfile
           if logfile-status not = 0
               move spaces to ws-log-file-name
               string ws-name-prefix delimited by space
                   "LOG" ws-business-date ".TXT" delimited by size
                   into ws-log-file-name
               end-string
               open input logfile
           end-if
           if logfile-status not = 0
               exit paragraph
           end-if
           move "N" to ws-eof-switch
           perform until ws-eof
               read logfile
                   at end set ws-eof to true
                   not at end
                       move logline to log-record
                       if not log-rec-is-header
                               and (ws-want-job = spaces
                                   or ws-want-job = log-job-id)
                           perform add-one-log-entry
                       end-if
               end-read
           end-perform
           close logfile.

      *> *****************
       add-one-log-entry.
           move log-timestamp to ws-stamp
           perform key-from-stamp
           move ws-key to ws-new-key
           move "LOG" to ws-new-source
           move log-job-id to ws-new-job
           move spaces to ws-new-sev
           string log-severity " " log-rec-type delimited by size
               into ws-new-sev
           end-string
           move spaces to ws-new-text
           if log-msg-id not = spaces
               string log-msg-id " " trim(log-message)
                   delimited by size
                   into ws-new-text
               end-string
           else
               move log-message to ws-new-text
           end-if
           move ws-tl-count to ws-tl-sub
           perform add-if-in-window
           if ws-tl-count > ws-tl-sub
               add 1 to ws-log-count
           end-if.

      *> *****************
      *> every escalation on file, matched to its alert later by
      *> the alert's own timestamp and job
       load-escalations.
           open input escfile
           if escfile-status not = 0
               exit paragraph
           end-if
           move "N" to ws-eof-switch
           perform until ws-eof
               read escfile
                   at end set ws-eof to true
                   not at end
                       if ws-esc-total < 500
                           add 1 to ws-esc-total
                           move esc-alert-ts
                               to ws-esc-alert-ts(ws-esc-total)
                           move esc-job-id
                               to ws-esc-job-id(ws-esc-total)
                           move esc-raised-ts
                               to ws-esc-raised(ws-esc-total)
                           move esc-next-route
                               to ws-esc-route(ws-esc-total)
                           move "N" to ws-esc-matched(ws-esc-total)
                       end-if
               end-read
           end-perform
           close escfile.

      *> *****************
       add-alert-entries.
           open input alertfile
           if alertfile-status not = 0
               exit paragraph
           end-if
           move "N" to ws-eof-switch
           perform until ws-eof
               read alertfile into alert-record
                   at end set ws-eof to true
                   not at end
                       if ws-want-job = spaces
                               or ws-want-job = alert-job-id
                           perform add-one-alert-entry
                       end-if
               end-read
           end-perform
           close alertfile.

      *> *****************
      *> the alert's line carries who acknowledged it and when, and
      *> the latest escalation of it, ahead of the message so
      *> neither is ever cut off
       add-one-alert-entry.
           move spaces to ws-ack-text
           if alert-is-acked
               string "ack " alert-ack-initials " "
                   alert-ack-timestamp(1:2) "/"
                   alert-ack-timestamp(3:2) " "
                   alert-ack-timestamp(5:2) ":"
                   alert-ack-timestamp(7:2)
                   delimited by size
                   into ws-ack-text
               end-string
           else
               move "UNACKED" to ws-ack-text
           end-if

           move spaces to ws-esc-text
           move 0 to ws-esc-count
           perform varying ws-esc-sub from 1 by 1
                   until ws-esc-sub > ws-esc-total
               if ws-esc-alert-ts(ws-esc-sub) = alert-timestamp
                       and ws-esc-job-id(ws-esc-sub) = alert-job-id
                   move "Y" to ws-esc-matched(ws-esc-sub)
                   add 1 to ws-esc-count
                   move spaces to ws-esc-text
                   string "esc " delimited by size
                       ws-esc-route(ws-esc-sub) delimited by space
                       " " ws-esc-raised(ws-esc-sub)(1:2) "/"
                       ws-esc-raised(ws-esc-sub)(3:2) " "
                       ws-esc-raised(ws-esc-sub)(5:2) ":"
                       ws-esc-raised(ws-esc-sub)(7:2)
                       delimited by size
                       into ws-esc-text
                   end-string
               end-if
           end-perform

           move alert-timestamp to ws-stamp
           perform key-from-stamp
           move ws-key to ws-new-key
           move "ALERT" to ws-new-source
           move alert-job-id to ws-new-job
           move "CRI" to ws-new-sev
           move spaces to ws-new-text
           if ws-esc-count > 0
               string trim(ws-ack-text) ", " trim(ws-esc-text)
                   " -- " trim(alert-message)
                   delimited by size
                   into ws-new-text
               end-string
           else
               string trim(ws-ack-text) " -- " trim(alert-message)
                   delimited by size
                   into ws-new-text
               end-string
           end-if
           move ws-tl-count to ws-tl-sub
           perform add-if-in-window
           if ws-tl-count > ws-tl-sub
               add 1 to ws-alert-count
           end-if.

      *> *****************
      *> an escalation whose alert has gone from ALERTS.DAT still
      *> happened; it prints at the time it was raised
       add-unmatched-escalations.
           perform varying ws-esc-sub from 1 by 1
                   until ws-esc-sub > ws-esc-total
               if ws-esc-matched(ws-esc-sub) = "N"
                       and (ws-want-job = spaces
                           or ws-want-job = ws-esc-job-id(ws-esc-sub))
                   move ws-esc-raised(ws-esc-sub) to ws-stamp
                   perform key-from-stamp
                   move ws-key to ws-new-key
                   move "ESCAL" to ws-new-source
                   move ws-esc-job-id(ws-esc-sub) to ws-new-job
                   move ws-esc-route(ws-esc-sub) to ws-new-sev
                   move spaces to ws-new-text
                   string "escalated to " delimited by size
                       ws-esc-route(ws-esc-sub) delimited by space
                       " -- alert raised "
                       ws-esc-alert-ts(ws-esc-sub)(1:2) "/"
                       ws-esc-alert-ts(ws-esc-sub)(3:2) " "
                       ws-esc-alert-ts(ws-esc-sub)(5:2) ":"
                       ws-esc-alert-ts(ws-esc-sub)(7:2)
                       " is no longer on file"
                       delimited by size
                       into ws-new-text
                   end-string
                   move ws-tl-count to ws-tl-sub
                   perform add-if-in-window
                   if ws-tl-count > ws-tl-sub
                       add 1 to ws-escal-count
                   end-if
               end-if
           end-perform.

      *> *****************
      *> the new entry goes in behind everything with the same or
      *> an earlier key, the later entries shifted down one
       add-if-in-window.
           if ws-new-key = spaces
                   or ws-new-key < ws-window-from
                   or ws-new-key > ws-window-to
               exit paragraph
           end-if
           if ws-tl-count >= 2000
               add 1 to ws-tl-dropped
               exit paragraph
           end-if
           move ws-tl-count to ws-tl-slot
           perform until ws-tl-slot = 0
                   or ws-tl-key(ws-tl-slot) <= ws-new-key
               move ws-tl-entry(ws-tl-slot)
                   to ws-tl-entry(ws-tl-slot + 1)
               subtract 1 from ws-tl-slot
           end-perform
           move ws-new-entry to ws-tl-entry(ws-tl-slot + 1)
           add 1 to ws-tl-count.

      *> *****************
       key-from-stamp.
           move spaces to ws-key
           if ws-stamp(1:8) is not numeric
               exit paragraph
           end-if
           move ws-business-date(1:4) to ws-key-year
           perform try-key-year
           if ws-key-integer - ws-business-integer > 182
               subtract 1 from ws-key-year
               perform try-key-year
           end-if
           if ws-business-integer - ws-key-integer > 182
               add 1 to ws-key-year
               perform try-key-year
           end-if
           move ws-key-date to ws-key(1:8)
           move ws-stamp(5:8) to ws-key(9:8).

      *> *****************
       try-key-year.
           compute ws-key-date = ws-key-year * 10000
               + numval(ws-stamp(1:4))
           compute ws-key-integer = integer-of-date(ws-key-date).

      *> *****************
      *> the step running at a moment: started at or before it and
      *> not yet ended -- a step with no end was still running
       find-running-step.
           move ws-tl-step(ws-tl-sub) to ws-show-step
           if ws-show-step not = spaces
               exit paragraph
           end-if
           perform varying ws-step-sub from 1 by 1
                   until ws-step-sub > ws-step-count
               if ws-st-start(ws-step-sub) <= ws-tl-key(ws-tl-sub)
                       and (ws-st-end(ws-step-sub) = spaces
                           or ws-st-end(ws-step-sub)
                               >= ws-tl-key(ws-tl-sub))
                   move ws-st-number(ws-step-sub) to ws-show-step
               end-if
           end-perform.

      *> *****************
       report-heading.
           move spaces to ws-rpt-line
           string "  window " ws-window-from(1:8) " "
               ws-window-from(9:2) ":" ws-window-from(11:2)
               " - " ws-window-to(1:8) " "
               ws-window-to(9:2) ":" ws-window-to(11:2)
               delimited by size
               into ws-rpt-line
           end-string
           if ws-want-job not = spaces
               string "   job " ws-want-job
                   delimited by size
                   into ws-rpt-line(50:)
               end-string
           end-if
           perform put-report-line
           move spaces to ws-rpt-line
           if ws-step-count > 0
               string "  steps from " ws-step-source
                   delimited by size
                   into ws-rpt-line
               end-string
           else
               move "  no step bookends on file for this date"
                   to ws-rpt-line
           end-if
           perform put-report-line
           move spaces to ws-rpt-line
           perform put-report-line
           move "  MM/DD HH:MM:SS SOURCE ST JOB      SEV/TYPE TEXT"
               to ws-rpt-line
           perform put-report-line.

      *> *****************
       report-timeline.
           if ws-tl-count = 0
               move "  nothing on file in this window" to ws-rpt-line
               perform put-report-line
               exit paragraph
           end-if
           perform varying ws-tl-sub from 1 by 1
                   until ws-tl-sub > ws-tl-count
               perform find-running-step
               move spaces to ws-show-time
               string ws-tl-key(ws-tl-sub)(5:2) "/"
                   ws-tl-key(ws-tl-sub)(7:2) " "
                   ws-tl-key(ws-tl-sub)(9:2) ":"
                   ws-tl-key(ws-tl-sub)(11:2) ":"
                   ws-tl-key(ws-tl-sub)(13:2)
                   delimited by size
                   into ws-show-time
               end-string
               move spaces to ws-rpt-line
               string "  " ws-show-time " "
                   ws-tl-source(ws-tl-sub) " "
                   ws-show-step " "
                   ws-tl-job(ws-tl-sub) " "
                   ws-tl-sev(ws-tl-sub) " "
                   ws-tl-text(ws-tl-sub)
                   delimited by size
                   into ws-rpt-line
               end-string
               perform put-report-line
           end-perform.

      *> *****************
       report-totals.
           move spaces to ws-rpt-line
           perform put-report-line
           move spaces to ws-rpt-line
           string "  " ws-tl-count " line(s): " ws-bookend-count
               " step bookend(s), " ws-err-count " error(s), "
               ws-log-count " log entr(ies), " ws-alert-count
               " alert(s), " ws-escal-count " lone escalation(s)"
               delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line
           if ws-tl-dropped > 0
               move spaces to ws-rpt-line
               string "  " ws-tl-dropped " more in the window not "
                   "shown -- narrow the window or name a job"
                   delimited by size
                   into ws-rpt-line
               end-string
               perform put-report-line
           end-if.

      *> *****************
       put-report-line.
           move "L" to ws-rpt-action
           call "rptpage" using ws-rpt-action ws-rpt-id
               ws-rpt-title ws-rpt-line.
      *>****
       end program inctime.
      *>****
