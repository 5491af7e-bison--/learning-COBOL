      *> ***************************************************************
      *>****p* samples/arrmon
      *> Purpose:
      *>   Inbound partner-file arrival monitor -- slamon's question
      *>   asked of the partners instead of our own jobs.  Reads the
      *>   arrival schedule (ARRSCHED.DAT, arrsched.cpy: partner,
      *>   expected shop-calendar day types, earliest / latest /
      *>   cut-off times, normal trailer-count range) and, for every
      *>   partner expected on the business date's day type, looks
      *>   for tonight's file -- the one CHKMANIF.DAT names for the
      *>   partner and date, else the schedule's drop name, else
      *>   ACCTIN.DAT.  A file counts as arrived only when its header
      *>   names the partner and the business date and its trailer
      *>   is on it, so yesterday's leftover and a half-transferred
      *>   file are both still "not in".
      *>   No file past the latest time raises a WRN through
      *>   appender; no file past the cut-off raises a CRI; a file
      *>   that arrives early, late, or after the cut-off was called
      *>   is a WRN, and so is a trailer count outside the partner's
      *>   normal range.  Every change of a partner's state is
      *>   appended to ARRIVALS.DAT (arrlog.cpy), which is read back
      *>   on the next run so the monitor can be run every half hour
      *>   through the evening without repeating an alert, and which
      *>   handover reports the next morning.  Return code 8 when a
      *>   feed has missed its cut-off, 4 when one is late or out of
      *>   range, 0 otherwise.
      *> Tectonics:
      *>   cobc -xj -I copybooks arrmon.cbl
      *> SOURCE
      *> ***************************************************************
       identification division.
       program-id. arrmon.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select schedfile
           assign to "ARRSCHED.DAT"
           organization is line sequential
           file status is schedfile-status
           .
           select arrfile
           assign to "ARRIVALS.DAT"
           organization is line sequential
           file status is arrfile-status
           .
           select manifest
           assign to "CHKMANIF.DAT"
           organization is line sequential
           file status is manifest-status
           .
           select feedfile
           assign to ws-feed-file-name
           organization is line sequential
           file status is feedfile-status
           .

       data division.
       file section.
       fd schedfile.
           copy "arrsched.cpy".

       fd arrfile.
           copy "arrlog.cpy".

      *> same row shape CHKBATCH takes its night's files from
       fd manifest.
       01 manifest-record.
           05 man-file-name pic x(30).
           05 man-partner   pic x(8).
           05 man-file-date pic x(8).
           05 man-count     pic x(6).

      *> the agreed feed layout: HDR + partner + file date first,
      *> TRL + record count last, account records between
       fd feedfile.
       01 feed-record.
           05 fd-tag  pic x(3).
           05 filler  pic x(16).
       01 feed-header.
           05 fh-tag     pic x(3).
           05 fh-partner pic x(8).
           05 fh-date    pic x(8).
       01 feed-trailer.
           05 ft-tag   pic x(3).
           05 ft-count pic x(6).

       working-storage section.
       01 schedfile-real pic xx.
       01 schedfile-status redefines schedfile-real pic 99.
       01 arrfile-real pic xx.
       01 arrfile-status redefines arrfile-real pic 99.
       01 manifest-real pic xx.
       01 manifest-status redefines manifest-real pic 99.
       01 feedfile-real pic xx.
       01 feedfile-status redefines feedfile-real pic 99.

      *> monitors the run's business date via procdate
       01 ws-report-date pic x(8).
       01 ws-feed-file-name pic x(30).

      *> staged arguments for the shop-calendar lookup; a date not
      *> on the calendar is taken as an ordinary business day
       01 ws-cal-date pic x(8).
       01 ws-cal-day-type pic x(1).
       01 ws-cal-found pic x(1).
           88 ws-cal-date-found value "Y".
       01 ws-day-types pic x(4).
       01 ws-type-tally pic 9(2).

       01 ws-sched-eof-switch pic x(1) value "N".
           88 ws-sched-eof value "Y".
       01 ws-arr-eof-switch pic x(1) value "N".
           88 ws-arr-eof value "Y".
       01 ws-man-eof-switch pic x(1) value "N".
           88 ws-man-eof value "Y".
       01 ws-feed-eof-switch pic x(1) value "N".
           88 ws-feed-eof value "Y".

      *> each partner's standing state for the date, newest row on
      *> ARRIVALS.DAT wins -- the memory that keeps a rerun quiet
       01 ws-standing-table.
           05 ws-standing-entry occurs 50 times.
               10 ws-st-partner pic x(8).
               10 ws-st-finding pic x(1).
               10 ws-st-time    pic 9(6).
       01 ws-standing-count pic 99 value 0.
       01 ws-st-sub pic 99 value 0.
       01 ws-find-sub pic 99 value 0.
       01 ws-find-partner pic x(8).
       01 ws-standing-finding pic x(1).
           88 ws-standing-arrived value "A" "E" "T" "X".
           88 ws-standing-late value "L".
           88 ws-standing-missed value "M".

      *> tonight's manifest rows for the business date
       01 ws-manifest-table.
           05 ws-manifest-entry occurs 20 times.
               10 ws-mf-partner   pic x(8).
               10 ws-mf-file-name pic x(30).
       01 ws-manifest-count pic 99 value 0.
       01 ws-mf-sub pic 99 value 0.

      *> what the partner's file on hand turned out to be
       01 ws-feed-switch pic x(1).
           88 ws-feed-arrived value "Y".
       01 ws-feed-header-switch pic x(1).
           88 ws-feed-has-header value "Y".
       01 ws-feed-trailer-switch pic x(1).
           88 ws-feed-has-trailer value "Y".
       01 ws-feed-count pic 9(6).
       01 ws-volume-switch pic x(1).
           88 ws-volume-outside value "Y".

      *> where the clock stands against the partner's window:
      *> B before it opens, W inside it, L past the latest time,
      *> M past the cut-off
       01 ws-window-position pic x(1).
           88 ws-before-window value "B".
           88 ws-in-window value "W".
           88 ws-past-latest value "L".
           88 ws-past-cutoff value "M".

      *> HHMMSS-to-seconds, the same shape logelaps and slamon use
       01 ws-time-in pic 9(6).
       01 ws-time-secs pic 9(5).
       01 ws-hh pic 99.
       01 ws-mm pic 99.
       01 ws-ss pic 99.

       01 ws-now-time pic 9(6).
       01 ws-now-secs pic 9(5).
       01 ws-earliest-secs pic 9(5).
       01 ws-gap-secs pic s9(6).
       01 ws-now-offset pic s9(6).
       01 ws-latest-offset pic s9(6).
       01 ws-cutoff-offset pic s9(6).

       01 ws-sched-count pic 99 value 0.
       01 ws-expected-count pic 99 value 0.
       01 ws-arrived-count pic 99 value 0.
       01 ws-late-count pic 99 value 0.
       01 ws-missed-count pic 99 value 0.
       01 ws-volume-count pic 99 value 0.
       01 ws-worst-rc pic 9 value 0.

      *> findings through appender, same staging every caller uses
       01 ws-job-id pic x(8) value "ARRMON".
       01 ws-append-count pic 9(4).
       01 ws-append-message pic x(60).
       01 ws-append-severity pic x(3).

      *> *****************
       procedure division.
       move 0 to return-code
       call "procdate" using ws-report-date

       move ws-report-date to ws-cal-date
       move "N" to ws-cal-found
       call "callook" using ws-cal-date ws-cal-day-type ws-cal-found
       if not ws-cal-date-found
           move "B" to ws-cal-day-type
       end-if

       move function current-date(9:6) to ws-now-time
       move ws-now-time to ws-time-in
       perform time-to-seconds
       move ws-time-secs to ws-now-secs

       open input schedfile
       if schedfile-status not = 0
           display "arrmon: no ARRSCHED.DAT on file (status "
               schedfile-status "), nothing to monitor"
           goback
       end-if

       perform load-standing-findings
       perform load-tonights-manifest

       open extend arrfile
       if arrfile-status not = 0
           open output arrfile
       end-if
       if arrfile-status not = 0
           display "arrmon: cannot write ARRIVALS.DAT, status "
               arrfile-status
           close schedfile
           move 12 to return-code
           goback
       end-if

       display "=================================================="
       display "partner file arrivals -- business date "
           ws-report-date " (day type " ws-cal-day-type ")"
       display "  time now " ws-now-time
       display "=================================================="

       perform until ws-sched-eof
           read schedfile
               at end set ws-sched-eof to true
               not at end perform judge-one-partner
           end-read
       end-perform
       close schedfile
       close arrfile

       display "=================================================="
       display "arrmon: " ws-expected-count " of " ws-sched-count
           " partner(s) expected, " ws-arrived-count " in, "
           ws-late-count " late, " ws-missed-count " missed, "
           ws-volume-count " out of range"

       move ws-worst-rc to return-code
       goback.

      *> *****************
      *> every earlier finding for the business date, newest per
      *> partner kept -- no file yet is simply nothing standing
       load-standing-findings.
           open input arrfile
           if arrfile-status not = 0
               exit paragraph
           end-if
           perform until ws-arr-eof
               read arrfile
                   at end set ws-arr-eof to true
                   not at end
                       if al-business-date = ws-report-date
                           perform keep-standing-finding
                       end-if
               end-read
           end-perform
           close arrfile.

      *> *****************
       keep-standing-finding.
           move al-partner to ws-find-partner
           perform find-standing-entry
           if ws-st-sub = 0
               if ws-standing-count >= 50
                   exit paragraph
               end-if
               add 1 to ws-standing-count
               move ws-standing-count to ws-st-sub
               move al-partner to ws-st-partner(ws-st-sub)
           end-if
           move al-finding to ws-st-finding(ws-st-sub)
           move al-check-time to ws-st-time(ws-st-sub).

      *> *****************
      *> the partner's slot in the standing table, 0 when it has
      *> none yet
       find-standing-entry.
           move 0 to ws-st-sub
           move spaces to ws-standing-finding
           perform varying ws-find-sub from 1 by 1
                   until ws-find-sub > ws-standing-count
                       or ws-st-sub > 0
               if ws-st-partner(ws-find-sub) = ws-find-partner
                   move ws-find-sub to ws-st-sub
                   move ws-st-finding(ws-st-sub)
                       to ws-standing-finding
               end-if
           end-perform.

      *> *****************
      *> a manifest row for the partner and tonight's date names
      *> the file outright; no manifest yet is not a finding
       load-tonights-manifest.
           open input manifest
           if manifest-status not = 0
               exit paragraph
           end-if
           perform until ws-man-eof
               read manifest
                   at end set ws-man-eof to true
                   not at end
                       if man-file-date = ws-report-date
                               and man-file-name not = spaces
                               and ws-manifest-count < 20
                           add 1 to ws-manifest-count
                           move man-partner
                               to ws-mf-partner(ws-manifest-count)
                           move man-file-name
                               to ws-mf-file-name(ws-manifest-count)
                       end-if
               end-read
           end-perform
           close manifest.

      *> *****************
      *> one schedule row: expected tonight at all, already in,
      *> in now, or still not in -- and how far past its window
       judge-one-partner.
           if as-partner = spaces
               exit paragraph
           end-if
           add 1 to ws-sched-count

           move as-day-types to ws-day-types
           if ws-day-types = spaces
               move "BP" to ws-day-types
           end-if
           move 0 to ws-type-tally
           inspect ws-day-types tallying ws-type-tally
               for all ws-cal-day-type
           if ws-type-tally = 0
               display as-partner " not expected on a day type "
                   ws-cal-day-type " -- not monitored"
               exit paragraph
           end-if
           add 1 to ws-expected-count

           move as-partner to ws-find-partner
           perform find-standing-entry
           if ws-standing-arrived
               add 1 to ws-arrived-count
               display as-partner " in -- recorded at "
                   ws-st-time(ws-st-sub)
               exit paragraph
           end-if

           perform choose-feed-file-name
           perform look-at-feed-file
           perform place-clock-in-window

           if ws-feed-arrived
               perform record-arrival
           else
               perform judge-missing-feed
           end-if.

      *> *****************
       choose-feed-file-name.
           move spaces to ws-feed-file-name
           perform varying ws-mf-sub from 1 by 1
                   until ws-mf-sub > ws-manifest-count
                       or ws-feed-file-name not = spaces
               if ws-mf-partner(ws-mf-sub) = as-partner
                   move ws-mf-file-name(ws-mf-sub)
                       to ws-feed-file-name
               end-if
           end-perform
           if ws-feed-file-name = spaces
               move as-file-name to ws-feed-file-name
           end-if
           if ws-feed-file-name = spaces
               move "ACCTIN.DAT" to ws-feed-file-name
           end-if.

      *> *****************
      *> arrived means tonight's file, whole: header for this
      *> partner and the business date, trailer on the end.  the
      *> trailer's count is the volume judged against the range
       look-at-feed-file.
           move "N" to ws-feed-switch
           move "N" to ws-feed-header-switch
           move "N" to ws-feed-trailer-switch
           move 0 to ws-feed-count
           open input feedfile
           if feedfile-status not = 0
               exit paragraph
           end-if
           move "N" to ws-feed-eof-switch
           read feedfile
               at end set ws-feed-eof to true
           end-read
           if not ws-feed-eof
               if fh-tag = "HDR" and fh-partner = as-partner
                       and fh-date = ws-report-date
                   set ws-feed-has-header to true
               else
                   display as-partner " " function trim(
                       ws-feed-file-name) " on hand is not tonight's"
                       " (header " fh-tag " " fh-partner " "
                       fh-date ") -- not counted"
               end-if
           end-if
           perform until ws-feed-eof or not ws-feed-has-header
               read feedfile
                   at end set ws-feed-eof to true
                   not at end
                       if fd-tag = "TRL"
                           set ws-feed-has-trailer to true
                           if ft-count is numeric
                               move ft-count to ws-feed-count
                           end-if
                       end-if
               end-read
           end-perform
           close feedfile
           if ws-feed-has-header and not ws-feed-has-trailer
               display as-partner " " function trim(
                   ws-feed-file-name) " has no trailer yet -- "
                   "still arriving"
           end-if
           if ws-feed-has-header and ws-feed-has-trailer
               set ws-feed-arrived to true
           end-if.

      *> *****************
      *> the clock carries no day, so the window is measured from
      *> its own earliest time: up to twelve hours before that is
      *> "not open yet", anything else is so many seconds into the
      *> window -- which lets a cut-off fall after midnight.  same
      *> half-day rule slamon applies to its deadlines
       place-clock-in-window.
           move as-earliest to ws-time-in
           perform time-to-seconds
           move ws-time-secs to ws-earliest-secs

           compute ws-gap-secs = ws-earliest-secs - ws-now-secs
           if ws-gap-secs < 0
               add 86400 to ws-gap-secs
           end-if
           if ws-gap-secs > 0 and ws-gap-secs <= 43200
               set ws-before-window to true
               exit paragraph
           end-if

           compute ws-now-offset = ws-now-secs - ws-earliest-secs
           if ws-now-offset < 0
               add 86400 to ws-now-offset
           end-if
           move as-latest to ws-time-in
           perform time-to-seconds
           compute ws-latest-offset = ws-time-secs - ws-earliest-secs
           if ws-latest-offset < 0
               add 86400 to ws-latest-offset
           end-if
           move as-cutoff to ws-time-in
           perform time-to-seconds
           compute ws-cutoff-offset = ws-time-secs - ws-earliest-secs
           if ws-cutoff-offset < 0
               add 86400 to ws-cutoff-offset
           end-if

           evaluate true
               when ws-now-offset <= ws-latest-offset
                   set ws-in-window to true
               when ws-now-offset <= ws-cutoff-offset
                   set ws-past-latest to true
               when other
                   set ws-past-cutoff to true
           end-evaluate.

      *> *****************
      *> first sighting of tonight's file: when it was seen against
      *> the window, and what its trailer says against the range
       record-arrival.
           add 1 to ws-arrived-count
           move "N" to ws-volume-switch
           if as-volume-high > 0
               if ws-feed-count < as-volume-low
                       or ws-feed-count > as-volume-high
                   set ws-volume-outside to true
               end-if
           end-if

           move spaces to arrival-log-record
           move ws-report-date to al-business-date
           move as-partner to al-partner
           move ws-now-time to al-check-time
           move ws-feed-count to al-count
           move ws-feed-file-name to al-file-name
           move ws-volume-switch to al-volume-flag

           move spaces to ws-append-message
           move "WRN" to ws-append-severity
           evaluate true
               when ws-before-window
                   set al-arrived-early to true
                   string "partner " function trim(as-partner)
                       " file early, in by " ws-now-time
                       " window opens " as-earliest
                       delimited by size
                       into ws-append-message
                   end-string
               when ws-in-window
                   set al-arrived-in-window to true
                   move "INF" to ws-append-severity
                   string "partner " function trim(as-partner)
                       " file in by " ws-now-time ", "
                       ws-feed-count " records"
                       delimited by size
                       into ws-append-message
                   end-string
               when ws-past-latest
                   set al-arrived-late to true
                   string "partner " function trim(as-partner)
                       " file LATE, in by " ws-now-time
                       " due by " as-latest
                       delimited by size
                       into ws-append-message
                   end-string
               when other
                   set al-arrived-after-cutoff to true
                   string "partner " function trim(as-partner)
                       " file in by " ws-now-time
                       " AFTER cut-off " as-cutoff
                       delimited by size
                       into ws-append-message
                   end-string
           end-evaluate
           perform note-finding

           display as-partner " ARRIVED " function trim(
               ws-feed-file-name) " " ws-feed-count " record(s) -- "
               ws-append-message
           if ws-append-severity = "WRN"
               perform raise-warning-rc
           end-if
           if al-arrived-late or al-arrived-after-cutoff
               add 1 to ws-late-count
           end-if

           if ws-volume-outside
               add 1 to ws-volume-count
               perform raise-warning-rc
               move spaces to ws-append-message
               string "partner " function trim(as-partner)
                   " trailer " ws-feed-count " outside "
                   as-volume-low "-" as-volume-high
                   delimited by size
                   into ws-append-message
               end-string
               display as-partner " *** VOLUME *** " ws-append-message
               call "appender" using ws-job-id ws-append-count
                   ws-append-message "WRN"
           end-if.

      *> *****************
      *> still no file: nothing to say inside the window, a WRN
      *> once it is past the latest time and a CRI once it is past
      *> the cut-off -- each raised once, on the run that first
      *> finds it, and only displayed on every run after
       judge-missing-feed.
           evaluate true
               when ws-before-window
                   display as-partner " not in, window opens "
                       as-earliest
               when ws-in-window
                   display as-partner " not in yet, due by "
                       as-latest
               when ws-past-latest
                   add 1 to ws-late-count
                   perform raise-warning-rc
                   if ws-standing-late
                       display as-partner " still LATE, due by "
                           as-latest " -- already raised"
                       exit paragraph
                   end-if
                   move spaces to arrival-log-record
                   set al-not-arrived-late to true
                   move "WRN" to ws-append-severity
                   move spaces to ws-append-message
                   string "partner " function trim(as-partner)
                       " file LATE, not in by " as-latest
                       " cut-off " as-cutoff
                       delimited by size
                       into ws-append-message
                   end-string
                   perform write-missing-finding
               when other
                   add 1 to ws-missed-count
                   move 8 to ws-worst-rc
                   if ws-standing-missed
                       display as-partner " *** MISSED *** cut-off "
                           as-cutoff " -- already raised"
                       exit paragraph
                   end-if
                   move spaces to arrival-log-record
                   set al-missed-cutoff to true
                   move "CRI" to ws-append-severity
                   move spaces to ws-append-message
                   string "partner " function trim(as-partner)
                       " file MISSED cut-off " as-cutoff
                       ", no file"
                       delimited by size
                       into ws-append-message
                   end-string
                   perform write-missing-finding
           end-evaluate.

      *> *****************
       write-missing-finding.
           move ws-report-date to al-business-date
           move as-partner to al-partner
           move ws-now-time to al-check-time
           move 0 to al-count
           move "N" to al-volume-flag
           move ws-feed-file-name to al-file-name
           perform note-finding
           display as-partner " *** " ws-append-severity " *** "
               ws-append-message.

      *> *****************
      *> the finding onto ARRIVALS.DAT and the standing table, and
      *> through appender at the severity it was judged
       note-finding.
           write arrival-log-record
           move as-partner to ws-find-partner
           perform find-standing-entry
           if ws-st-sub = 0 and ws-standing-count < 50
               add 1 to ws-standing-count
               move ws-standing-count to ws-st-sub
               move as-partner to ws-st-partner(ws-st-sub)
           end-if
           if ws-st-sub > 0
               move al-finding to ws-st-finding(ws-st-sub)
               move al-check-time to ws-st-time(ws-st-sub)
           end-if
           call "appender" using ws-job-id ws-append-count
               ws-append-message ws-append-severity.

      *> *****************
       raise-warning-rc.
           if ws-worst-rc < 4
               move 4 to ws-worst-rc
           end-if.

      *> *****************
      *> converts a PIC 9(6) HHMMSS value to seconds since midnight
      *> -- same shape as WHEEE2b's TIME-TO-SECONDS
       time-to-seconds.
           compute ws-hh = ws-time-in / 10000
           compute ws-mm = (ws-time-in - ws-hh * 10000) / 100
           compute ws-ss = ws-time-in - ws-hh * 10000 - ws-mm * 100
           compute ws-time-secs =
               ws-hh * 3600 + ws-mm * 60 + ws-ss.
      *>****
       end program arrmon.
      *>****
