      *> ***************************************************************
      *>****p* samples/msgrpt
      *> Purpose:
      *>   Message-catalog report.  Lists the catalog as keyed in
      *>   MSGCAT.DAT (msgcat.cpy) -- ID, default severity, owning
      *>   program and template -- flagging an ID keyed twice and an
      *>   ID whose severity letter disagrees with its severity, then
      *>   reads a day's audit log and shows how far the suite has
      *>   come in logging by ID: per job, how many entries it wrote
      *>   and how many of those still carry no catalog ID, with the
      *>   day's converted percentage; and last, any ID found in the
      *>   log that the catalog does not list, so the catalog can be
      *>   brought up to what the programs actually raise.
      *>   Defaults to the run's business date, honoring the
      *>   rehearsal prefix, and accepts another date the way
      *>   logexp does.  Prints through the shared rptpage layer.
      *> Tectonics:
      *>   cobc -xj -I copybooks msgrpt.cbl
      *> SOURCE
      *> ***************************************************************
       identification division.
       program-id. msgrpt.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select catfile
           assign to "MSGCAT.DAT"
           organization is line sequential
           file status is catfile-status
           .
           select testfile
           assign to ws-log-file-name
           organization is sequential
           file status is testfile-status
           .

       data division.
       file section.
       fd catfile.
           copy "msgcat.cpy".

       fd testfile
          record is varying in size from 0 to 200 characters
             depending on actual.
       01 testline.
          05 databytes pic x occurs 1 to 200 times depending on actual.

       working-storage section.
       01 actual pic 999 value 200.
       01 catfile-real pic xx.
       01 catfile-status redefines catfile-real pic 99.
       01 testfile-real pic xx.
       01 testfile-status redefines testfile-real pic 99.

      *> defaults to the run's business date via procdate
       01 ws-report-date pic x(8).
       01 ws-name-prefix pic x(3).
       01 ws-log-file-name pic x(18).

       01 ws-eof-switch pic x(1) value "N".
           88 ws-eof value "Y".
       01 ws-cat-eof-switch pic x(1) value "N".
           88 ws-cat-eof value "Y".

      *> the catalog's IDs, kept to answer "is this one listed"
       01 ws-catalog-table.
           05 ws-ct-msg-id pic x(8) occurs 300 times.
       01 ws-catalog-count pic 9(3) value 0.
       01 ws-catalog-sub pic 9(3) value 0.
       01 ws-cat-found-switch pic x(1) value "N".
           88 ws-cat-found value "Y".
       01 ws-expected-severity pic x(3).
       01 ws-log-lookup-id pic x(8).

      *> one slot per job seen in the log: entries, and entries
      *> still written with no ID
       01 ws-job-table.
           05 ws-job-entry occurs 50 times.
               10 ws-jb-job-id   pic x(8).
               10 ws-jb-total    pic 9(6).
               10 ws-jb-no-id    pic 9(6).
       01 ws-job-count pic 99 value 0.
       01 ws-job-sub pic 99 value 0.
       01 ws-job-found-switch pic x(1) value "N".
           88 ws-job-found value "Y".

      *> IDs the log used that the catalog does not list
       01 ws-unknown-table.
           05 ws-unknown-entry occurs 50 times.
               10 ws-uk-msg-id pic x(8).
               10 ws-uk-job-id pic x(8).
               10 ws-uk-count  pic 9(6).
       01 ws-unknown-count pic 99 value 0.
       01 ws-unknown-sub pic 99 value 0.
       01 ws-uk-found-switch pic x(1) value "N".
           88 ws-uk-found value "Y".

       01 ws-entry-count pic 9(6) value 0.
       01 ws-with-id-count pic 9(6) value 0.
       01 ws-no-id-count pic 9(6) value 0.
       01 ws-converted-pct pic 999 value 0.
       01 ws-flag-text pic x(30).

      *> staged arguments for the shared report-page layer, each
      *> sized to exactly match rptpage's linkage items
       01 ws-rpt-action pic x(1).
       01 ws-rpt-id pic x(8) value "MSGRPT".
       01 ws-rpt-title pic x(40).
       01 ws-rpt-line pic x(132).

      *> one entry's worth of the shared record shape, read back in
       copy "logrec.cpy".

      *> *****************
       procedure division.
       display "Log date (YYYYMMDD, blank for run date): "
           with no advancing
       accept ws-report-date from console
       if ws-report-date = spaces or ws-report-date = low-values
           call "procdate" using ws-report-date
       end-if
       call "runmode" using ws-name-prefix

       string ws-name-prefix delimited by space
           "LOG" ws-report-date ".TXT" delimited by size
           into ws-log-file-name
       end-string

       move spaces to ws-rpt-title
       string "message catalog -- " ws-log-file-name
           delimited by size
           into ws-rpt-title
       end-string
       move "O" to ws-rpt-action
       call "rptpage" using ws-rpt-action ws-rpt-id ws-rpt-title
           ws-rpt-line

       perform list-catalog
       perform tally-day-log
       perform report-conversion
       perform report-unknown-ids

       move "C" to ws-rpt-action
       call "rptpage" using ws-rpt-action ws-rpt-id ws-rpt-title
           ws-rpt-line
       goback.

      *> *****************
      *> the catalog as keyed, one line per ID; an ID keyed twice
      *> or whose letter promises a different severity is flagged,
      *> since either one makes a count by ID mean the wrong thing
       list-catalog.
           move "catalog -- MSGCAT.DAT" to ws-rpt-line
           perform put-report-line
           move "  ID       SEV OWNER    TEMPLATE" to ws-rpt-line
           perform put-report-line
           open input catfile
           if catfile-status not = 0
               move "  no MSGCAT.DAT on file -- nothing catalogued"
                   to ws-rpt-line
               perform put-report-line
               exit paragraph
           end-if
           perform until ws-cat-eof
               read catfile
                   at end set ws-cat-eof to true
                   not at end perform list-one-catalog-entry
               end-read
           end-perform
           close catfile
           move spaces to ws-rpt-line
           string "  " ws-catalog-count " ID(s) on the catalog"
               delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line.

      *> *****************
       list-one-catalog-entry.
           if mc-msg-id = spaces
               exit paragraph
           end-if
           move spaces to ws-flag-text
           move mc-msg-id to ws-log-lookup-id
           perform find-catalog-id
           if ws-cat-found
               move "*** ID keyed twice" to ws-flag-text
           else
               if ws-catalog-count < 300
                   add 1 to ws-catalog-count
                   move mc-msg-id to ws-ct-msg-id(ws-catalog-count)
               end-if
           end-if
           evaluate mc-msg-id(8:1)
               when "C" move "CRI" to ws-expected-severity
               when "W" move "WRN" to ws-expected-severity
               when "I" move "INF" to ws-expected-severity
               when other move spaces to ws-expected-severity
           end-evaluate
           if ws-flag-text = spaces
                   and mc-severity not = ws-expected-severity
               move "*** severity disagrees with ID" to ws-flag-text
           end-if

           move spaces to ws-rpt-line
           string "  " mc-msg-id " " mc-severity " " mc-owner " "
               mc-template " " ws-flag-text
               delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line.

      *> *****************
      *> the day's log, every entry but the header counted against
      *> its job, and every ID checked against the catalog
       tally-day-log.
           open input testfile
           if testfile-status not = 0
               move spaces to ws-rpt-line
               perform put-report-line
               move spaces to ws-rpt-line
               string "cannot open " ws-log-file-name ", status "
                   testfile-status " -- no conversion figures"
                   delimited by size
                   into ws-rpt-line
               end-string
               perform put-report-line
               exit paragraph
           end-if
           perform read-next-record
           perform until ws-eof
               move testline to log-record
               if not log-rec-is-header
                   perform tally-one-entry
               end-if
               perform read-next-record
           end-perform
           close testfile.

      *> *****************
       tally-one-entry.
           add 1 to ws-entry-count
           move "N" to ws-job-found-switch
           perform varying ws-job-sub from 1 by 1
                   until ws-job-sub > ws-job-count or ws-job-found
               if ws-jb-job-id(ws-job-sub) = log-job-id
                   set ws-job-found to true
                   subtract 1 from ws-job-sub
               end-if
           end-perform
           if not ws-job-found
               if ws-job-count >= 50
      *> more jobs than the table holds fold into the last slot,
      *> the way errrpt folds its extra programs
                   move ws-job-count to ws-job-sub
               else
                   add 1 to ws-job-count
                   move ws-job-count to ws-job-sub
                   move log-job-id to ws-jb-job-id(ws-job-sub)
                   move 0 to ws-jb-total(ws-job-sub)
                   move 0 to ws-jb-no-id(ws-job-sub)
               end-if
           end-if
           add 1 to ws-jb-total(ws-job-sub)

           if log-msg-id = spaces
               add 1 to ws-no-id-count
               add 1 to ws-jb-no-id(ws-job-sub)
               exit paragraph
           end-if
           add 1 to ws-with-id-count
           move log-msg-id to ws-log-lookup-id
           perform find-catalog-id
           if not ws-cat-found
               perform keep-unknown-id
           end-if.

      *> *****************
       keep-unknown-id.
           move "N" to ws-uk-found-switch
           perform varying ws-unknown-sub from 1 by 1
                   until ws-unknown-sub > ws-unknown-count
                       or ws-uk-found
               if ws-uk-msg-id(ws-unknown-sub) = log-msg-id
                   set ws-uk-found to true
                   add 1 to ws-uk-count(ws-unknown-sub)
               end-if
           end-perform
           if not ws-uk-found and ws-unknown-count < 50
               add 1 to ws-unknown-count
               move log-msg-id to ws-uk-msg-id(ws-unknown-count)
               move log-job-id to ws-uk-job-id(ws-unknown-count)
               move 1 to ws-uk-count(ws-unknown-count)
           end-if.

      *> *****************
      *> per job, and for the day: what share of the entries can
      *> already be matched and counted by ID
       report-conversion.
           move spaces to ws-rpt-line
           perform put-report-line
           move "conversion -- entries logged with no catalog ID"
               to ws-rpt-line
           perform put-report-line
           move "  JOB        ENTRIES   NO ID" to ws-rpt-line
           perform put-report-line
           perform varying ws-job-sub from 1 by 1
                   until ws-job-sub > ws-job-count
               move spaces to ws-flag-text
               if ws-jb-no-id(ws-job-sub) = 0
                   move "converted" to ws-flag-text
               end-if
               move spaces to ws-rpt-line
               string "  " ws-jb-job-id(ws-job-sub) "   "
                   ws-jb-total(ws-job-sub) "  "
                   ws-jb-no-id(ws-job-sub) "  " ws-flag-text
                   delimited by size
                   into ws-rpt-line
               end-string
               perform put-report-line
           end-perform

           move 0 to ws-converted-pct
           if ws-entry-count > 0
               compute ws-converted-pct rounded =
                   ws-with-id-count * 100 / ws-entry-count
           end-if
           move spaces to ws-rpt-line
           string "  " ws-entry-count " entr(ies), "
               ws-with-id-count " by ID, " ws-no-id-count
               " free text -- " ws-converted-pct "% converted"
               delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line.

      *> *****************
       report-unknown-ids.
           move spaces to ws-rpt-line
           perform put-report-line
           move "IDs in the log not on the catalog" to ws-rpt-line
           perform put-report-line
           if ws-unknown-count = 0
               move "  none" to ws-rpt-line
               perform put-report-line
               exit paragraph
           end-if
           perform varying ws-unknown-sub from 1 by 1
                   until ws-unknown-sub > ws-unknown-count
               move spaces to ws-rpt-line
               string "  " ws-uk-msg-id(ws-unknown-sub)
                   "  first from " ws-uk-job-id(ws-unknown-sub)
                   "  seen " ws-uk-count(ws-unknown-sub) " time(s)"
                   delimited by size
                   into ws-rpt-line
               end-string
               perform put-report-line
           end-perform.

      *> *****************
       find-catalog-id.
           move "N" to ws-cat-found-switch
           perform varying ws-catalog-sub from 1 by 1
                   until ws-catalog-sub > ws-catalog-count
                       or ws-cat-found
               if ws-ct-msg-id(ws-catalog-sub) = ws-log-lookup-id
                   set ws-cat-found to true
               end-if
           end-perform.

      *> *****************
       put-report-line.
           move "L" to ws-rpt-action
           call "rptpage" using ws-rpt-action ws-rpt-id
               ws-rpt-title ws-rpt-line.

      *> *****************
       read-next-record.
           read testfile
               at end set ws-eof to true
           end-read.
      *>****
       end program msgrpt.
      *>****
