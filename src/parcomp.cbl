      *> ***************************************************************
      *>****p* samples/parcomp
      *> Purpose:
      *>   Parallel-run compare for the change board.  A rehearsal
      *>   (RUNMODE.CRD 'T') builds a complete TST-prefixed set of the
      *>   night's files; this pairs each one with its live twin for
      *>   a business date and compares them record by record:
      *>     - the audit log, LOGyyyymmdd.TXT, and its M.TXT mirror;
      *>     - the L and A tally journals, LOGyyyymmdd?.JNL;
      *>     - the CSV export, LOGyyyymmdd.CSV;
      *>     - the staging rejects, LOGSTAGE.REJ;
      *>     - the run-control file, NITEBATCH.RUN.
      *>   What is expected to differ between two runs of the same
      *>   jobstream is left out of the compare: every timestamp,
      *>   the log's chain hash (it is built over the timestamps),
      *>   and a TST prefix anywhere in the text, so a message
      *>   naming TSTLOG20261015.TXT matches one naming
      *>   LOG20261015.TXT.  The two files are walked together and
      *>   re-synchronized after a difference by looking ahead in
      *>   each, so one inserted record reads as one ADDED record,
      *>   not as everything after it CHANGED.  Each file gets its
      *>   counts of added (in the rehearsal only), missing (in the
      *>   live run only) and changed records, the first of them
      *>   listed, and a verdict; a file on one side only is a
      *>   difference, a file on neither side is noted.  A file with
      *>   more than 5000 records on either side is only compared as
      *>   far as the first 5000, so when that much matches its
      *>   verdict is NOT PROVEN, never SAME, and it counts against
      *>   the run like a difference.  The overall verdict closes
      *>   the report -- SAME, or DIFFERENT -- and is the condition
      *>   code too: 0 same, 4 different or not proven.  Prints
      *>   through the shared rptpage layer.
      *> Tectonics:
      *>   cobc -xj -I copybooks parcomp.cbl
      *> SOURCE
      *> ***************************************************************
       identification division.
       program-id. parcomp.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select logfile
           assign to ws-open-file-name
           organization is sequential
           file status is logfile-status
           .
           select journalfile
           assign to ws-open-file-name
           organization is sequential
           file status is journalfile-status
           .
           select csvfile
           assign to ws-open-file-name
           organization is line sequential
           file status is csvfile-status
           .
           select rejectfile
           assign to ws-open-file-name
           organization is line sequential
           file status is rejectfile-status
           .
           select runfile
           assign to ws-open-file-name
           organization is line sequential
           file status is runfile-status
           .

       data division.
       file section.
      *> the log and its mirror, the shape logger writes
       fd logfile
          record is varying in size from 0 to 200 characters
             depending on actual.
       01 logline.
          05 logbytes pic x occurs 1 to 200 times depending on actual.

      *> one tally row, writer and count
       fd journalfile.
       01 journal-record pic x(12).

      *> logexp's quoted, comma-separated line
       fd csvfile.
       01 csv-line pic x(220).

      *> the shape logstage writes its rejects in
       fd rejectfile.
       01 reject-line pic x(101).

      *> the shape NITEBATCH rewrites its run-control file in
       fd runfile.
       01 run-record.
           05 rnf-number   pic 9(2).
           05 rnf-program  pic x(8).
           05 rnf-status   pic x(8).
           05 rnf-start-ts pic x(12).
           05 rnf-end-ts   pic x(12).

       working-storage section.
       01 actual pic 999 value 200.
       01 logfile-real pic xx.
       01 logfile-status redefines logfile-real pic 99.
       01 journalfile-real pic xx.
       01 journalfile-status redefines journalfile-real pic 99.
       01 csvfile-real pic xx.
       01 csvfile-status redefines csvfile-real pic 99.
       01 rejectfile-real pic xx.
       01 rejectfile-status redefines rejectfile-real pic 99.
       01 runfile-real pic xx.
       01 runfile-status redefines runfile-real pic 99.
       01 ws-open-status pic 99.

       01 ws-business-date pic x(8).

      *> the pair being compared: the live name, and the rehearsal's
      *> with TST laid ahead of it; which reader the pair needs
       01 ws-live-file-name pic x(16).
       01 ws-tst-file-name pic x(19).
       01 ws-open-file-name pic x(19).
       01 ws-file-kind pic x(1).
           88 ws-kind-log     value "L".
           88 ws-kind-journal value "J".
           88 ws-kind-csv     value "C".
           88 ws-kind-reject  value "R".
           88 ws-kind-run     value "N".

       01 ws-eof-switch pic x(1) value "N".
           88 ws-eof value "Y".
       01 ws-side-switch pic x(1).
           88 ws-loading-live value "L".
           88 ws-loading-tst  value "T".
       01 ws-live-present pic x(1).
       01 ws-tst-present pic x(1).

      *> each side's records, already stripped of what is expected
      *> to differ
       01 ws-live-table.
           05 ws-live-image occurs 5000 times pic x(220).
       01 ws-tst-table.
           05 ws-tst-image occurs 5000 times pic x(220).
       01 ws-live-count pic 9(5) value 0.
       01 ws-tst-count pic 9(5) value 0.
       01 ws-overflow-switch pic x(1) value "N".
           88 ws-table-overflowed value "Y".

      *> one record turned into its compare image
       01 ws-raw-image pic x(220).
       01 ws-image pic x(220).
       01 ws-char-sub pic 9(3).
       01 ws-out-sub pic 9(3).
       01 ws-quote-pos pic 9(3).
       01 ws-prev-char pic x(1).
           88 ws-prev-in-word values "A" thru "Z" "a" thru "z"
               "0" thru "9".

      *> the walk: a position in each side, and how far ahead a
      *> missing or added record is looked for before the pair is
      *> called changed
       01 ws-live-sub pic 9(5).
       01 ws-tst-sub pic 9(5).
       01 ws-look-sub pic 9(5).
       01 ws-look-limit pic 9(3) value 50.
       01 ws-added-ahead pic 9(5).
       01 ws-missing-ahead pic 9(5).

      *> one file's findings, and the run's
       01 ws-added-count pic 9(5).
       01 ws-missing-count pic 9(5).
       01 ws-changed-count pic 9(5).
       01 ws-same-count pic 9(5).
       01 ws-listed-count pic 9(3).
       01 ws-list-limit pic 9(3) value 40.
       01 ws-verdict pic x(30).
       01 ws-files-compared pic 9(2) value 0.
       01 ws-files-different pic 9(2) value 0.
       01 ws-files-absent pic 9(2) value 0.
       01 ws-files-unproven pic 9(2) value 0.
       01 ws-detail-tag pic x(8).
       01 ws-detail-at pic 9(5).
       01 ws-detail-image pic x(220).

      *> staged arguments for the shared report-page layer, each
      *> sized to exactly match rptpage's linkage items
       01 ws-rpt-action pic x(1).
       01 ws-rpt-id pic x(8) value "PARCOMP".
       01 ws-rpt-title pic x(40).
       01 ws-rpt-line pic x(132).

      *> one log entry, read back to drop its timestamp and hash
       copy "logrec.cpy".

      *> *****************
       procedure division.
       display "Business date (YYYYMMDD, blank for processing date): "
           with no advancing
       accept ws-business-date from console
       if ws-business-date = spaces or ws-business-date = low-values
           call "procdate" using ws-business-date
       end-if

       move spaces to ws-rpt-title
       string "parallel-run compare -- " ws-business-date
           delimited by size
           into ws-rpt-title
       end-string
       move "O" to ws-rpt-action
       call "rptpage" using ws-rpt-action ws-rpt-id ws-rpt-title
           ws-rpt-line

       set ws-kind-log to true
       move spaces to ws-live-file-name
       string "LOG" ws-business-date ".TXT" delimited by size
           into ws-live-file-name
       end-string
       perform compare-one-pair
       move spaces to ws-live-file-name
       string "LOG" ws-business-date "M.TXT" delimited by size
           into ws-live-file-name
       end-string
       perform compare-one-pair

       set ws-kind-journal to true
       move spaces to ws-live-file-name
       string "LOG" ws-business-date "L.JNL" delimited by size
           into ws-live-file-name
       end-string
       perform compare-one-pair
       move spaces to ws-live-file-name
       string "LOG" ws-business-date "A.JNL" delimited by size
           into ws-live-file-name
       end-string
       perform compare-one-pair

       set ws-kind-csv to true
       move spaces to ws-live-file-name
       string "LOG" ws-business-date ".CSV" delimited by size
           into ws-live-file-name
       end-string
       perform compare-one-pair

       set ws-kind-reject to true
       move "LOGSTAGE.REJ" to ws-live-file-name
       perform compare-one-pair

       set ws-kind-run to true
       move "NITEBATCH.RUN" to ws-live-file-name
       perform compare-one-pair

       perform report-overall
       move "C" to ws-rpt-action
       call "rptpage" using ws-rpt-action ws-rpt-id ws-rpt-title
           ws-rpt-line
       if ws-files-different > 0
           move 4 to return-code
       else
           move 0 to return-code
       end-if
       goback.

      *> *****************
      *> one live file and its TST twin, loaded, walked together,
      *> and given a verdict
       compare-one-pair.
           move spaces to ws-tst-file-name
           string "TST" ws-live-file-name delimited by size
               into ws-tst-file-name
           end-string
           move 0 to ws-added-count
           move 0 to ws-missing-count
           move 0 to ws-changed-count
           move 0 to ws-same-count
           move 0 to ws-listed-count
           move "N" to ws-overflow-switch

           move spaces to ws-rpt-line
           perform put-report-line
           move spaces to ws-rpt-line
           string "  " ws-live-file-name " vs " ws-tst-file-name
               delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line

           set ws-loading-live to true
           move ws-live-file-name to ws-open-file-name
           perform load-one-side
           move ws-tst-file-name to ws-open-file-name
           set ws-loading-tst to true
           perform load-one-side

           if ws-live-present = "N" and ws-tst-present = "N"
               add 1 to ws-files-absent
               move "    neither on file -- not compared"
                   to ws-rpt-line
               perform put-report-line
               exit paragraph
           end-if
           add 1 to ws-files-compared
           if ws-live-present = "N"
               add 1 to ws-files-different
               move "    DIFFERENT -- no live file to compare with"
                   to ws-rpt-line
               perform put-report-line
               exit paragraph
           end-if
           if ws-tst-present = "N"
               add 1 to ws-files-different
               move "    DIFFERENT -- the rehearsal left no such file"
                   to ws-rpt-line
               perform put-report-line
               exit paragraph
           end-if

           move 1 to ws-live-sub
           move 1 to ws-tst-sub
           perform compare-next-records
               until ws-live-sub > ws-live-count
                   and ws-tst-sub > ws-tst-count

           if ws-added-count = 0 and ws-missing-count = 0
                   and ws-changed-count = 0
               if ws-table-overflowed
                   move "NOT PROVEN" to ws-verdict
                   add 1 to ws-files-different
                   add 1 to ws-files-unproven
               else
                   move "SAME" to ws-verdict
               end-if
           else
               move "DIFFERENT" to ws-verdict
               add 1 to ws-files-different
           end-if
           if ws-listed-count >= ws-list-limit
               move "    ... further differences not listed"
                   to ws-rpt-line
               perform put-report-line
           end-if
           move spaces to ws-rpt-line
           string "    " delimited by size
               ws-verdict delimited by "  "
               " -- " ws-live-count " live, " ws-tst-count
               " rehearsal: " ws-same-count " same, "
               ws-added-count " added, " ws-missing-count
               " missing, " ws-changed-count " changed"
               delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line
           if ws-table-overflowed
               move "    (only the first 5000 records of each side "
                   & "compared)" to ws-rpt-line
               perform put-report-line
           end-if.

      *> *****************
      *> one side of the pair into its table, each record reduced
      *> to its compare image on the way in
       load-one-side.
           if ws-loading-live
               move 0 to ws-live-count
               move "N" to ws-live-present
           else
               move 0 to ws-tst-count
               move "N" to ws-tst-present
           end-if
           evaluate true
               when ws-kind-log
                   open input logfile
                   move logfile-status to ws-open-status
               when ws-kind-journal
                   open input journalfile
                   move journalfile-status to ws-open-status
               when ws-kind-csv
                   open input csvfile
                   move csvfile-status to ws-open-status
               when ws-kind-reject
                   open input rejectfile
                   move rejectfile-status to ws-open-status
               when other
                   open input runfile
                   move runfile-status to ws-open-status
           end-evaluate
           if ws-open-status not = 0
               exit paragraph
           end-if
           if ws-loading-live
               move "Y" to ws-live-present
           else
               move "Y" to ws-tst-present
           end-if
           move "N" to ws-eof-switch
           perform read-one-record
           perform until ws-eof
               perform build-compare-image
               perform store-compare-image
               perform read-one-record
           end-perform
           evaluate true
               when ws-kind-log     close logfile
               when ws-kind-journal close journalfile
               when ws-kind-csv     close csvfile
               when ws-kind-reject  close rejectfile
               when other           close runfile
           end-evaluate.

      *> *****************
       read-one-record.
           evaluate true
               when ws-kind-log
                   read logfile
                       at end set ws-eof to true
                   end-read
               when ws-kind-journal
                   read journalfile
                       at end set ws-eof to true
                   end-read
               when ws-kind-csv
                   read csvfile
                       at end set ws-eof to true
                   end-read
               when ws-kind-reject
                   read rejectfile
                       at end set ws-eof to true
                   end-read
               when other
                   read runfile
                       at end set ws-eof to true
                   end-read
           end-evaluate.

      *> *****************
      *> the record with its expected differences taken out: the
      *> log without timestamp or chain hash, the CSV without its
      *> timestamp field, the run file without its bookends; then
      *> any TST prefix dropped from what is left
       build-compare-image.
           move spaces to ws-raw-image
           evaluate true
               when ws-kind-log
                   move logline to log-record
                   string log-job-id " " log-rec-type " "
                       log-severity " " log-msg-id " " log-message
                       delimited by size
                       into ws-raw-image
                   end-string
               when ws-kind-journal
                   move journal-record to ws-raw-image
               when ws-kind-csv
                   move csv-line to ws-raw-image
                   move 0 to ws-quote-pos
                   inspect csv-line tallying ws-quote-pos
                       for characters before initial ',"'
                   if ws-quote-pos < 206
                       move spaces to ws-raw-image(ws-quote-pos + 3:12)
                   end-if
               when ws-kind-reject
                   move reject-line to ws-raw-image
               when other
                   string rnf-number " " rnf-program " " rnf-status
                       delimited by size
                       into ws-raw-image
                   end-string
           end-evaluate
           perform strip-tst-prefix.

      *> *****************
      *> "TST" starting a word and running straight into a capital
      *> is the rehearsal prefix on a file name, and comes out.  a
      *> run of spaces closes up to one, so the padding of a fixed
      *> field that held a prefixed name does not count against it
       strip-tst-prefix.
           move spaces to ws-image
           move 1 to ws-out-sub
           move space to ws-prev-char
           perform varying ws-char-sub from 1 by 1
                   until ws-char-sub > 220
               if ws-char-sub <= 217
                       and ws-raw-image(ws-char-sub:3) = "TST"
                       and ws-raw-image(ws-char-sub + 3:1) >= "A"
                       and ws-raw-image(ws-char-sub + 3:1) <= "Z"
                       and not ws-prev-in-word
                   add 2 to ws-char-sub
               else
                   if ws-raw-image(ws-char-sub:1) not = space
                           or ws-prev-char not = space
                       move ws-raw-image(ws-char-sub:1)
                           to ws-image(ws-out-sub:1)
                       add 1 to ws-out-sub
                       move ws-raw-image(ws-char-sub:1) to ws-prev-char
                   end-if
               end-if
           end-perform.

      *> *****************
       store-compare-image.
           if ws-loading-live
               if ws-live-count < 5000
                   add 1 to ws-live-count
                   move ws-image to ws-live-image(ws-live-count)
               else
                   set ws-table-overflowed to true
               end-if
           else
               if ws-tst-count < 5000
                   add 1 to ws-tst-count
                   move ws-image to ws-tst-image(ws-tst-count)
               else
                   set ws-table-overflowed to true
               end-if
           end-if.

      *> *****************
      *> one step of the walk.  matching records move both sides
      *> on; otherwise the nearer of "the rehearsal added records
      *> here" and "the rehearsal lost records here" wins, and when
      *> neither resynchronizes within the look-ahead the pair is
      *> one changed record
       compare-next-records.
           if ws-live-sub > ws-live-count
               perform note-added
               add 1 to ws-tst-sub
               exit paragraph
           end-if
           if ws-tst-sub > ws-tst-count
               perform note-missing
               add 1 to ws-live-sub
               exit paragraph
           end-if
           if ws-live-image(ws-live-sub) = ws-tst-image(ws-tst-sub)
               add 1 to ws-same-count
               add 1 to ws-live-sub
               add 1 to ws-tst-sub
               exit paragraph
           end-if

           move 0 to ws-added-ahead
           perform varying ws-look-sub from 1 by 1
                   until ws-look-sub > ws-look-limit
                       or ws-tst-sub + ws-look-sub > ws-tst-count
                       or ws-added-ahead > 0
               if ws-tst-image(ws-tst-sub + ws-look-sub)
                       = ws-live-image(ws-live-sub)
                   move ws-look-sub to ws-added-ahead
               end-if
           end-perform
           move 0 to ws-missing-ahead
           perform varying ws-look-sub from 1 by 1
                   until ws-look-sub > ws-look-limit
                       or ws-live-sub + ws-look-sub > ws-live-count
                       or ws-missing-ahead > 0
               if ws-live-image(ws-live-sub + ws-look-sub)
                       = ws-tst-image(ws-tst-sub)
                   move ws-look-sub to ws-missing-ahead
               end-if
           end-perform

           evaluate true
               when ws-added-ahead > 0
                       and (ws-missing-ahead = 0
                           or ws-added-ahead <= ws-missing-ahead)
                   perform ws-added-ahead times
                       perform note-added
                       add 1 to ws-tst-sub
                   end-perform
               when ws-missing-ahead > 0
                   perform ws-missing-ahead times
                       perform note-missing
                       add 1 to ws-live-sub
                   end-perform
               when other
                   perform note-changed
                   add 1 to ws-live-sub
                   add 1 to ws-tst-sub
           end-evaluate.

      *> *****************
       note-added.
           add 1 to ws-added-count
           move "ADDED" to ws-detail-tag
           move ws-tst-sub to ws-detail-at
           move ws-tst-image(ws-tst-sub) to ws-detail-image
           perform list-one-difference.

      *> *****************
       note-missing.
           add 1 to ws-missing-count
           move "MISSING" to ws-detail-tag
           move ws-live-sub to ws-detail-at
           move ws-live-image(ws-live-sub) to ws-detail-image
           perform list-one-difference.

      *> *****************
       note-changed.
           add 1 to ws-changed-count
           move "CHANGED" to ws-detail-tag
           move ws-live-sub to ws-detail-at
           move ws-live-image(ws-live-sub) to ws-detail-image
           perform list-one-difference
           if ws-listed-count <= ws-list-limit
               move "     now" to ws-detail-tag
               move ws-tst-sub to ws-detail-at
               move ws-tst-image(ws-tst-sub) to ws-detail-image
               subtract 1 from ws-listed-count
               perform list-one-difference
           end-if.

      *> *****************
      *> the first differences in full; beyond the limit only the
      *> counts go on
       list-one-difference.
           add 1 to ws-listed-count
           if ws-listed-count > ws-list-limit
               exit paragraph
           end-if
           move spaces to ws-rpt-line
           string "    " ws-detail-tag " " ws-detail-at " "
               ws-detail-image
               delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line.

      *> *****************
       report-overall.
           move spaces to ws-rpt-line
           perform put-report-line
           move spaces to ws-rpt-line
           if ws-files-compared = 0
               string "  OVERALL: NOTHING TO COMPARE -- no live or "
                   "rehearsal files for " ws-business-date
                   delimited by size
                   into ws-rpt-line
               end-string
           else
               if ws-files-different = 0
                   string "  OVERALL: SAME -- " ws-files-compared
                       " file(s) compared, no differences"
                       delimited by size
                       into ws-rpt-line
                   end-string
               else
                   string "  OVERALL: DIFFERENT -- " ws-files-different
                       " of " ws-files-compared
                       " file(s) compared differ"
                       delimited by size
                       into ws-rpt-line
                   end-string
               end-if
           end-if
           perform put-report-line
           if ws-files-unproven > 0
               move spaces to ws-rpt-line
               string "  (" ws-files-unproven " of them NOT PROVEN -- "
                   "too large to compare in full)"
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
       end program parcomp.
      *>****
