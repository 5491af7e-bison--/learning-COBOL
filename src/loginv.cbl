      *> ***************************************************************
      *>****p* samples/loginv
      *> Purpose:
      *>   Daily file inventory and leftover-file housekeeping.
      *>   Every business date leaves a family of files behind it:
      *>   the day's log LOGyyyymmdd.TXT and its M.TXT mirror, the L
      *>   and A tally journals, the .CKP checkpoint, the .CSV export
      *>   and its .EXP position, the keyed .IDX, the .ARC once the
      *>   day is archived -- and the TST* rehearsal copy of any of
      *>   them.  This walks an operator-keyed date range a day at a
      *>   time, the way archsrch does, and for each date that has
      *>   anything on file lists, live and rehearsal separately,
      *>   which members are present, which expected ones are
      *>   missing and which are there without the files they
      *>   belong to.  Then it flags what needs a person:
      *>     - a TXT with no mirror beside it;
      *>     - an archived day whose working TXT (or mirror) is still
      *>       on disk -- still holding records when logarch's
      *>       truncation never happened;
      *>     - a checkpoint still IN-PROGRESS, a run that never
      *>       finished;
      *>     - an IDX older than its TXT, built before the day's last
      *>       entries and due to be reloaded with logload (a day
      *>       not yet archived only);
      *>     - TST* files older than the keyed number of days,
      *>       reckoned from the processing date.
      *>   Files nobody still needs -- left-behind working copies of
      *>   archived days, orphans and stale rehearsal files -- are
      *>   listed at the end as purge candidates and written to
      *>   LOGPURGE.LST with a sign-off line for each, for the
      *>   operator to initial before anything is deleted; this run
      *>   deletes nothing.  Condition code 4 when anything was
      *>   flagged, 0 when the range is clean.  Prints through the
      *>   shared rptpage layer.
      *> Tectonics:
      *>   cobc -xj -I copybooks loginv.cbl
      *> SOURCE
      *> ***************************************************************
       identification division.
       program-id. loginv.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select checkpointfile
           assign to ws-check-file-name
           organization is sequential
           file status is checkpointfile-status
           .
           select purgefile
           assign to "LOGPURGE.LST"
           organization is line sequential
           file status is purgefile-status
           .

       data division.
       file section.
      *> the shape logger writes its checkpoint in
       fd checkpointfile.
       01 checkpoint-record.
           05 ckp-job-id pic x(8).
           05 ckp-status pic x(11).
               88 ckp-in-progress value "IN-PROGRESS".

      *> one line of the sign-off list
       fd purgefile.
       01 purge-line pic x(132).

       working-storage section.
       01 checkpointfile-real pic xx.
       01 checkpointfile-status redefines checkpointfile-real pic 99.
       01 purgefile-real pic xx.
       01 purgefile-status redefines purgefile-real pic 99.

       01 ws-from-date pic x(8).
       01 ws-to-date pic x(8).
       01 ws-process-date pic x(8).
       01 ws-tst-age-x pic x(4).
       01 ws-tst-age-days pic 9(4) value 7.

      *> the walk runs on day numbers, same arithmetic archsrch and
      *> logsumm use
       01 ws-from-integer pic 9(9) comp.
       01 ws-to-integer pic 9(9) comp.
       01 ws-walk-integer pic 9(9) comp.
       01 ws-process-integer pic 9(9) comp.
       01 ws-walk-ccyymmdd pic 9(8).
       01 ws-walk-date pic x(8).

      *> the members of one day's family, in the order they are
      *> reported; the first five are what every logged day has,
      *> the rest come from jobs that may or may not have run
       01 ws-member-names.
           05 filler pic x(5) value ".TXT".
           05 filler pic x(5) value "M.TXT".
           05 filler pic x(5) value "L.JNL".
           05 filler pic x(5) value "A.JNL".
           05 filler pic x(5) value ".CKP".
           05 filler pic x(5) value ".CSV".
           05 filler pic x(5) value ".EXP".
           05 filler pic x(5) value ".IDX".
           05 filler pic x(5) value ".ARC".
       01 ws-member-table redefines ws-member-names.
           05 ws-member-suffix occurs 9 times pic x(5).
       01 ws-member-count pic 9(2) value 9.
       01 ws-core-count pic 9(2) value 5.
       01 ws-member-sub pic 9(2) value 0.

      *> what was found for each member on the side being looked at
       01 ws-found-table.
           05 ws-found-entry occurs 9 times.
               10 ws-found-flag pic x(1).
                   88 ws-member-present value "Y".
               10 ws-found-size pic 9(12).
               10 ws-found-stamp pic 9(14).
       01 ws-present-count pic 9(2) value 0.
       01 ws-side-missing pic 9(2) value 0.

      *> the member subscripts the checks below name
       01 ws-txt-sub pic 9(2) value 1.
       01 ws-mirror-sub pic 9(2) value 2.
       01 ws-ckp-sub pic 9(2) value 5.
       01 ws-csv-sub pic 9(2) value 6.
       01 ws-exp-sub pic 9(2) value 7.
       01 ws-idx-sub pic 9(2) value 8.
       01 ws-arc-sub pic 9(2) value 9.

      *> the side being looked at: live, or the TST rehearsal copy
       01 ws-name-prefix pic x(3).
       01 ws-side-label pic x(4).
       01 ws-member-file-name pic x(19).
       01 ws-check-file-name pic x(19).

      *> what CBL_CHECK_FILE_EXIST hands back about a file
       01 ws-exist-rc pic s9(9) comp-5.
       01 ws-file-details.
           05 ws-fd-size pic x(8) comp-x.
           05 ws-fd-day pic x comp-x.
           05 ws-fd-month pic x comp-x.
           05 ws-fd-year pic x(2) comp-x.
           05 ws-fd-hours pic x comp-x.
           05 ws-fd-minutes pic x comp-x.
           05 ws-fd-seconds pic x comp-x.
           05 ws-fd-hundredths pic x comp-x.

      *> one line of present/missing/unexpected member names
       01 ws-list-line pic x(132).
       01 ws-list-ptr pic 9(3).
       01 ws-unexpected-reason pic x(30).
       01 ws-flag-text pic x(100).

      *> the day's ownership: a working log or an archive anchors
      *> the rest of the family
       01 ws-anchor-switch pic x(1).
           88 ws-day-anchored value "Y".
       01 ws-archived-switch pic x(1).
           88 ws-day-archived value "Y".
       01 ws-stale-tst-switch pic x(1).
           88 ws-tst-stale value "Y".
       01 ws-day-shown-switch pic x(1).
           88 ws-day-shown value "Y".

      *> purge candidates, kept for the closing list and the
      *> sign-off file
       01 ws-purge-table.
           05 ws-purge-entry occurs 1000 times.
               10 ws-purge-file pic x(19).
               10 ws-purge-reason pic x(60).
       01 ws-purge-count pic 9(4) value 0.
       01 ws-purge-sub pic 9(4) value 0.
       01 ws-purge-dropped pic 9(4) value 0.
       01 ws-purge-reason-x pic x(60).

      *> the range's tallies
       01 ws-days-walked pic 9(5) value 0.
       01 ws-days-with-files pic 9(5) value 0.
       01 ws-files-found pic 9(6) value 0.
       01 ws-missing-count pic 9(5) value 0.
       01 ws-unexpected-count pic 9(5) value 0.
       01 ws-flag-count pic 9(5) value 0.

      *> staged arguments for the shared report-page layer, each
      *> sized to exactly match rptpage's linkage items
       01 ws-rpt-action pic x(1).
       01 ws-rpt-id pic x(8) value "LOGINV".
       01 ws-rpt-title pic x(40).
       01 ws-rpt-line pic x(132).

      *> *****************
       procedure division.
       call "procdate" using ws-process-date
       display "Inventory from date (YYYYMMDD, blank for 30 days "
           "back): " with no advancing
       accept ws-from-date from console
       display "Inventory to date (YYYYMMDD, blank for run date): "
           with no advancing
       accept ws-to-date from console
       display "Flag TST files older than how many days "
           "(blank for 7): " with no advancing
       accept ws-tst-age-x from console

       if ws-to-date = spaces or ws-to-date = low-values
           move ws-process-date to ws-to-date
       end-if
       compute ws-to-integer =
           integer-of-date(numval(ws-to-date))
       if ws-from-date = spaces or ws-from-date = low-values
           compute ws-from-integer = ws-to-integer - 30
           compute ws-walk-ccyymmdd =
               date-of-integer(ws-from-integer)
           move ws-walk-ccyymmdd to ws-from-date
       end-if
       compute ws-from-integer =
           integer-of-date(numval(ws-from-date))
       if ws-from-integer = 0 or ws-to-integer = 0
           display "loginv: bad date keyed, run abandoned"
           stop run
       end-if
       if ws-from-integer > ws-to-integer
           display "loginv: from-date is after to-date, "
               "run abandoned"
           stop run
       end-if
       if ws-tst-age-x not = spaces and ws-tst-age-x not = low-values
           if test-numval(ws-tst-age-x) = 0
               compute ws-tst-age-days = numval(ws-tst-age-x)
           else
               display "loginv: bad day count keyed, run abandoned"
               stop run
           end-if
       end-if
       compute ws-process-integer =
           integer-of-date(numval(ws-process-date))

       move spaces to ws-rpt-title
       string "file inventory -- " ws-from-date " - " ws-to-date
           delimited by size
           into ws-rpt-title
       end-string
       move "O" to ws-rpt-action
       call "rptpage" using ws-rpt-action ws-rpt-id ws-rpt-title
           ws-rpt-line

       perform varying ws-walk-integer from ws-from-integer by 1
               until ws-walk-integer > ws-to-integer
           perform inventory-one-day
       end-perform

       perform report-range-totals
       perform list-purge-candidates
       perform write-purge-list

       move "C" to ws-rpt-action
       call "rptpage" using ws-rpt-action ws-rpt-id ws-rpt-title
           ws-rpt-line

       if ws-flag-count > 0 or ws-unexpected-count > 0
               or ws-missing-count > 0
           move 4 to return-code
       else
           move 0 to return-code
       end-if
       goback.

      *> *****************
      *> one business date, the live family then the rehearsal's;
      *> a date with nothing on file either side prints nothing
       inventory-one-day.
           add 1 to ws-days-walked
           compute ws-walk-ccyymmdd = date-of-integer(ws-walk-integer)
           move ws-walk-ccyymmdd to ws-walk-date
           move "N" to ws-day-shown-switch

           move spaces to ws-name-prefix
           move "LIVE" to ws-side-label
           perform inventory-one-side

           move "TST" to ws-name-prefix
           move "TST" to ws-side-label
           perform inventory-one-side

           if ws-day-shown
               add 1 to ws-days-with-files
           end-if.

      *> *****************
      *> one side of one day: find every member, then say what is
      *> there, what should be and is not, and what needs a person
       inventory-one-side.
           move 0 to ws-present-count
           perform varying ws-member-sub from 1 by 1
                   until ws-member-sub > ws-member-count
               perform find-one-member
           end-perform
           if ws-present-count = 0
               exit paragraph
           end-if
           add ws-present-count to ws-files-found

           if not ws-day-shown
               move spaces to ws-rpt-line
               perform put-report-line
               set ws-day-shown to true
           end-if

           move "N" to ws-anchor-switch
           move "N" to ws-archived-switch
           if ws-member-present(ws-txt-sub)
                   or ws-member-present(ws-arc-sub)
               set ws-day-anchored to true
           end-if
           if ws-member-present(ws-arc-sub)
               set ws-day-archived to true
           end-if
           move "N" to ws-stale-tst-switch
           if ws-name-prefix = "TST"
                   and ws-walk-integer + ws-tst-age-days
                       < ws-process-integer
               set ws-tst-stale to true
           end-if

           perform list-present-members
           perform list-missing-members
           perform list-unexpected-members
           perform check-mirror
           perform check-archived-leftovers
           perform check-checkpoint
           perform check-index-age
           if ws-tst-stale
               perform flag-stale-rehearsal
           end-if.

      *> *****************
       find-one-member.
           perform build-member-name
           move "N" to ws-found-flag(ws-member-sub)
           move 0 to ws-found-size(ws-member-sub)
           move 0 to ws-found-stamp(ws-member-sub)
           call "CBL_CHECK_FILE_EXIST" using ws-member-file-name
               ws-file-details
               returning ws-exist-rc
           end-call
           if ws-exist-rc not = 0
               exit paragraph
           end-if
           move "Y" to ws-found-flag(ws-member-sub)
           add 1 to ws-present-count
           move ws-fd-size to ws-found-size(ws-member-sub)
           compute ws-found-stamp(ws-member-sub) =
               ws-fd-year * 10000000000 + ws-fd-month * 100000000
               + ws-fd-day * 1000000 + ws-fd-hours * 10000
               + ws-fd-minutes * 100 + ws-fd-seconds.

      *> *****************
      *> the file name for a member of the side being looked at
       build-member-name.
           move spaces to ws-member-file-name
           string ws-name-prefix delimited by space
               "LOG" ws-walk-date delimited by size
               ws-member-suffix(ws-member-sub) delimited by space
               into ws-member-file-name
           end-string.

      *> *****************
       list-present-members.
           move spaces to ws-list-line
           move 1 to ws-list-ptr
           string "  " ws-walk-date " " ws-side-label
               "  present:" delimited by size
               into ws-list-line with pointer ws-list-ptr
           end-string
           perform varying ws-member-sub from 1 by 1
                   until ws-member-sub > ws-member-count
               if ws-member-present(ws-member-sub)
                   string " " delimited by size
                       ws-member-suffix(ws-member-sub)
                       delimited by space
                       into ws-list-line with pointer ws-list-ptr
                   end-string
               end-if
           end-perform
           move ws-list-line to ws-rpt-line
           perform put-report-line.

      *> *****************
      *> a working day should have all five of the core members; an
      *> archived day has had its working files retired, so only the
      *> archive itself is owed, and a day with neither log nor
      *> archive owes nothing -- what it has is unexpected instead
       list-missing-members.
           if not ws-day-anchored or ws-day-archived
               exit paragraph
           end-if
           move spaces to ws-list-line
           move 1 to ws-list-ptr
           string "                 missing:" delimited by size
               into ws-list-line with pointer ws-list-ptr
           end-string
           move 0 to ws-side-missing
           perform varying ws-member-sub from 1 by 1
                   until ws-member-sub > ws-core-count
               if not ws-member-present(ws-member-sub)
                   add 1 to ws-side-missing
                   add 1 to ws-missing-count
                   string " " delimited by size
                       ws-member-suffix(ws-member-sub)
                       delimited by space
                       into ws-list-line with pointer ws-list-ptr
                   end-string
               end-if
           end-perform
           if ws-side-missing > 0
               move ws-list-line to ws-rpt-line
               perform put-report-line
           end-if.

      *> *****************
      *> members with nothing to belong to: anything at all on a day
      *> with neither log nor archive, an export position with no
      *> export, an index with nothing it could have been built from
       list-unexpected-members.
           perform varying ws-member-sub from 1 by 1
                   until ws-member-sub > ws-member-count
               move spaces to ws-unexpected-reason
               if ws-member-present(ws-member-sub)
                   evaluate true
                       when not ws-day-anchored
                           move "no TXT or ARC for the date"
                               to ws-unexpected-reason
                       when ws-member-sub = ws-exp-sub
                               and not ws-member-present(ws-csv-sub)
                           move "no CSV it positions"
                               to ws-unexpected-reason
                   end-evaluate
               end-if
               if ws-unexpected-reason not = spaces
                   perform list-one-unexpected
               end-if
           end-perform.

      *> *****************
       list-one-unexpected.
           add 1 to ws-unexpected-count
           perform build-member-name
           move spaces to ws-rpt-line
           string "              unexpected: " ws-member-file-name
               " -- " ws-unexpected-reason
               delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line
           move spaces to ws-purge-reason-x
           string "orphan -- " ws-unexpected-reason
               delimited by size
               into ws-purge-reason-x
           end-string
           if not ws-tst-stale
               perform add-purge-candidate
           end-if.

      *> *****************
      *> the mirror is written alongside every entry; a working log
      *> without one has lost its second copy
       check-mirror.
           if ws-member-present(ws-txt-sub)
                   and not ws-member-present(ws-mirror-sub)
                   and not ws-day-archived
               move "TXT has no M.TXT mirror -- run logmirr"
                   to ws-flag-text
               perform put-flag-line
           end-if.

      *> *****************
      *> logarch copies the day to its .ARC and truncates the
      *> working log; a working log or mirror still beside the
      *> archive is left behind, and one still holding records
      *> means the truncation never happened
       check-archived-leftovers.
           if not ws-day-archived
               exit paragraph
           end-if
           move ws-txt-sub to ws-member-sub
           perform check-one-leftover
           move ws-mirror-sub to ws-member-sub
           perform check-one-leftover.

      *> *****************
       check-one-leftover.
           if not ws-member-present(ws-member-sub)
               exit paragraph
           end-if
           perform build-member-name
           move spaces to ws-flag-text
           move spaces to ws-purge-reason-x
           if ws-found-size(ws-member-sub) > 0
               string "archived, but " ws-member-file-name
                   " still holds " ws-found-size(ws-member-sub)
                   " bytes"
                   delimited by size
                   into ws-flag-text
               end-string
               move "archived day's working copy, not empty -- "
                   & "archver first" to ws-purge-reason-x
           else
               string "archived, working " ws-member-file-name
                   " left behind (empty)"
                   delimited by size
                   into ws-flag-text
               end-string
               move "archived day's working copy, empty"
                   to ws-purge-reason-x
           end-if
           perform put-flag-line
           if not ws-tst-stale
               perform add-purge-candidate
           end-if.

      *> *****************
      *> a checkpoint logger left IN-PROGRESS is a run that never
      *> got as far as its close
       check-checkpoint.
           if not ws-member-present(ws-ckp-sub)
               exit paragraph
           end-if
           move ws-ckp-sub to ws-member-sub
           perform build-member-name
           move ws-member-file-name to ws-check-file-name
           open input checkpointfile
           if checkpointfile-status not = 0
               exit paragraph
           end-if
           read checkpointfile
               at end move spaces to checkpoint-record
           end-read
           close checkpointfile
           if ckp-in-progress
               move spaces to ws-flag-text
               string "checkpoint still IN-PROGRESS (" ckp-job-id
                   ") -- that run never finished"
                   delimited by size
                   into ws-flag-text
               end-string
               perform put-flag-line
           end-if.

      *> *****************
      *> an index built before the log's last write answers
      *> inquiries without the day's last entries.  an archived day
      *> is not judged: the log was sealed into the .ARC after the
      *> index was built, so the stamps say nothing, and a TXT left
      *> behind is already flagged as a leftover
       check-index-age.
           if ws-day-archived
               exit paragraph
           end-if
           if ws-member-present(ws-idx-sub)
                   and ws-member-present(ws-txt-sub)
                   and ws-found-stamp(ws-idx-sub)
                       < ws-found-stamp(ws-txt-sub)
               move "IDX is older than its TXT -- reload with logload"
                   to ws-flag-text
               perform put-flag-line
           end-if.

      *> *****************
      *> a rehearsal's files outlive their use once the change they
      *> rehearsed is decided; every one past the age is a candidate
       flag-stale-rehearsal.
           move spaces to ws-flag-text
           string "TST files older than " ws-tst-age-days
               " day(s) -- purge candidates"
               delimited by size
               into ws-flag-text
           end-string
           perform put-flag-line
           move spaces to ws-purge-reason-x
           string "rehearsal copy older than " ws-tst-age-days
               " day(s)"
               delimited by size
               into ws-purge-reason-x
           end-string
           perform varying ws-member-sub from 1 by 1
                   until ws-member-sub > ws-member-count
               if ws-member-present(ws-member-sub)
                   perform build-member-name
                   perform add-purge-candidate
               end-if
           end-perform.

      *> *****************
       put-flag-line.
           add 1 to ws-flag-count
           move spaces to ws-rpt-line
           string "           *** " ws-flag-text
               delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line.

      *> *****************
       add-purge-candidate.
           if ws-purge-count < 1000
               add 1 to ws-purge-count
               move ws-member-file-name
                   to ws-purge-file(ws-purge-count)
               move ws-purge-reason-x
                   to ws-purge-reason(ws-purge-count)
           else
               add 1 to ws-purge-dropped
           end-if.

      *> *****************
       report-range-totals.
           move spaces to ws-rpt-line
           perform put-report-line
           move spaces to ws-rpt-line
           string "  " ws-days-walked " day(s) walked, "
               ws-days-with-files " with files on disk, "
               ws-files-found " file(s) found"
               delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line
           move spaces to ws-rpt-line
           string "  " ws-missing-count " missing, "
               ws-unexpected-count " unexpected, "
               ws-flag-count " flagged, "
               ws-purge-count " purge candidate(s)"
               delimited by size
               into ws-rpt-line
           end-string
           perform put-report-line.

      *> *****************
       list-purge-candidates.
           move spaces to ws-rpt-line
           perform put-report-line
           move "  purge candidates -- LOGPURGE.LST, for sign-off:"
               to ws-rpt-line
           perform put-report-line
           if ws-purge-count = 0
               move "  none" to ws-rpt-line
               perform put-report-line
               exit paragraph
           end-if
           perform varying ws-purge-sub from 1 by 1
                   until ws-purge-sub > ws-purge-count
               move spaces to ws-rpt-line
               string "  " ws-purge-file(ws-purge-sub) " "
                   ws-purge-reason(ws-purge-sub)
                   delimited by size
                   into ws-rpt-line
               end-string
               perform put-report-line
           end-perform
           if ws-purge-dropped > 0
               move spaces to ws-rpt-line
               string "  *** " ws-purge-dropped
                   " more not listed -- narrow the range"
                   delimited by size
                   into ws-rpt-line
               end-string
               perform put-report-line
           end-if.

      *> *****************
      *> the candidates again, one per line with room for the
      *> operator's initials against each -- written fresh every
      *> run, nothing is deleted from here
       write-purge-list.
           open output purgefile
           if purgefile-status not = 0
               display "loginv: cannot write LOGPURGE.LST, status "
                   purgefile-status
               exit paragraph
           end-if
           move spaces to purge-line
           string "PURGE CANDIDATES -- " ws-from-date " - "
               ws-to-date " -- listed for run date " ws-process-date
               delimited by size
               into purge-line
           end-string
           write purge-line
           move "FILE                REASON"
               & "                                                "
               & "       DELETE? OPERATOR" to purge-line
           write purge-line
           perform varying ws-purge-sub from 1 by 1
                   until ws-purge-sub > ws-purge-count
               move spaces to purge-line
               string ws-purge-file(ws-purge-sub) " "
                   ws-purge-reason(ws-purge-sub) " ___     ___"
                   delimited by size
                   into purge-line
               end-string
               write purge-line
           end-perform
           move spaces to purge-line
           write purge-line
           move "SIGNED OFF BY ___  DATE ________" to purge-line
           write purge-line
           close purgefile.

      *> *****************
       put-report-line.
           move "L" to ws-rpt-action
           call "rptpage" using ws-rpt-action ws-rpt-id
               ws-rpt-title ws-rpt-line.
      *>****
       end program loginv.
      *>****
