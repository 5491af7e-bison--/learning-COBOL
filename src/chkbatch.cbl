      * algorithm we happened to share with the first.  no profile
      * on file falls back to the classic weighted-reversal with
      * no length rule, and the profile applied is named in the
      * appender summary either way.  under any profile an account
      * body shorter than ACCOUNT-MIN-LENGTH (13) digits is
      * rejected -- acctmask masks only runs that long, so a
      * shorter number would go into the log and the reports whole
      *
      * the intake has a memory now: every fresh accept is posted
      * into the permanent keyed master (ACCTMAST.DAT, keyed on
      * to ACCTDUP.DAT with its first-accepted date, not rejected
      * and not accepted again.  ACCTINQ answers "have we seen
      * this account before" from the same master
      *
      * master accounts carry a lifecycle status now (active,
      * closed, blocked for fraud, reinstated -- maintained only
      * through ACCTMNT).  a submitted account that is on the
      * master but closed or blocked is neither a fresh accept nor
      * an ordinary re-submission: it is a STOPPED disposition,
      * written to ACCTSTP.DAT with the status that stopped it and
      * raised as a WRN in the summary, so a partner still sending
      * a fraud-blocked account is seen the night it happens.  a
      * reinstated account re-submitted is an ordinary RESUBMITTED.
      * a number CHKGEN allocated and reserved on the master is
      * not a re-submission either: its first arrival is a fresh
      * accept, and the reserved record is rewritten as active
      * with this feed's date and partner
      *
      * ACCTOK/ACCTREJ/ACCTDUP are ours and never leave the shop,
      * so the partner also gets an acknowledgment file of its own
      * (ACKppppppppyyyymmdd.DAT -- its partner id and its file
      * date, ackrec.cpy layout): a header echoing its file date
      * and trailer count, one line per account it sent with the
      * disposition we gave it (accepted; rejected with the reject
      * reason; resubmitted with the date we first accepted it;
      * stopped because the account is closed or blocked), and a
      * trailer with the totals.  a feed refused whole gets a
      * single NAK record carrying the control-total fault instead
      * -- the partner hears about its rejects from the file, not
      * from a phone call
      *
      * the counts used to live only in the day's log and went to
      * the archive with it.  every feed now also leaves a row in
      * the permanent intake history (CHKINTAK.HIS, intkhis.cpy):
      * partner, its file date, our business date, the profile
      * applied, the disposition counts and reject rate, and
      * whether the file was refused whole -- plus one row per
      * distinct reject reason with its count -- so CHKSCORE can
      * say whether a partner is getting better or worse
      *
      * partners no longer arrive one file a night.  a manifest
      * (CHKMANIF.DAT: file name, partner id, file date, trailer
      * count per row) lists every inbound file waiting, and each
      * is taken through its own control-total verification,
      * partner profile, split, acknowledgment, summary and
      * history row as though it were the only file of the night;
      * no manifest is the classic single ACCTIN.DAT.  every file
      * that gets through to the split is written to a permanent
      * processed-files register (CHKREG.DAT), keyed on partner,
      * file date and trailer count, and a file whose key is
      * already there is refused whole with a CRI before any of
      * its records is read -- a resent file cannot double-post.
      * a file refused on its control totals is not registered, so
      * the partner's corrected resend still gets through.  the
      * step's condition code is the worst any one file earned
      *
      * a reject no longer ends in ACCTREJ.DAT.  every reject is
      * also appended, open, to the standing reject worklist
      * (ACCTRWK.DAT, rejwork.cpy) that ACCTFIX works through, and
      * the repairs ACCTFIX has verified (ACCTRPQ.DAT, repairq.cpy)
      * come back through the ordinary split after the night's
      * partner files, each under its own partner's profile.  a
      * repair owes the partner no acknowledgment; what it posts
      * is marked R on ACCTOK/ACCTREJ, an accept goes on the master
      * with the repairing operator's initials and reason RP, and
      * the queue is emptied once the checkpoint that follows it
      * has been committed
      *
      * a run that dies halfway through a big file no longer
      * starts over from record one (which posted every account a
      * second time as RESUBMITTED and told the partner so).  a
      * checkpoint (CHKBATCH.CKP) is committed every
      * CHECKPOINT-EVERY records and at the end of every file: the
      * input position, the running counts and reject reasons, and
      * how many records ACCTOK/ACCTREJ/ACCTDUP/ACCTSTP, the reject
      * worklist and the acknowledgment held when it was taken.
      * every master post since the last checkpoint is first noted
      * on a back-out list (CHKPEND.DAT).  rerun on the same
      * business date, CHKBATCH backs those posts out, cuts each
      * output back to its committed count, skips the files already
      * finished, and resumes the interrupted one right after the
      * checkpointed record -- the totals come out as a clean run's.
      * each checkpoint carries a sequence number, and each entry on
      * the back-out list the number of the checkpoint that will
      * commit it, so a run that dies after writing a checkpoint but
      * before emptying the list does not back out posts that
      * checkpoint already counts as done.  a file's last
      * checkpoint (stage S, finished or refused whole) is
      * committed before its summary, history row and NAK are
      * written, and a restart that finds a file at stage S only
      * registers it -- so a run that dies in between never writes
      * them twice.  the price is that a run dying in that instant
      * leaves that one file without its summary lines and history
      * row; the restart's WRN on the day's log says where it
      * picked up
      *
      * every change this program makes to the master, a back-out
      * included, also appends its after-image to the business
      * date's master journal (ACCTJyyyymmdd.DAT, mastjrn.cpy), so
      * ACCTRCVR can rebuild the master from the last ACCTBKUP
      * unload
      *
      * a partner that has moved to a new check algorithm has had
      * its master accounts re-digited by CHKMIGR, which registers
      * the move in CHKMIGR.DAT with a cutover date and a grace
      * period in days, and keeps every old full number against
      * its new one in CHKXREF.DAT.  from the cutover, a record of
      * that partner's that fails under its (new) profile is looked
      * up there by the number as sent: inside the grace period it
      * is converted to the new number and goes through the split
      * as that, marked on its acknowledgment line and counted in
      * the summary and the intake history; past the grace period
      * it is a reject that says why
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MANIFEST
            ASSIGN TO "CHKMANIF.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MANIFEST-STATUS
            .
            SELECT REGFILE
            ASSIGN TO "CHKREG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REGFILE-STATUS
            .
            SELECT ACCTIN
            ASSIGN TO IN-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ACCTIN-STATUS
            .
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ACCTDUP-STATUS
            .
            SELECT ACKFILE
            ASSIGN TO ACK-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ACKFILE-STATUS
            .
            SELECT INTKHIS
            ASSIGN TO "CHKINTAK.HIS"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INTKHIS-STATUS
            .
            SELECT ACCTSTP
            ASSIGN TO "ACCTSTP.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ACCTSTP-STATUS
            .
            SELECT REJWORK
            ASSIGN TO "ACCTRWK.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REJWORK-STATUS
            .
            SELECT REPAIRQ
            ASSIGN TO "ACCTRPQ.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REPAIRQ-STATUS
            .
            SELECT MASTJRN
            ASSIGN TO JRN-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MASTJRN-STATUS
            .
            SELECT CKPTFILE
            ASSIGN TO "CHKBATCH.CKP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CKPTFILE-STATUS
            .
            SELECT PENDFILE
            ASSIGN TO "CHKPEND.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PENDFILE-STATUS
            .
            SELECT CUTFILE
            ASSIGN TO CUT-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CUTFILE-STATUS
            .
            SELECT CUTTEMP
            ASSIGN TO "CHKBATCH.TMP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CUTTEMP-STATUS
            .
            SELECT MIGRFILE
            ASSIGN TO "CHKMIGR.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MIGRFILE-STATUS
            .
            SELECT XREFFILE
            ASSIGN TO "CHKXREF.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS XR-OLD-NUMBER
            FILE STATUS IS XREFFILE-STATUS
            .

        DATA DIVISION.
        FILE SECTION.
      * tonight's inbound files, one row each: which file, and
      * the partner, file date and record count it claims
        FD MANIFEST.
        01 MANIFEST-RECORD.
           05 MAN-FILE-NAME PIC X(30).
           05 MAN-PARTNER   PIC X(8).
           05 MAN-FILE-DATE PIC X(8).
           05 MAN-COUNT     PIC X(6).

      * every file the split has ever been run on, keyed on the
      * partner, its file date and its trailer count, with when
      * and under what name it was processed
        FD REGFILE.
        01 REG-RECORD.
           05 REG-PARTNER       PIC X(8).
           05 REG-FILE-DATE     PIC X(8).
           05 REG-COUNT         PIC 9(6).
           05 REG-BUSINESS-DATE PIC X(8).
           05 REG-FILE-NAME     PIC X(30).

        FD ACCTIN.
        01 ACCT-IN-RECORD.
           05 AIN-DIGITS PIC X(18).
        01 ACCT-OK-RECORD.
           05 AOK-DIGITS PIC X(18).
           05 AOK-CHECK  PIC X(1).
           05 AOK-REPAIR-FLAG PIC X(1).

        FD ACCTREJ.
        01 ACCT-REJ-RECORD.
           05 REJ-DIGITS PIC X(18).
           05 REJ-CHECK  PIC X(1).
           05 REJ-REASON PIC X(30).
           05 REJ-REPAIR-FLAG PIC X(1).

        FD PARTFILE.
        01 PART-RECORD.
      * the permanent accepted-accounts master, keyed on the
      * account digits: when it was first accepted and off whose
      * feed -- the file that finally answers "have we accepted
      * this account before" -- and where the account stands now
        FD ACCTMAST.
           COPY "acctmast.cpy".

      * a re-submission's own disposition file: the record as it
      * arrived, plus when the master first accepted it
           05 DUP-FIRST-DATE PIC X(8).
           05 DUP-PARTNER    PIC X(8).

      * a closed or blocked account's own disposition file: the
      * record as it arrived, plus the master status that stopped
      * it, when that status was set, and why
        FD ACCTSTP.
        01 ACCT-STP-RECORD.
           05 STP-DIGITS      PIC X(18).
           05 STP-CHECK       PIC X(1).
           05 STP-STATUS      PIC X(1).
           05 STP-STATUS-DATE PIC X(8).
           05 STP-REASON      PIC X(2).
           05 STP-FIRST-DATE  PIC X(8).
           05 STP-PARTNER     PIC X(8).

      * the partner's acknowledgment, header/detail/trailer or a
      * lone NAK -- see ackrec.cpy
        FD ACKFILE.
           COPY "ackrec.cpy".

      * one feed row and its reason rows per run, appended
        FD INTKHIS.
           COPY "intkhis.cpy".

      * every reject also goes onto the standing worklist, open,
      * for ACCTFIX to repair or close
        FD REJWORK.
           COPY "rejwork.cpy".

      * repairs ACCTFIX has verified, waiting for this run
        FD REPAIRQ.
           COPY "repairq.cpy".

      * the dated master journal, one after-image per master change
        FD MASTJRN.
           COPY "mastjrn.cpy".

      * the restart point, rewritten whole at every commit -- see
      * CHECKPOINT-RECORD in working storage for the layout
        FD CKPTFILE.
        01 CKPT-LINE PIC X(900).

      * the master posts made since the last checkpoint, each
      * written before the post itself: W a new record (backed out
      * by deleting it), R a reserved record rewritten active
      * (backed out by rewriting the image kept here)
        FD PENDFILE.
        01 PEND-RECORD.
           05 PEND-ACTION PIC X(1).
               88 PEND-WAS-WRITE VALUE 'W'.
               88 PEND-WAS-REWRITE VALUE 'R'.
           05 PEND-IMAGE PIC X(80).
      * the checkpoint that commits the post; blank on a list
      * written before checkpoints were numbered
           05 PEND-CKP-SEQ PIC 9(6).

      * any of the sequential outputs, cut back on a restart to
      * the record count the checkpoint committed, through a
      * scratch copy
        FD CUTFILE.
        01 CUT-LINE PIC X(200).
        FD CUTTEMP.
        01 CUT-TEMP-LINE PIC X(200).

      * check-algorithm migrations CHKMIGR has run, and the old
      * full numbers it converted, for the old-form grace period
        FD MIGRFILE.
           COPY "chkmigr.cpy".
        FD XREFFILE.
           COPY "chkxref.cpy".

        WORKING-STORAGE SECTION.
        01 ACCTIN-REAL PIC XX.
        01 ACCTIN-STATUS REDEFINES ACCTIN-REAL PIC 99.
        01 ACCTMAST-STATUS REDEFINES ACCTMAST-REAL PIC 99.
        01 ACCTDUP-REAL PIC XX.
        01 ACCTDUP-STATUS REDEFINES ACCTDUP-REAL PIC 99.
        01 ACCTSTP-REAL PIC XX.
        01 ACCTSTP-STATUS REDEFINES ACCTSTP-REAL PIC 99.
        01 ACKFILE-REAL PIC XX.
        01 ACKFILE-STATUS REDEFINES ACKFILE-REAL PIC 99.
        01 INTKHIS-REAL PIC XX.
        01 INTKHIS-STATUS REDEFINES INTKHIS-REAL PIC 99.

      * each distinct reject reason this feed produced and how many
      * records it rejected, for the intake history's reason rows
        01 REASON-TABLE.
           05 REASON-ENTRY OCCURS 20 TIMES.
              10 REASON-TEXT  PIC X(30).
              10 REASON-COUNT PIC 9(6).
        01 REASON-USED PIC 99 VALUE 0.
        01 REASON-SUB PIC 99 VALUE 0.
        01 WHOLE-FILE-FLAG PIC X(1) VALUE 'N'.
            88 FILE-REJECTED-WHOLE VALUE 'Y'.

      * the acknowledgment is named for the partner and its own
      * file date, so two feeds never share one; a feed refused
      * before its header could be read is acknowledged as
      * UNKNOWN on the processing date
        01 ACK-FILE-NAME PIC X(30) VALUE SPACES.
        01 ACK-PARTNER PIC X(8).
        01 ACK-DATE PIC X(8).

        01 REJWORK-REAL PIC XX.
        01 REJWORK-STATUS REDEFINES REJWORK-REAL PIC 99.
        01 REPAIRQ-REAL PIC XX.
        01 REPAIRQ-STATUS REDEFINES REPAIRQ-REAL PIC 99.
        01 MASTJRN-REAL PIC XX.
        01 MASTJRN-STATUS REDEFINES MASTJRN-REAL PIC 99.
        01 JRN-FILE-NAME PIC X(30).
        01 JRN-ACTION PIC X(1).
        01 CKPTFILE-REAL PIC XX.
        01 CKPTFILE-STATUS REDEFINES CKPTFILE-REAL PIC 99.
        01 PENDFILE-REAL PIC XX.
        01 PENDFILE-STATUS REDEFINES PENDFILE-REAL PIC 99.
        01 CUTFILE-REAL PIC XX.
        01 CUTFILE-STATUS REDEFINES CUTFILE-REAL PIC 99.
        01 CUTTEMP-REAL PIC XX.
        01 CUTTEMP-STATUS REDEFINES CUTTEMP-REAL PIC 99.
        01 MANIFEST-REAL PIC XX.
        01 MANIFEST-STATUS REDEFINES MANIFEST-REAL PIC 99.
        01 REGFILE-REAL PIC XX.
        01 REGFILE-STATUS REDEFINES REGFILE-REAL PIC 99.
        01 MIGRFILE-REAL PIC XX.
        01 MIGRFILE-STATUS REDEFINES MIGRFILE-REAL PIC 99.
        01 XREFFILE-REAL PIC XX.
        01 XREFFILE-STATUS REDEFINES XREFFILE-REAL PIC 99.

        01 IN-EOF PIC X(1) VALUE 'N'.
            88 INPUT-AT-END VALUE 'Y'.

      * the files to take in tonight, as the manifest listed them
      * (or the one classic ACCTIN.DAT), and which one is up
        01 MANIFEST-FLAG PIC X(1) VALUE 'N'.
            88 MANIFEST-ON-FILE VALUE 'Y'.
        01 MANIFEST-EOF PIC X(1) VALUE 'N'.
            88 MANIFEST-AT-END VALUE 'Y'.
        01 FEED-TABLE.
           05 FEED-ENTRY OCCURS 20 TIMES.
              10 MF-FILE-NAME PIC X(30).
              10 MF-PARTNER   PIC X(8).
              10 MF-FILE-DATE PIC X(8).
              10 MF-COUNT     PIC 9(6).
        01 FEED-COUNT PIC 99 VALUE 0.
        01 FEED-SUB PIC 99 VALUE 0.
        01 IN-FILE-NAME PIC X(30) VALUE 'ACCTIN.DAT'.
        01 MISSING-FLAG PIC X(1) VALUE 'N'.
            88 FEED-MISSING VALUE 'Y'.

      * the register key being checked, and the outcome
        01 REG-KEY-PARTNER PIC X(8).
        01 REG-KEY-DATE PIC X(8).
        01 REG-KEY-COUNT PIC 9(6).
        01 REG-FOUND-DATE PIC X(8).
        01 REGISTER-FLAG PIC X(1) VALUE 'N'.
            88 FILE-ALREADY-PROCESSED VALUE 'Y'.
        01 REGISTER-EOF PIC X(1) VALUE 'N'.
            88 REGISTER-AT-END VALUE 'Y'.

      * the night's tally of files, and the worst condition code
      * any of them earned -- one bad feed does not hide behind a
      * clean one that ran after it
        01 FEEDS-PROCESSED PIC 9(2) VALUE 0.
        01 FEEDS-REFUSED PIC 9(2) VALUE 0.
        01 FEEDS-DUPLICATE PIC 9(2) VALUE 0.
        01 RUN-RC PIC 9(2) VALUE 0.

      * the repair queue goes through the same split as a partner
      * file, but owes no partner an acknowledgment and marks what
      * it posts as a repair
        01 REPAIR-FLAG PIC X(1) VALUE 'N'.
            88 REPAIR-PASS VALUE 'Y'.
        01 REPAIR-EOF PIC X(1) VALUE 'N'.
            88 REPAIRS-AT-END VALUE 'Y'.

      * checkpoint and restart.  a checkpoint is committed every
      * CHECKPOINT-EVERY records, at the end of every feed, and
      * once before the first: the outputs are closed (so what
      * they hold is on disk), the restart point is written, the
      * master back-out list is emptied, and the outputs reopened.
      * the running counts of records written to each output are
      * what a restart cuts them back to
        01 CHECKPOINT-EVERY PIC 9(5) VALUE 500.
        01 SINCE-CHECKPOINT PIC 9(5) VALUE 0.
      * the number of the last checkpoint written this run (or the
      * one resumed from); posts noted now belong to the next one
        01 CHECKPOINT-SEQ PIC 9(6) VALUE 0.
        01 OUT-OK-COUNT PIC 9(8) VALUE 0.
        01 OUT-REJ-COUNT PIC 9(8) VALUE 0.
        01 OUT-DUP-COUNT PIC 9(8) VALUE 0.
        01 OUT-STP-COUNT PIC 9(8) VALUE 0.
        01 OUT-RWK-COUNT PIC 9(8) VALUE 0.
        01 OUT-ACK-COUNT PIC 9(8) VALUE 0.
        01 ACK-OPEN-FLAG PIC X(1) VALUE 'N'.
            88 ACK-IS-OPEN VALUE 'Y'.
        01 RESTART-FLAG PIC X(1) VALUE 'N'.
            88 RESTART-RUN VALUE 'Y'.
        01 START-FEED PIC 99 VALUE 1.
        01 NEXT-FEED PIC 99 VALUE 1.
        01 CKPT-EOF PIC X(1) VALUE 'N'.
            88 CKPT-AT-END VALUE 'Y'.
        01 PEND-EOF PIC X(1) VALUE 'N'.
            88 PENDING-AT-END VALUE 'Y'.
        01 BACKED-OUT PIC 9(6) VALUE 0.
        01 MASTER-BEFORE-IMAGE PIC X(80).
        01 SKIP-COUNT PIC 9(6) VALUE 0.

      * one scratch cut: which file, how many records it keeps
        01 CUT-FILE-NAME PIC X(30).
        01 CUT-KEEP PIC 9(8).
        01 CUT-READ PIC 9(8).
        01 CUT-EOF PIC X(1) VALUE 'N'.
            88 CUT-AT-END VALUE 'Y'.
        01 CUT-EXTRA-FLAG PIC X(1) VALUE 'N'.
            88 CUT-HAS-EXTRA VALUE 'Y'.

      * the restart point itself: which feed and how far into it,
      * everything counted so far, and how many records each
      * output held when it was committed
        01 CHECKPOINT-RECORD.
           05 CKP-STATUS PIC X(11).
               88 CKP-IN-PROGRESS VALUE 'IN-PROGRESS'.
               88 CKP-COMPLETE    VALUE 'COMPLETE'.
           05 CKP-BUSINESS-DATE PIC X(8).
           05 CKP-FEED-COUNT PIC 99.
           05 CKP-FEED-SUB PIC 99.
           05 CKP-FEED-FILE PIC X(30).
           05 CKP-STAGE PIC X(1).
               88 CKP-IN-SPLIT VALUE 'R'.
               88 CKP-HISTORY-DONE VALUE 'S'.
           05 CKP-COUNT-IN PIC 9(6).
           05 CKP-COUNT-PASSED PIC 9(6).
           05 CKP-COUNT-FAILED PIC 9(6).
           05 CKP-COUNT-RESUB PIC 9(6).
           05 CKP-COUNT-STOPPED PIC 9(6).
           05 CKP-COUNT-CONVERTED PIC 9(6).
           05 CKP-OUT-OK PIC 9(8).
           05 CKP-OUT-REJ PIC 9(8).
           05 CKP-OUT-DUP PIC 9(8).
           05 CKP-OUT-STP PIC 9(8).
           05 CKP-OUT-RWK PIC 9(8).
           05 CKP-OUT-ACK PIC 9(8).
           05 CKP-FEEDS-PROCESSED PIC 9(2).
           05 CKP-FEEDS-REFUSED PIC 9(2).
           05 CKP-FEEDS-DUPLICATE PIC 9(2).
           05 CKP-RUN-RC PIC 9(2).
           05 CKP-REASON-USED PIC 99.
           05 CKP-REASON-TABLE PIC X(720).
           05 CKP-SEQUENCE PIC 9(6).
           05 CKP-WHOLE-REJECT PIC X(1).

      * arguments for CALL 'errhandle', each sized to exactly match
      * its linkage item
        01 ERR-PROGRAM PIC X(8) VALUE 'CHKBATCH'.
        01 ERR-TYPE PIC X(8).
        01 ERR-CODE PIC X(4).
        01 ERR-TEXT PIC X(40).

      * the run's business date, for the header-date control check
        01 PROCESS-DATE PIC X(8).

            88 PROFILE-ON-FILE VALUE 'Y'.
        01 LENGTH-REASON PIC X(30).

      * the feed partner's latest migration to the algorithm its
      * profile now names, if it has one: the cutover, and the
      * first business date the old form is no longer taken
        01 MIGRATION-FLAG PIC X(1) VALUE 'N'.
            88 MIGRATION-ON-FILE VALUE 'Y'.
        01 MIGR-EOF PIC X(1) VALUE 'N'.
            88 MIGRATIONS-AT-END VALUE 'Y'.
        01 MIG-CUTOVER-DATE PIC X(8).
        01 MIG-CUTOVER-NUMBER PIC 9(8).
        01 MIG-GRACE-DAYS PIC 9(3).
        01 MIG-GRACE-END-NUMBER PIC 9(8).
        01 MIG-GRACE-END PIC X(8).
        01 XREF-FLAG PIC X(1) VALUE 'N'.
            88 XREF-ON-FILE VALUE 'Y'.
        01 CONVERTED-FLAG PIC X(1) VALUE 'N'.
            88 RECORD-CONVERTED VALUE 'Y'.
        01 CONVERTED-OLD-CHECK PIC X(1).

      * counts for the appender summary: everything in, everything
      * that passed, everything that did not
        01 COUNT-IN     PIC 9(6) VALUE 0.
        01 COUNT-PASSED PIC 9(6) VALUE 0.
        01 COUNT-FAILED PIC 9(6) VALUE 0.
        01 COUNT-RESUB  PIC 9(6) VALUE 0.
        01 COUNT-STOPPED PIC 9(6) VALUE 0.
        01 COUNT-CONVERTED PIC 9(6) VALUE 0.

      * the master had the number only as a CHKGEN reservation
        01 RESERVED-FLAG PIC X(1) VALUE 'N'.
            88 NUMBER-WAS-RESERVED VALUE 'Y'.

      * a reject rate past this many percent raises a CRITICAL --
      * a file that bad is a feed problem, not a keying problem
        01 EDIT-FLAG PIC X(1).
            88 RECORD-EDITS-OK VALUE 'Y'.
        01 EDIT-REASON PIC X(30).
      * the shortest account body the shop accepts, whatever the
      * partner's profile says: acctmask only masks digit runs this
      * long, so a shorter number would reach the log and the
      * reports whole
        01 ACCOUNT-MIN-LENGTH PIC 99 VALUE 13.

      * appender boundary staging, same shapes nitebatch uses
        01 STEP-JOB-ID PIC X(8) VALUE 'CHKBATCH'.
            MOVE 0 TO RETURN-CODE.
            CALL 'procdate' USING PROCESS-DATE.

      * tonight's files, off the manifest -- or the one classic
      * ACCTIN.DAT when no manifest is on file
            PERFORM LOAD-INTAKE-MANIFEST.

      * an unfinished run on this business date is picked up where
      * its last checkpoint left it, never started over
            PERFORM CHECK-FOR-RESTART.

            PERFORM OPEN-ACCOUNT-MASTER.
            PERFORM OPEN-CROSS-REFERENCE.

            IF RESTART-RUN
                PERFORM BACK-OUT-TO-CHECKPOINT
            ELSE
                PERFORM OPEN-RUN-OUTPUTS
                MOVE 1 TO NEXT-FEED
                MOVE 'R' TO CKP-STAGE
                PERFORM COMMIT-CHECKPOINT
            END-IF.

            PERFORM RUN-ONE-FEED
                VARYING FEED-SUB FROM START-FEED BY 1
                UNTIL FEED-SUB > FEED-COUNT.

      * the repair queue counts as the feed after the last one
            IF START-FEED NOT > FEED-COUNT + 1
                COMPUTE FEED-SUB = FEED-COUNT + 1
                PERFORM PROCESS-REPAIR-QUEUE
                COMPUTE NEXT-FEED = FEED-COUNT + 2
                PERFORM RESET-FEED-STATE
                MOVE 'R' TO CKP-STAGE
                PERFORM COMMIT-CHECKPOINT
            END-IF.
      * only now that the repairs are committed may their queue go:
      * a run that dies before the commit is backed out on restart
      * and takes the queue in again, and a restart that finds the
      * repair feed already committed lands here and empties it
            PERFORM EMPTY-REPAIR-QUEUE.

            CLOSE REJWORK.
            CLOSE ACCTOK.
            CLOSE ACCTREJ.
            CLOSE ACCTDUP.
            CLOSE ACCTSTP.
            CLOSE ACCTMAST.
            IF XREF-ON-FILE
                CLOSE XREFFILE
            END-IF.
            PERFORM MARK-RUN-COMPLETE.

            IF MANIFEST-ON-FILE
                MOVE SPACES TO STEP-MESSAGE
                STRING 'manifest files ' FEED-COUNT
                    ' processed ' FEEDS-PROCESSED
                    ' refused ' FEEDS-REFUSED
                    ' duplicate ' FEEDS-DUPLICATE
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'INF'
                DISPLAY 'CHKBATCH: ' STEP-MESSAGE
            END-IF.

            MOVE RUN-RC TO RETURN-CODE.
            GOBACK.

      * the manifest: one row per partner file waiting tonight,
      * carrying the file name and the partner, file date and
      * record count the file claims -- enough to check the
      * processed-files register before a byte of the file is
      * read.  no manifest is the one-file night it always was
        LOAD-INTAKE-MANIFEST.
            MOVE 0 TO FEED-COUNT.
            OPEN INPUT MANIFEST.
            IF MANIFEST-STATUS NOT = 0
                MOVE 1 TO FEED-COUNT
                MOVE 'ACCTIN.DAT' TO MF-FILE-NAME(1)
                MOVE SPACES TO MF-PARTNER(1)
                MOVE SPACES TO MF-FILE-DATE(1)
                MOVE 0 TO MF-COUNT(1)
                EXIT PARAGRAPH
            END-IF.
            SET MANIFEST-ON-FILE TO TRUE.
            PERFORM UNTIL MANIFEST-AT-END
                READ MANIFEST
                    AT END SET MANIFEST-AT-END TO TRUE
                    NOT AT END
                        IF MAN-FILE-NAME = SPACES
                            CONTINUE
                        ELSE
                            IF FEED-COUNT < 20
                                ADD 1 TO FEED-COUNT
                                MOVE MAN-FILE-NAME
                                    TO MF-FILE-NAME(FEED-COUNT)
                                MOVE MAN-PARTNER
                                    TO MF-PARTNER(FEED-COUNT)
                                MOVE MAN-FILE-DATE
                                    TO MF-FILE-DATE(FEED-COUNT)
                                IF MAN-COUNT IS NUMERIC
                                    MOVE MAN-COUNT
                                        TO MF-COUNT(FEED-COUNT)
                                ELSE
                                    MOVE 0 TO MF-COUNT(FEED-COUNT)
                                END-IF
                            ELSE
                                DISPLAY 'CHKBATCH: more than 20 files '
                                    'on CHKMANIF.DAT, extras ignored'
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE MANIFEST.
            DISPLAY 'CHKBATCH: manifest lists ' FEED-COUNT
                ' file(s)'.

      * one partner file, start to finish, with nothing carried
      * over from the file before it: register check, control
      * totals, profile, the split, its acknowledgment, its
      * summary and its history row
        PROCESS-ONE-FEED.
            PERFORM RESET-FEED-STATE.
            MOVE MF-FILE-NAME(FEED-SUB) TO IN-FILE-NAME.
            DISPLAY 'CHKBATCH: --- ' IN-FILE-NAME.
            IF RESTART-RUN AND FEED-SUB = CKP-FEED-SUB
                    AND (CKP-COUNT-IN > 0 OR CKP-HISTORY-DONE)
                PERFORM RESUME-THIS-FEED
                EXIT PARAGRAPH
            END-IF.

      * a manifest row names the file's partner, date and count up
      * front, so a duplicate is refused before the file is opened
            IF MANIFEST-ON-FILE
                MOVE MF-PARTNER(FEED-SUB) TO REG-KEY-PARTNER
                MOVE MF-FILE-DATE(FEED-SUB) TO REG-KEY-DATE
                MOVE MF-COUNT(FEED-SUB) TO REG-KEY-COUNT
                PERFORM CHECK-FILE-REGISTER
                IF FILE-ALREADY-PROCESSED
                    PERFORM REFUSE-DUPLICATE-FILE
                    EXIT PARAGRAPH
                END-IF
            END-IF.

      * control totals first: the whole file is proven against its
      * header and trailer before the split sees one record, so a
      * truncated transfer never looks like a short, clean day
            PERFORM VERIFY-CONTROL-TOTALS.
            IF FEED-MISSING
                EXIT PARAGRAPH
            END-IF.
            IF FEED-FAULT = SPACES AND MANIFEST-ON-FILE
                PERFORM CHECK-AGAINST-MANIFEST
            END-IF.
            IF FEED-FAULT NOT = SPACES
                PERFORM REJECT-WHOLE-FILE
                EXIT PARAGRAPH
            END-IF.

      * the classic one-file night has no manifest row, so its
      * register check runs off the verified header and trailer --
      * still before the split sees a record
            IF NOT MANIFEST-ON-FILE
                MOVE FEED-PARTNER TO REG-KEY-PARTNER
                MOVE FEED-DATE TO REG-KEY-DATE
                MOVE TRAILER-COUNT TO REG-KEY-COUNT
                PERFORM CHECK-FILE-REGISTER
                IF FILE-ALREADY-PROCESSED
                    PERFORM REFUSE-DUPLICATE-FILE
                    EXIT PARAGRAPH
                END-IF
            END-IF.

            PERFORM SELECT-PARTNER-PROFILE.

            OPEN INPUT ACCTIN.
            IF ACCTIN-STATUS NOT = 0
                DISPLAY 'CHKBATCH: cannot open ' IN-FILE-NAME
                    ', status ' ACCTIN-STATUS
                MOVE 12 TO RUN-RC
                EXIT PARAGRAPH
            END-IF.

            PERFORM OPEN-ACKNOWLEDGMENT.
            PERFORM SPLIT-THE-FEED.
            PERFORM FINISH-THE-FEED.

      * the records through the split, a checkpoint every
      * CHECKPOINT-EVERY of them
        SPLIT-THE-FEED.
            PERFORM UNTIL INPUT-AT-END
                READ ACCTIN
                    AT END SET INPUT-AT-END TO TRUE
                            CONTINUE
                        ELSE
                            PERFORM VALIDATE-ONE-RECORD
                            PERFORM COUNT-TOWARD-CHECKPOINT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ACCTIN.
            PERFORM CLOSE-ACKNOWLEDGMENT.

      * the feed finished: its condition code settled and stage S
      * committed, the register, and only then its summary and
      * history row -- a restart past stage S never writes them
      * twice
        FINISH-THE-FEED.
            PERFORM RATE-THE-FEED.
            MOVE FEED-SUB TO NEXT-FEED.
            MOVE 'S' TO CKP-STAGE.
            PERFORM COMMIT-CHECKPOINT.
            PERFORM REGISTER-PROCESSED-FILE.
            PERFORM LOG-THE-SUMMARY.
            PERFORM APPEND-INTAKE-HISTORY.
            ADD 1 TO FEEDS-PROCESSED.

            DISPLAY 'CHKBATCH: ' COUNT-IN ' in, ' COUNT-PASSED
                ' passed, ' COUNT-FAILED ' rejected, '
                COUNT-RESUB ' resubmitted, ' COUNT-STOPPED
                ' stopped'.

      * one feed, whatever became of it, then the checkpoint that
      * says the next one is where a restart begins
        RUN-ONE-FEED.
            PERFORM PROCESS-ONE-FEED.
            COMPUTE NEXT-FEED = FEED-SUB + 1.
            PERFORM RESET-FEED-STATE.
            MOVE 'R' TO CKP-STAGE.
            PERFORM COMMIT-CHECKPOINT.

      * the feed the last run stopped in.  its counts come back off
      * the checkpoint; the control totals are proven again (the
      * file must still be the file it was); and the split picks up
      * at the first record past the checkpoint -- or, when the
      * feed reached stage S, only the register is left to do (and
      * nothing at all for a file refused whole; its NAK and
      * history row are not written again).  the register is not
      * consulted first: this feed is in it only if that last step
      * landed.
      * a feed that stopped before its first checkpoint has nothing
      * committed and simply starts again from the top
        RESUME-THIS-FEED.
            IF CKP-HISTORY-DONE AND CKP-WHOLE-REJECT = 'Y'
                DISPLAY 'CHKBATCH: ' IN-FILE-NAME
                    ' was already refused whole'
                EXIT PARAGRAPH
            END-IF.
            PERFORM VERIFY-CONTROL-TOTALS.
            IF FEED-MISSING
                EXIT PARAGRAPH
            END-IF.
            IF FEED-FAULT NOT = SPACES
                PERFORM REJECT-WHOLE-FILE
                EXIT PARAGRAPH
            END-IF.
            PERFORM SELECT-PARTNER-PROFILE.
            PERFORM RESTORE-FEED-COUNTS.

            IF CKP-HISTORY-DONE
                MOVE FEED-PARTNER TO REG-KEY-PARTNER
                MOVE FEED-DATE TO REG-KEY-DATE
                MOVE TRAILER-COUNT TO REG-KEY-COUNT
                PERFORM CHECK-FILE-REGISTER
                IF NOT FILE-ALREADY-PROCESSED
                    PERFORM REGISTER-PROCESSED-FILE
                END-IF
                ADD 1 TO FEEDS-PROCESSED
                EXIT PARAGRAPH
            END-IF.

            OPEN INPUT ACCTIN.
            IF ACCTIN-STATUS NOT = 0
                DISPLAY 'CHKBATCH: cannot open ' IN-FILE-NAME
                    ', status ' ACCTIN-STATUS
                MOVE 12 TO RUN-RC
                EXIT PARAGRAPH
            END-IF.
            PERFORM REOPEN-ACKNOWLEDGMENT.
            MOVE 0 TO SKIP-COUNT.
            PERFORM UNTIL INPUT-AT-END OR SKIP-COUNT = CKP-COUNT-IN
                READ ACCTIN
                    AT END SET INPUT-AT-END TO TRUE
                    NOT AT END
                        IF AIN-DIGITS(1:3) NOT = 'HDR'
                                AND AIN-DIGITS(1:3) NOT = 'TRL'
                            ADD 1 TO SKIP-COUNT
                        END-IF
                END-READ
            END-PERFORM.
            DISPLAY 'CHKBATCH: resuming after record ' SKIP-COUNT.
            PERFORM SPLIT-THE-FEED.
            PERFORM FINISH-THE-FEED.

      * the feed's running counts and reject reasons as the
      * checkpoint committed them
        RESTORE-FEED-COUNTS.
            MOVE CKP-COUNT-IN TO COUNT-IN.
            MOVE CKP-COUNT-PASSED TO COUNT-PASSED.
            MOVE CKP-COUNT-FAILED TO COUNT-FAILED.
            MOVE CKP-COUNT-RESUB TO COUNT-RESUB.
            MOVE CKP-COUNT-STOPPED TO COUNT-STOPPED.
            MOVE CKP-COUNT-CONVERTED TO COUNT-CONVERTED.
            MOVE CKP-REASON-USED TO REASON-USED.
            MOVE CKP-REASON-TABLE TO REASON-TABLE.

      * the repair queue, after the night's partner files: each
      * repaired record through the ordinary split under its own
      * partner's profile, accepts marked as repairs.  the queue is
      * left as it is here; EMPTY-REPAIR-QUEUE clears it once the
      * checkpoint after it is committed -- a repair posts once
        PROCESS-REPAIR-QUEUE.
            OPEN INPUT REPAIRQ.
            IF REPAIRQ-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM RESET-FEED-STATE.
            SET REPAIR-PASS TO TRUE.
            MOVE 'N' TO REPAIR-EOF.
            IF RESTART-RUN AND FEED-SUB = CKP-FEED-SUB
                PERFORM RESTORE-FEED-COUNTS
                MOVE 0 TO SKIP-COUNT
                PERFORM UNTIL REPAIRS-AT-END
                        OR SKIP-COUNT = CKP-COUNT-IN
                    READ REPAIRQ
                        AT END SET REPAIRS-AT-END TO TRUE
                        NOT AT END ADD 1 TO SKIP-COUNT
                    END-READ
                END-PERFORM
                DISPLAY 'CHKBATCH: repairs resuming after record '
                    SKIP-COUNT
            END-IF.
            PERFORM UNTIL REPAIRS-AT-END
                READ REPAIRQ
                    AT END SET REPAIRS-AT-END TO TRUE
                    NOT AT END
                        PERFORM TAKE-ONE-REPAIR
                        PERFORM COUNT-TOWARD-CHECKPOINT
                END-READ
            END-PERFORM.
            CLOSE REPAIRQ.
            IF COUNT-IN = 0
                MOVE 'N' TO REPAIR-FLAG
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES TO STEP-MESSAGE.
            STRING 'repairs ' COUNT-IN ' in, ' COUNT-PASSED
                ' passed, ' COUNT-FAILED ' rejected, '
                COUNT-RESUB ' resub, ' COUNT-STOPPED ' stopped'
                DELIMITED BY SIZE
                INTO STEP-MESSAGE
            END-STRING.
            CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                STEP-MESSAGE 'INF'.
            DISPLAY 'CHKBATCH: ' STEP-MESSAGE.
            MOVE 'N' TO REPAIR-FLAG.

      * the queue emptied after its feed's commit.  no queue on file
      * is left that way
        EMPTY-REPAIR-QUEUE.
            OPEN INPUT REPAIRQ.
            IF REPAIRQ-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            CLOSE REPAIRQ.
            OPEN OUTPUT REPAIRQ.
            CLOSE REPAIRQ.

      * one repair: its partner's profile (looked up again only
      * when the partner changes), then the ordinary validation
        TAKE-ONE-REPAIR.
            IF RQ-PARTNER NOT = FEED-PARTNER
                MOVE RQ-PARTNER TO FEED-PARTNER
                MOVE 'N' TO PART-EOF
                MOVE 'W' TO PROFILE-ALGORITHM
                MOVE 0 TO PROFILE-LENGTH
                MOVE 'N' TO PROFILE-FLAG
                PERFORM SELECT-PARTNER-PROFILE
            END-IF.
            MOVE RQ-FILE-DATE TO FEED-DATE.
            MOVE RQ-DIGITS TO AIN-DIGITS.
            MOVE RQ-CHECK TO AIN-CHECK.
            PERFORM VALIDATE-ONE-RECORD.

      * everything one feed knows about itself, back to how the
      * run started, before the next file is looked at
        RESET-FEED-STATE.
            MOVE 'N' TO IN-EOF.
            MOVE SPACES TO FEED-PARTNER.
            MOVE SPACES TO FEED-DATE.
            MOVE 'N' TO HEADER-FLAG.
            MOVE 'N' TO TRAILER-FLAG.
            MOVE 'N' TO MISSING-FLAG.
            MOVE 0 TO TRAILER-COUNT.
            MOVE 0 TO VERIFY-COUNT.
            MOVE 0 TO AFTER-TRAILER-COUNT.
            MOVE SPACES TO FEED-FAULT.
            MOVE 'N' TO PART-EOF.
            MOVE 'W' TO PROFILE-ALGORITHM.
            MOVE 0 TO PROFILE-LENGTH.
            MOVE 'N' TO PROFILE-FLAG.
            MOVE 0 TO COUNT-IN.
            MOVE 0 TO COUNT-PASSED.
            MOVE 0 TO COUNT-FAILED.
            MOVE 0 TO COUNT-RESUB.
            MOVE 0 TO COUNT-STOPPED.
            MOVE 0 TO COUNT-CONVERTED.
            MOVE 'N' TO MIGRATION-FLAG.
            MOVE 0 TO REJECT-PCT.
            MOVE 0 TO REASON-USED.
            MOVE 'N' TO WHOLE-FILE-FLAG.

      * the file's own header and trailer must say what its
      * manifest row said -- a file renamed into the wrong slot is
      * a fault, not a feed
        CHECK-AGAINST-MANIFEST.
            IF FEED-PARTNER NOT = MF-PARTNER(FEED-SUB)
                    OR FEED-DATE NOT = MF-FILE-DATE(FEED-SUB)
                    OR TRAILER-COUNT NOT = MF-COUNT(FEED-SUB)
                MOVE SPACES TO FEED-FAULT
                STRING 'file ' FEED-PARTNER ' ' FEED-DATE ' '
                    TRAILER-COUNT ' manifest '
                    MF-PARTNER(FEED-SUB) ' ' MF-FILE-DATE(FEED-SUB)
                    DELIMITED BY SIZE
                    INTO FEED-FAULT
                END-STRING
            END-IF.

      * the processed-files register, keyed on partner, file date
      * and trailer count; any row matching the key means the file
      * has been through here before
        CHECK-FILE-REGISTER.
            MOVE 'N' TO REGISTER-FLAG.
            MOVE 'N' TO REGISTER-EOF.
            OPEN INPUT REGFILE.
            IF REGFILE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL REGISTER-AT-END OR FILE-ALREADY-PROCESSED
                READ REGFILE
                    AT END SET REGISTER-AT-END TO TRUE
                    NOT AT END
                        IF REG-PARTNER = REG-KEY-PARTNER
                                AND REG-FILE-DATE = REG-KEY-DATE
                                AND REG-COUNT = REG-KEY-COUNT
                            SET FILE-ALREADY-PROCESSED TO TRUE
                            MOVE REG-BUSINESS-DATE TO REG-FOUND-DATE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE REGFILE.

      * a file seen before is refused whole with a CRITICAL -- it
      * stands in ALERTS.DAT until someone signs it off -- and no
      * acknowledgment is written: the partner already has the one
      * its first submission earned, and this must not overwrite it
        REFUSE-DUPLICATE-FILE.
            ADD 1 TO FEEDS-DUPLICATE.
            DISPLAY 'CHKBATCH: *** DUPLICATE FILE REFUSED *** -- '
                IN-FILE-NAME ' already processed on business date '
                REG-FOUND-DATE.
            MOVE SPACES TO STEP-MESSAGE.
            STRING 'duplicate file refused: ' REG-KEY-PARTNER ' '
                REG-KEY-DATE ' count ' REG-KEY-COUNT
                DELIMITED BY SIZE
                INTO STEP-MESSAGE
            END-STRING.
            CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                STEP-MESSAGE 'CRI'.
            IF RUN-RC < 8
                MOVE 8 TO RUN-RC
            END-IF.

      * the file has been through the split: into the register so
      * the same file can never be posted twice.  OPEN EXTEND
      * auto-creates the register on the first file ever
        REGISTER-PROCESSED-FILE.
            OPEN EXTEND REGFILE.
            IF REGFILE-STATUS NOT = 0
                OPEN OUTPUT REGFILE
            END-IF.
            IF REGFILE-STATUS NOT = 0
                DISPLAY 'CHKBATCH: cannot write CHKREG.DAT, status '
                    REGFILE-STATUS ' -- file not registered'
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO REG-RECORD.
            MOVE FEED-PARTNER TO REG-PARTNER.
            MOVE FEED-DATE TO REG-FILE-DATE.
            MOVE TRAILER-COUNT TO REG-COUNT.
            MOVE PROCESS-DATE TO REG-BUSINESS-DATE.
            MOVE IN-FILE-NAME TO REG-FILE-NAME.
            WRITE REG-RECORD.
            CLOSE REGFILE.

      * the verification pass: first record must be the header
      * (and its file date must be the processing date), last must
        VERIFY-CONTROL-TOTALS.
            OPEN INPUT ACCTIN.
            IF ACCTIN-STATUS NOT = 0
                DISPLAY 'CHKBATCH: cannot open ' IN-FILE-NAME
                    ', status ' ACCTIN-STATUS
                SET FEED-MISSING TO TRUE
                MOVE SPACES TO STEP-MESSAGE
                STRING 'intake file ' IN-FILE-NAME ' cannot be opened'
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'CRI'
                MOVE 12 TO RUN-RC
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO IN-EOF.
            PERFORM UNTIL INPUT-AT-END
      * ALERTS.DAT until someone signs it off), and a failing code
      * back to the chain.  no record reached the split
        REJECT-WHOLE-FILE.
            SET FILE-REJECTED-WHOLE TO TRUE.
            MOVE VERIFY-COUNT TO COUNT-IN.
            ADD 1 TO FEEDS-REFUSED.
            IF RUN-RC < 8
                MOVE 8 TO RUN-RC
            END-IF.
            MOVE FEED-SUB TO NEXT-FEED.
            MOVE 'S' TO CKP-STAGE.
            PERFORM COMMIT-CHECKPOINT.

            DISPLAY 'CHKBATCH: *** FEED REJECTED *** -- '
                FEED-FAULT.
            MOVE SPACES TO STEP-MESSAGE.
            END-STRING.
            CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                STEP-MESSAGE 'CRI'.
            PERFORM WRITE-FILE-NAK.
            PERFORM APPEND-INTAKE-HISTORY.

      * the partner's copy of the refusal: one NAK record, nothing
      * else, naming the fault the verification pass found
        WRITE-FILE-NAK.
            PERFORM BUILD-ACK-FILE-NAME.
            OPEN OUTPUT ACKFILE.
            IF ACKFILE-STATUS NOT = 0
                DISPLAY 'CHKBATCH: cannot open ' ACK-FILE-NAME
                    ', status ' ACKFILE-STATUS
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO ACK-RECORD.
            SET ACK-IS-NAK TO TRUE.
            MOVE FEED-PARTNER TO ACKN-PARTNER.
            MOVE FEED-DATE TO ACKN-FILE-DATE.
            MOVE FEED-FAULT TO ACKN-FAULT.
            WRITE ACK-RECORD.
            CLOSE ACKFILE.
            DISPLAY 'CHKBATCH: NAK written to ' ACK-FILE-NAME.

        BUILD-ACK-FILE-NAME.
            MOVE FEED-PARTNER TO ACK-PARTNER.
            IF ACK-PARTNER = SPACES
                MOVE 'UNKNOWN' TO ACK-PARTNER
            END-IF.
            MOVE FEED-DATE TO ACK-DATE.
            IF ACK-DATE = SPACES
                MOVE PROCESS-DATE TO ACK-DATE
            END-IF.
            MOVE SPACES TO ACK-FILE-NAME.
            STRING 'ACK' DELIMITED BY SIZE
                ACK-PARTNER DELIMITED BY SPACE
                ACK-DATE '.DAT' DELIMITED BY SIZE
                INTO ACK-FILE-NAME
            END-STRING.

      * the acknowledgment opened with its header once the feed has
      * passed its control totals: the partner's file date and the
      * count its own trailer claimed, echoed back
        OPEN-ACKNOWLEDGMENT.
            PERFORM BUILD-ACK-FILE-NAME.
            OPEN OUTPUT ACKFILE.
            IF ACKFILE-STATUS NOT = 0
                DISPLAY 'CHKBATCH: cannot open ' ACK-FILE-NAME
                    ', status ' ACKFILE-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE SPACES TO ACK-RECORD.
            SET ACK-IS-HEADER TO TRUE.
            MOVE FEED-PARTNER TO ACKH-PARTNER.
            MOVE FEED-DATE TO ACKH-FILE-DATE.
            MOVE TRAILER-COUNT TO ACKH-COUNT.
            MOVE PROCESS-DATE TO ACKH-PROCESS-DATE.
            WRITE ACK-RECORD.
            MOVE 1 TO OUT-ACK-COUNT.
            SET ACK-IS-OPEN TO TRUE.

      * a restarted feed's acknowledgment: cut back to what the
      * checkpoint committed, and carried on from there
        REOPEN-ACKNOWLEDGMENT.
            PERFORM BUILD-ACK-FILE-NAME.
            MOVE ACK-FILE-NAME TO CUT-FILE-NAME.
            MOVE CKP-OUT-ACK TO CUT-KEEP.
            PERFORM CUT-BACK-FILE.
            OPEN EXTEND ACKFILE.
            IF ACKFILE-STATUS NOT = 0
                DISPLAY 'CHKBATCH: cannot reopen ' ACK-FILE-NAME
                    ', status ' ACKFILE-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE CKP-OUT-ACK TO OUT-ACK-COUNT.
            SET ACK-IS-OPEN TO TRUE.

      * one detail line per account, staged by the disposition
      * that was just taken (ACKD-DISPOSITION, reason and date
      * already moved in by the caller)
        WRITE-ACK-DETAIL.
            IF REPAIR-PASS
                EXIT PARAGRAPH
            END-IF.
            MOVE AIN-DIGITS TO ACKD-DIGITS.
            MOVE AIN-CHECK TO ACKD-CHECK.
            IF RECORD-CONVERTED AND ACKD-REASON = SPACES
                STRING 'OLD CHECK DIGIT ' CONVERTED-OLD-CHECK
                    ' CONVERTED'
                    DELIMITED BY SIZE
                    INTO ACKD-REASON
                END-STRING
            END-IF.
            SET ACK-IS-DETAIL TO TRUE.
            WRITE ACK-RECORD.
            ADD 1 TO OUT-ACK-COUNT.

        CLOSE-ACKNOWLEDGMENT.
            MOVE SPACES TO ACK-RECORD.
            SET ACK-IS-TRAILER TO TRUE.
            MOVE COUNT-IN TO ACKT-COUNT-IN.
            MOVE COUNT-PASSED TO ACKT-ACCEPTED.
            MOVE COUNT-FAILED TO ACKT-REJECTED.
            MOVE COUNT-RESUB TO ACKT-RESUBMITTED.
            MOVE COUNT-STOPPED TO ACKT-STOPPED.
            WRITE ACK-RECORD.
            CLOSE ACKFILE.
            MOVE 'N' TO ACK-OPEN-FLAG.
            MOVE 0 TO OUT-ACK-COUNT.
            DISPLAY 'CHKBATCH: acknowledgment written to '
                ACK-FILE-NAME.

      * the header's partner id picks its row from the profile
      * file; last match wins if a partner was rekeyed.  no file,
                    ' has no profile -- default weighted-reversal '
                    'applies'
            END-IF.
            PERFORM SELECT-PARTNER-MIGRATION.

      * the partner's last registered migration to the algorithm
      * now in force, if any; last row wins, so a grace period
      * operations have re-keyed on a later row is the one taken
        SELECT-PARTNER-MIGRATION.
            MOVE 'N' TO MIGRATION-FLAG.
            MOVE 'N' TO MIGR-EOF.
            OPEN INPUT MIGRFILE.
            IF MIGRFILE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL MIGRATIONS-AT-END
                READ MIGRFILE
                    AT END SET MIGRATIONS-AT-END TO TRUE
                    NOT AT END
                        IF CM-PARTNER = FEED-PARTNER
                                AND CM-NEW-ALGORITHM
                                    = PROFILE-ALGORITHM
                            SET MIGRATION-ON-FILE TO TRUE
                            MOVE CM-CUTOVER-DATE TO MIG-CUTOVER-DATE
                            MOVE CM-GRACE-DAYS TO MIG-GRACE-DAYS
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE MIGRFILE.
            IF NOT MIGRATION-ON-FILE
                EXIT PARAGRAPH
            END-IF.
            IF MIG-CUTOVER-DATE IS NOT NUMERIC
                    OR MIG-GRACE-DAYS IS NOT NUMERIC
                DISPLAY 'CHKBATCH: CHKMIGR.DAT row for ' FEED-PARTNER
                    ' is not readable -- no old-form grace'
                MOVE 'N' TO MIGRATION-FLAG
                EXIT PARAGRAPH
            END-IF.
            MOVE MIG-CUTOVER-DATE TO MIG-CUTOVER-NUMBER.
            COMPUTE MIG-GRACE-END-NUMBER = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(MIG-CUTOVER-NUMBER)
                + MIG-GRACE-DAYS).
            MOVE MIG-GRACE-END-NUMBER TO MIG-GRACE-END.
            DISPLAY 'CHKBATCH: partner ' FEED-PARTNER
                ' migrated to ' PROFILE-ALGORITHM ' at '
                MIG-CUTOVER-DATE ', old form taken until before '
                MIG-GRACE-END.

      * the fresh night's outputs: the day files start empty, the
      * standing reject worklist is counted so a restart knows
      * where tonight's rows begin
        OPEN-RUN-OUTPUTS.
            OPEN OUTPUT ACCTOK.
            OPEN OUTPUT ACCTREJ.
            OPEN OUTPUT ACCTDUP.
            OPEN OUTPUT ACCTSTP.
            IF ACCTOK-STATUS NOT = 0 OR ACCTREJ-STATUS NOT = 0
                    OR ACCTDUP-STATUS NOT = 0
                    OR ACCTSTP-STATUS NOT = 0
                DISPLAY 'CHKBATCH: cannot open output files, status '
                    ACCTOK-STATUS ' / ' ACCTREJ-STATUS ' / '
                    ACCTDUP-STATUS ' / ' ACCTSTP-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE 0 TO OUT-RWK-COUNT.
            MOVE 'ACCTRWK.DAT' TO CUT-FILE-NAME.
            MOVE 'N' TO CUT-EOF.
            OPEN INPUT CUTFILE.
            IF CUTFILE-STATUS = 0
                PERFORM UNTIL CUT-AT-END
                    READ CUTFILE
                        AT END SET CUT-AT-END TO TRUE
                        NOT AT END ADD 1 TO OUT-RWK-COUNT
                    END-READ
                END-PERFORM
                CLOSE CUTFILE
            END-IF.
            OPEN EXTEND REJWORK.
            IF REJWORK-STATUS NOT = 0
                OPEN OUTPUT REJWORK
            END-IF.
            IF REJWORK-STATUS NOT = 0
                DISPLAY 'CHKBATCH: cannot open ACCTRWK.DAT, status '
                    REJWORK-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

      * a checkpoint left IN-PROGRESS means the last run never got
      * to the end.  on the same business date, against the same
      * manifest, this run resumes it; from an earlier date it is
      * only reported -- that night's work is not tonight's to
      * finish -- and the run starts clean
        CHECK-FOR-RESTART.
            MOVE 'N' TO RESTART-FLAG.
            MOVE 1 TO START-FEED.
            MOVE 0 TO CHECKPOINT-SEQ.
            OPEN INPUT CKPTFILE.
            IF CKPTFILE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO CHECKPOINT-RECORD.
            READ CKPTFILE INTO CHECKPOINT-RECORD
                AT END CONTINUE
            END-READ.
            CLOSE CKPTFILE.
            IF NOT CKP-IN-PROGRESS
                EXIT PARAGRAPH
            END-IF.

            IF CKP-BUSINESS-DATE NOT = PROCESS-DATE
                DISPLAY 'CHKBATCH: WARNING -- the run for business '
                    'date ' CKP-BUSINESS-DATE ' did not complete'
                MOVE 'CHECKPT' TO ERR-TYPE
                MOVE SPACES TO ERR-CODE
                MOVE 'chkbatch: prior date left IN-PROGRESS'
                    TO ERR-TEXT
                CALL 'errhandle' USING ERR-PROGRAM ERR-TYPE
                    ERR-CODE ERR-TEXT
                EXIT PARAGRAPH
            END-IF.

            MOVE 'N' TO RESTART-FLAG.
            IF CKP-FEED-COUNT = FEED-COUNT
                    AND CKP-FEED-SUB > 0
                    AND CKP-FEED-SUB NOT > FEED-COUNT + 2
                SET RESTART-RUN TO TRUE
                IF CKP-FEED-SUB NOT > FEED-COUNT
                    IF CKP-FEED-FILE NOT = MF-FILE-NAME(CKP-FEED-SUB)
                        MOVE 'N' TO RESTART-FLAG
                    END-IF
                END-IF
            END-IF.
            IF NOT RESTART-RUN
                DISPLAY 'CHKBATCH: an unfinished run on this business '
                    'date was against a different manifest'
                DISPLAY 'CHKBATCH: checkpoint says file '
                    CKP-FEED-SUB ' of ' CKP-FEED-COUNT ' ('
                    CKP-FEED-FILE ') -- not restarting over it'
                MOVE 'restart refused: checkpoint not this manifest'
                    TO STEP-MESSAGE
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'CRI'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE CKP-FEED-SUB TO START-FEED.
            MOVE CKP-FEEDS-PROCESSED TO FEEDS-PROCESSED.
            MOVE CKP-FEEDS-REFUSED TO FEEDS-REFUSED.
            MOVE CKP-FEEDS-DUPLICATE TO FEEDS-DUPLICATE.
            MOVE CKP-RUN-RC TO RUN-RC.
            IF CKP-SEQUENCE IS NUMERIC
                MOVE CKP-SEQUENCE TO CHECKPOINT-SEQ
            END-IF.

      * the restart's first job: the master back to exactly what
      * the checkpoint committed (every post on the back-out list
      * undone), each output cut back to its committed count, and
      * the outputs reopened to carry on
        BACK-OUT-TO-CHECKPOINT.
            MOVE 0 TO BACKED-OUT.
            MOVE 'N' TO PEND-EOF.
            OPEN INPUT PENDFILE.
            IF PENDFILE-STATUS = 0
                PERFORM UNTIL PENDING-AT-END
                    READ PENDFILE
                        AT END SET PENDING-AT-END TO TRUE
                        NOT AT END PERFORM BACK-OUT-ONE-POST
                    END-READ
                END-PERFORM
                CLOSE PENDFILE
            END-IF.
            OPEN OUTPUT PENDFILE.
            CLOSE PENDFILE.

            MOVE 'ACCTOK.DAT' TO CUT-FILE-NAME.
            MOVE CKP-OUT-OK TO CUT-KEEP.
            PERFORM CUT-BACK-FILE.
            MOVE 'ACCTREJ.DAT' TO CUT-FILE-NAME.
            MOVE CKP-OUT-REJ TO CUT-KEEP.
            PERFORM CUT-BACK-FILE.
            MOVE 'ACCTDUP.DAT' TO CUT-FILE-NAME.
            MOVE CKP-OUT-DUP TO CUT-KEEP.
            PERFORM CUT-BACK-FILE.
            MOVE 'ACCTSTP.DAT' TO CUT-FILE-NAME.
            MOVE CKP-OUT-STP TO CUT-KEEP.
            PERFORM CUT-BACK-FILE.
            MOVE 'ACCTRWK.DAT' TO CUT-FILE-NAME.
            MOVE CKP-OUT-RWK TO CUT-KEEP.
            PERFORM CUT-BACK-FILE.
            MOVE CKP-OUT-OK TO OUT-OK-COUNT.
            MOVE CKP-OUT-REJ TO OUT-REJ-COUNT.
            MOVE CKP-OUT-DUP TO OUT-DUP-COUNT.
            MOVE CKP-OUT-STP TO OUT-STP-COUNT.
            MOVE CKP-OUT-RWK TO OUT-RWK-COUNT.

            PERFORM REOPEN-RUN-OUTPUTS.

            DISPLAY 'CHKBATCH: RESTART -- resuming at file '
                CKP-FEED-SUB ' after record ' CKP-COUNT-IN ', '
                BACKED-OUT ' master post(s) backed out'.
            MOVE SPACES TO STEP-MESSAGE.
            STRING 'restarted at file ' CKP-FEED-SUB ' record '
                CKP-COUNT-IN ', ' BACKED-OUT ' post(s) backed out'
                DELIMITED BY SIZE
                INTO STEP-MESSAGE
            END-STRING.
            CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                STEP-MESSAGE 'WRN'.

      * a new record is deleted; a reserved record gets back the
      * image it had before it was posted.  a post that never
      * landed has nothing to undo, so INVALID KEY is ignored.  a
      * post the checkpoint on file already committed is left
      * alone -- the run died before it could empty the list
        BACK-OUT-ONE-POST.
            IF PEND-CKP-SEQ IS NUMERIC
                    AND PEND-CKP-SEQ NOT > CHECKPOINT-SEQ
                EXIT PARAGRAPH
            END-IF.
            MOVE PEND-IMAGE TO ACCT-MAST-RECORD.
            IF PEND-WAS-WRITE
                MOVE 'D' TO JRN-ACTION
                DELETE ACCTMAST RECORD
                    INVALID KEY CONTINUE
                END-DELETE
            ELSE
                MOVE 'C' TO JRN-ACTION
                REWRITE ACCT-MAST-RECORD
                    INVALID KEY CONTINUE
                END-REWRITE
            END-IF.
      * a back-out is a master change like any other, and goes on
      * the journal the same way, so a replay undoes it too
            IF ACCTMAST-STATUS = 0
                ADD 1 TO BACKED-OUT
                PERFORM JOURNAL-MASTER-POST
            END-IF.

      * a master post about to happen goes on the back-out list
      * first, and the list is closed behind it so it is on disk
      * before the post is
        NOTE-PENDING-POST.
            OPEN EXTEND PENDFILE.
            IF PENDFILE-STATUS NOT = 0
                OPEN OUTPUT PENDFILE
            END-IF.
            MOVE SPACES TO PEND-RECORD.
            IF NUMBER-WAS-RESERVED
                SET PEND-WAS-REWRITE TO TRUE
                MOVE MASTER-BEFORE-IMAGE TO PEND-IMAGE
            ELSE
                SET PEND-WAS-WRITE TO TRUE
                MOVE ACCT-MAST-RECORD TO PEND-IMAGE
            END-IF.
            COMPUTE PEND-CKP-SEQ = CHECKPOINT-SEQ + 1.
            WRITE PEND-RECORD.
            CLOSE PENDFILE.

      * keep the first CUT-KEEP records of CUT-FILE-NAME and drop
      * the rest: copied out to the scratch file, and copied back
      * only if there was anything past the cut
        CUT-BACK-FILE.
            MOVE 0 TO CUT-READ.
            MOVE 'N' TO CUT-EOF.
            MOVE 'N' TO CUT-EXTRA-FLAG.
            OPEN INPUT CUTFILE.
            IF CUTFILE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT CUTTEMP.
            PERFORM UNTIL CUT-AT-END OR CUT-HAS-EXTRA
                READ CUTFILE
                    AT END SET CUT-AT-END TO TRUE
                    NOT AT END
                        IF CUT-READ < CUT-KEEP
                            ADD 1 TO CUT-READ
                            WRITE CUT-TEMP-LINE FROM CUT-LINE
                        ELSE
                            SET CUT-HAS-EXTRA TO TRUE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CUTFILE.
            CLOSE CUTTEMP.
            IF NOT CUT-HAS-EXTRA
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO CUT-EOF.
            OPEN INPUT CUTTEMP.
            OPEN OUTPUT CUTFILE.
            PERFORM UNTIL CUT-AT-END
                READ CUTTEMP
                    AT END SET CUT-AT-END TO TRUE
                    NOT AT END WRITE CUT-LINE FROM CUT-TEMP-LINE
                END-READ
            END-PERFORM.
            CLOSE CUTTEMP.
            CLOSE CUTFILE.
            DISPLAY 'CHKBATCH: ' CUT-FILE-NAME ' cut back to '
                CUT-KEEP ' record(s)'.

        REOPEN-RUN-OUTPUTS.
            OPEN EXTEND ACCTOK.
            OPEN EXTEND ACCTREJ.
            OPEN EXTEND ACCTDUP.
            OPEN EXTEND ACCTSTP.
            OPEN EXTEND REJWORK.
            IF ACCTOK-STATUS NOT = 0 OR ACCTREJ-STATUS NOT = 0
                    OR ACCTDUP-STATUS NOT = 0
                    OR ACCTSTP-STATUS NOT = 0
                    OR REJWORK-STATUS NOT = 0
                DISPLAY 'CHKBATCH: cannot reopen output files, status '
                    ACCTOK-STATUS ' / ' ACCTREJ-STATUS ' / '
                    ACCTDUP-STATUS ' / ' ACCTSTP-STATUS ' / '
                    REJWORK-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

        COUNT-TOWARD-CHECKPOINT.
            ADD 1 TO SINCE-CHECKPOINT.
            IF SINCE-CHECKPOINT NOT < CHECKPOINT-EVERY
                MOVE FEED-SUB TO NEXT-FEED
                MOVE 'R' TO CKP-STAGE
                PERFORM COMMIT-CHECKPOINT
            END-IF.

      * the commit: outputs closed so everything counted is on
      * disk, the restart point written (NEXT-FEED and CKP-STAGE
      * set by the caller) under the next sequence number, the
      * back-out list emptied, and the outputs reopened.  from the
      * moment the checkpoint is on disk its posts are committed,
      * whether or not the list is emptied behind it
        COMMIT-CHECKPOINT.
            CLOSE ACCTOK.
            CLOSE ACCTREJ.
            CLOSE ACCTDUP.
            CLOSE ACCTSTP.
            CLOSE REJWORK.
            IF ACK-IS-OPEN
                CLOSE ACKFILE
            END-IF.

            SET CKP-IN-PROGRESS TO TRUE.
            MOVE PROCESS-DATE TO CKP-BUSINESS-DATE.
            MOVE FEED-COUNT TO CKP-FEED-COUNT.
            MOVE NEXT-FEED TO CKP-FEED-SUB.
            MOVE SPACES TO CKP-FEED-FILE.
            IF NEXT-FEED NOT > FEED-COUNT
                MOVE MF-FILE-NAME(NEXT-FEED) TO CKP-FEED-FILE
            END-IF.
            MOVE COUNT-IN TO CKP-COUNT-IN.
            MOVE COUNT-PASSED TO CKP-COUNT-PASSED.
            MOVE COUNT-FAILED TO CKP-COUNT-FAILED.
            MOVE COUNT-RESUB TO CKP-COUNT-RESUB.
            MOVE COUNT-STOPPED TO CKP-COUNT-STOPPED.
            MOVE COUNT-CONVERTED TO CKP-COUNT-CONVERTED.
            MOVE OUT-OK-COUNT TO CKP-OUT-OK.
            MOVE OUT-REJ-COUNT TO CKP-OUT-REJ.
            MOVE OUT-DUP-COUNT TO CKP-OUT-DUP.
            MOVE OUT-STP-COUNT TO CKP-OUT-STP.
            MOVE OUT-RWK-COUNT TO CKP-OUT-RWK.
            MOVE OUT-ACK-COUNT TO CKP-OUT-ACK.
            MOVE FEEDS-PROCESSED TO CKP-FEEDS-PROCESSED.
            MOVE FEEDS-REFUSED TO CKP-FEEDS-REFUSED.
            MOVE FEEDS-DUPLICATE TO CKP-FEEDS-DUPLICATE.
            MOVE RUN-RC TO CKP-RUN-RC.
            MOVE REASON-USED TO CKP-REASON-USED.
            MOVE REASON-TABLE TO CKP-REASON-TABLE.
            MOVE WHOLE-FILE-FLAG TO CKP-WHOLE-REJECT.
            ADD 1 TO CHECKPOINT-SEQ.
            MOVE CHECKPOINT-SEQ TO CKP-SEQUENCE.
            PERFORM WRITE-CHECKPOINT-FILE.

            OPEN OUTPUT PENDFILE.
            CLOSE PENDFILE.
            MOVE 0 TO SINCE-CHECKPOINT.

            PERFORM REOPEN-RUN-OUTPUTS.
            IF ACK-IS-OPEN
                OPEN EXTEND ACKFILE
            END-IF.

        WRITE-CHECKPOINT-FILE.
            OPEN OUTPUT CKPTFILE.
            IF CKPTFILE-STATUS NOT = 0
                DISPLAY 'CHKBATCH: cannot write CHKBATCH.CKP, status '
                    CKPTFILE-STATUS
                MOVE CKPTFILE-REAL TO ERR-CODE
                MOVE 'FILESTAT' TO ERR-TYPE
                MOVE 'chkbatch: open output checkpoint failed'
                    TO ERR-TEXT
                CALL 'errhandle' USING ERR-PROGRAM ERR-TYPE
                    ERR-CODE ERR-TEXT
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            WRITE CKPT-LINE FROM CHECKPOINT-RECORD.
            CLOSE CKPTFILE.

      * the whole run finished: nothing left to restart
        MARK-RUN-COMPLETE.
            SET CKP-COMPLETE TO TRUE.
            PERFORM WRITE-CHECKPOINT-FILE.
            OPEN OUTPUT PENDFILE.
            CLOSE PENDFILE.

      * the keyed master opened for the run; the very first run
      * ever creates it empty first, the same auto-create shape
                EXIT PARAGRAPH
            END-IF.

            MOVE 'N' TO CONVERTED-FLAG.
            MOVE AIN-DIGITS TO DIGIT-STRING.
            MOVE AIN-CHECK TO CHECK-DIGIT.
            MOVE 'N' TO VALID-FLAG.
                    VALID-FLAG
            END-IF.

      * a migrated partner's old-form number is taken, converted,
      * for the grace period after its cutover
            IF NOT CHECK-DIGIT-IS-VALID
                MOVE 'CHECK DIGIT DOES NOT VERIFY' TO EDIT-REASON
                IF MIGRATION-ON-FILE AND XREF-ON-FILE
                    PERFORM CONVERT-OLD-FORM
                END-IF
            END-IF.
            IF NOT CHECK-DIGIT-IS-VALID
                PERFORM WRITE-REJECT
                EXIT PARAGRAPH
            END-IF.
            READ ACCTMAST
                INVALID KEY CONTINUE
            END-READ.
            MOVE 'N' TO RESERVED-FLAG.
            IF ACCTMAST-STATUS = 0 AND AM-IS-RESERVED
                SET NUMBER-WAS-RESERVED TO TRUE
                MOVE ACCT-MAST-RECORD TO MASTER-BEFORE-IMAGE
            END-IF.
      * and an account the master has closed or blocked is
      * stopped at the door, whatever the partner thinks of it
            IF ACCTMAST-STATUS = 0 AND AM-IS-STOPPED
                ADD 1 TO COUNT-STOPPED
                MOVE AIN-DIGITS TO STP-DIGITS
                MOVE AIN-CHECK TO STP-CHECK
                MOVE AM-STATUS TO STP-STATUS
                MOVE AM-STATUS-DATE TO STP-STATUS-DATE
                MOVE AM-STATUS-REASON TO STP-REASON
                MOVE AM-FIRST-DATE TO STP-FIRST-DATE
                MOVE AM-PARTNER TO STP-PARTNER
                WRITE ACCT-STP-RECORD
                ADD 1 TO OUT-STP-COUNT
                MOVE SPACES TO ACK-RECORD
                SET ACKD-STOPPED TO TRUE
                IF AM-IS-CLOSED
                    MOVE 'ACCOUNT CLOSED' TO ACKD-REASON
                ELSE
                    MOVE 'ACCOUNT BLOCKED' TO ACKD-REASON
                END-IF
                MOVE AM-FIRST-DATE TO ACKD-FIRST-DATE
                PERFORM WRITE-ACK-DETAIL
                EXIT PARAGRAPH
            END-IF.
            IF ACCTMAST-STATUS = 0 AND NOT NUMBER-WAS-RESERVED
                ADD 1 TO COUNT-RESUB
                MOVE AIN-DIGITS TO DUP-DIGITS
                MOVE AIN-CHECK TO DUP-CHECK
                MOVE AM-FIRST-DATE TO DUP-FIRST-DATE
                MOVE AM-PARTNER TO DUP-PARTNER
                WRITE ACCT-DUP-RECORD
                ADD 1 TO OUT-DUP-COUNT
                MOVE SPACES TO ACK-RECORD
                SET ACKD-RESUBMITTED TO TRUE
                MOVE AM-FIRST-DATE TO ACKD-FIRST-DATE
                PERFORM WRITE-ACK-DETAIL
                EXIT PARAGRAPH
            END-IF.

            ADD 1 TO COUNT-PASSED.
            MOVE AIN-DIGITS TO AOK-DIGITS.
            MOVE AIN-CHECK TO AOK-CHECK.
            MOVE SPACE TO AOK-REPAIR-FLAG.
            IF REPAIR-PASS
                MOVE 'R' TO AOK-REPAIR-FLAG
            END-IF.
            WRITE ACCT-OK-RECORD.
            ADD 1 TO OUT-OK-COUNT.
            MOVE SPACES TO ACK-RECORD.
            SET ACKD-ACCEPTED TO TRUE.
            MOVE PROCESS-DATE TO ACKD-FIRST-DATE.
            PERFORM WRITE-ACK-DETAIL.

            MOVE AIN-DIGITS TO AM-DIGITS.
            MOVE AIN-CHECK TO AM-CHECK.
            MOVE PROCESS-DATE TO AM-FIRST-DATE.
            MOVE FEED-PARTNER TO AM-PARTNER.
            MOVE 'A' TO AM-STATUS.
            MOVE PROCESS-DATE TO AM-STATUS-DATE.
            MOVE SPACES TO AM-STATUS-OPER.
            MOVE SPACES TO AM-STATUS-REASON.
      * a repaired account goes on the master with the initials of
      * the operator who repaired it and reason RP
            IF REPAIR-PASS
                MOVE RQ-OPERATOR TO AM-STATUS-OPER
                MOVE 'RP' TO AM-STATUS-REASON
            END-IF.
            PERFORM NOTE-PENDING-POST.
            IF NUMBER-WAS-RESERVED
                MOVE 'C' TO JRN-ACTION
                REWRITE ACCT-MAST-RECORD
                    INVALID KEY
                        DISPLAY 'CHKBATCH: master post failed for '
                            AIN-DIGITS ', status ' ACCTMAST-STATUS
                END-REWRITE
            ELSE
                MOVE 'A' TO JRN-ACTION
                WRITE ACCT-MAST-RECORD
                    INVALID KEY
                        DISPLAY 'CHKBATCH: master post failed for '
                            AIN-DIGITS ', status ' ACCTMAST-STATUS
                END-WRITE
            END-IF.
            IF ACCTMAST-STATUS = 0
                PERFORM JOURNAL-MASTER-POST
            END-IF.

      * the number as sent, looked up among the old full numbers
      * the partner's migration converted.  found inside the grace
      * period it becomes the new number and counts as valid; found
      * after it, the reject reason says so
        CONVERT-OLD-FORM.
            MOVE AIN-DIGITS TO XR-OLD-DIGITS.
            MOVE AIN-CHECK TO XR-OLD-CHECK.
            READ XREFFILE
                INVALID KEY EXIT PARAGRAPH
            END-READ.
            IF XR-PARTNER NOT = FEED-PARTNER
                EXIT PARAGRAPH
            END-IF.
            IF PROCESS-DATE >= MIG-GRACE-END
                MOVE 'OLD CHECK DIGIT, GRACE ENDED' TO EDIT-REASON
                EXIT PARAGRAPH
            END-IF.
            MOVE AIN-CHECK TO CONVERTED-OLD-CHECK.
            MOVE XR-NEW-DIGITS TO AIN-DIGITS.
            MOVE XR-NEW-CHECK TO AIN-CHECK.
            SET RECORD-CONVERTED TO TRUE.
            SET CHECK-DIGIT-IS-VALID TO TRUE.
            ADD 1 TO COUNT-CONVERTED.

      * the cross-reference, when any migration has ever run; read
      * only, for the whole run
        OPEN-CROSS-REFERENCE.
            MOVE 'N' TO XREF-FLAG.
            OPEN INPUT XREFFILE.
            IF XREFFILE-STATUS = 0
                SET XREF-ON-FILE TO TRUE
            END-IF.

      * the after-image of the master change that just landed, onto
      * the business date's journal -- opened and closed around the
      * one record so it is on disk with the change it describes
        JOURNAL-MASTER-POST.
            MOVE SPACES TO JRN-FILE-NAME.
            STRING 'ACCTJ' PROCESS-DATE '.DAT'
                DELIMITED BY SIZE
                INTO JRN-FILE-NAME
            END-STRING.
            OPEN EXTEND MASTJRN.
            IF MASTJRN-STATUS NOT = 0
                OPEN OUTPUT MASTJRN
            END-IF.
            IF MASTJRN-STATUS NOT = 0
                DISPLAY 'CHKBATCH: cannot write ' JRN-FILE-NAME
                    ', status ' MASTJRN-STATUS
                MOVE MASTJRN-REAL TO ERR-CODE
                MOVE 'FILESTAT' TO ERR-TYPE
                MOVE 'chkbatch: master journal open failed'
                    TO ERR-TEXT
                CALL 'errhandle' USING ERR-PROGRAM ERR-TYPE
                    ERR-CODE ERR-TEXT
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO MAST-JRN-RECORD.
            MOVE JRN-ACTION TO MJ-ACTION.
            MOVE FUNCTION CURRENT-DATE(1:8) TO MJ-DATE.
            MOVE FUNCTION CURRENT-DATE(9:6) TO MJ-TIME.
            MOVE 'CHKBATCH' TO MJ-PROGRAM.
            MOVE ACCT-MAST-RECORD TO MJ-IMAGE.
            WRITE MAST-JRN-RECORD.
            CLOSE MASTJRN.

      * digits must be present and all numeric, and the claimed
      * check digit must itself be a digit -- anything else is a
                EXIT PARAGRAPH
            END-IF.

            IF DIGIT-LEN < ACCOUNT-MIN-LENGTH
                MOVE SPACES TO LENGTH-REASON
                STRING 'ACCOUNT UNDER ' ACCOUNT-MIN-LENGTH ' DIGITS'
                    DELIMITED BY SIZE
                    INTO LENGTH-REASON
                END-STRING
                MOVE LENGTH-REASON TO EDIT-REASON
                EXIT PARAGRAPH
            END-IF.

      * the partner's length rule, when its profile carries one --
      * a body of the wrong length is a malformed record for that
      * feed even when its digits happen to verify
            MOVE AIN-DIGITS TO REJ-DIGITS.
            MOVE AIN-CHECK TO REJ-CHECK.
            MOVE EDIT-REASON TO REJ-REASON.
            MOVE SPACE TO REJ-REPAIR-FLAG.
            IF REPAIR-PASS
                MOVE 'R' TO REJ-REPAIR-FLAG
            END-IF.
            WRITE ACCT-REJ-RECORD.
            ADD 1 TO OUT-REJ-COUNT.
            PERFORM TALLY-REJECT-REASON.
            MOVE SPACES TO REJ-WORK-RECORD.
            SET RW-IS-OPEN TO TRUE.
            MOVE FEED-PARTNER TO RW-PARTNER.
            MOVE FEED-DATE TO RW-FILE-DATE.
            MOVE PROCESS-DATE TO RW-BUSINESS-DATE.
            MOVE AIN-DIGITS TO RW-DIGITS.
            MOVE AIN-CHECK TO RW-CHECK.
            MOVE EDIT-REASON TO RW-REASON.
            MOVE REJ-REPAIR-FLAG TO RW-REPAIR-FLAG.
            WRITE REJ-WORK-RECORD.
            ADD 1 TO OUT-RWK-COUNT.
            MOVE SPACES TO ACK-RECORD.
            SET ACKD-REJECTED TO TRUE.
            MOVE REJ-REASON TO ACKD-REASON.
            PERFORM WRITE-ACK-DETAIL.

      * counts into the day's audit log, and a CRITICAL when the
      * reject rate says the feed itself is bad
            IF COUNT-FAILED > 0
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'WRN'
            ELSE
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'INF'
            CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                STEP-MESSAGE 'INF'.

      * a partner still sending accounts we have closed or blocked
      * is told about by the account managers, not the morning
      * after -- its own warning line, apart from the counts
            IF COUNT-STOPPED > 0
                MOVE SPACES TO STEP-MESSAGE
                STRING 'closed/blocked accounts submitted: '
                    COUNT-STOPPED ' (see ACCTSTP.DAT)'
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'WRN'
            END-IF.

      * old-form numbers taken under a migration's grace period are
      * flagged apart, so the account managers can chase the
      * partner before the grace runs out
            IF COUNT-CONVERTED > 0
                MOVE SPACES TO STEP-MESSAGE
                STRING 'old-form numbers converted: ' COUNT-CONVERTED
                    ' (grace ends ' MIG-GRACE-END ')'
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'INF'
                DISPLAY 'CHKBATCH: ' STEP-MESSAGE
            END-IF.

            IF COUNT-IN > 0 AND REJECT-PCT >= REJECT-THRESHOLD-PCT
                MOVE SPACES TO STEP-MESSAGE
                STRING 'reject rate ' REJECT-PCT
                    ' pct passed threshold '
                    REJECT-THRESHOLD-PCT ' pct'
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'CRI'
            END-IF.

      * the feed's reject rate and what it does to the step's
      * condition code, settled before stage S is committed so a
      * restart past it still carries the code
        RATE-THE-FEED.
            IF COUNT-FAILED > 0 OR COUNT-STOPPED > 0
                IF RUN-RC < 4
                    MOVE 4 TO RUN-RC
                END-IF
            END-IF.
            IF COUNT-IN > 0
                COMPUTE REJECT-PCT =
                    (COUNT-FAILED * 100) / COUNT-IN
                IF REJECT-PCT >= REJECT-THRESHOLD-PCT
                    IF RUN-RC < 8
                        MOVE 8 TO RUN-RC
                    END-IF
                END-IF
            END-IF.

      * one more record for its reason's tally; past twenty distinct
      * reasons in one feed the rest share the last slot
        TALLY-REJECT-REASON.
            PERFORM VARYING REASON-SUB FROM 1 BY 1
                    UNTIL REASON-SUB > REASON-USED
                    OR REASON-TEXT(REASON-SUB) = EDIT-REASON
                CONTINUE
            END-PERFORM.
            IF REASON-SUB > REASON-USED
                IF REASON-USED < 20
                    ADD 1 TO REASON-USED
                    MOVE REASON-USED TO REASON-SUB
                    MOVE EDIT-REASON TO REASON-TEXT(REASON-SUB)
                    MOVE 0 TO REASON-COUNT(REASON-SUB)
                ELSE
                    MOVE 20 TO REASON-SUB
                    MOVE 'OTHER REASONS' TO REASON-TEXT(REASON-SUB)
                END-IF
            END-IF.
            ADD 1 TO REASON-COUNT(REASON-SUB).

      * the feed's permanent row and its reason rows.  OPEN EXTEND
      * auto-creates the history on the first feed ever; a failure
      * here is reported but the intake itself already stood
        APPEND-INTAKE-HISTORY.
            OPEN EXTEND INTKHIS.
            IF INTKHIS-STATUS NOT = 0
                OPEN OUTPUT INTKHIS
            END-IF.
            IF INTKHIS-STATUS NOT = 0
                DISPLAY 'CHKBATCH: cannot write CHKINTAK.HIS, status '
                    INTKHIS-STATUS ' -- feed not recorded'
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO INTAKE-HIST-RECORD.
            SET IH-IS-FEED TO TRUE.
            MOVE FEED-PARTNER TO IH-PARTNER.
            MOVE FEED-DATE TO IH-FILE-DATE.
            MOVE PROCESS-DATE TO IH-BUSINESS-DATE.
            MOVE PROFILE-ALGORITHM TO IH-ALGORITHM.
            MOVE PROFILE-LENGTH TO IH-LENGTH.
            MOVE PROFILE-FLAG TO IH-PROFILE-FLAG.
            MOVE COUNT-IN TO IH-COUNT-IN.
            MOVE COUNT-PASSED TO IH-PASSED.
            MOVE COUNT-FAILED TO IH-FAILED.
            MOVE COUNT-RESUB TO IH-RESUB.
            MOVE COUNT-STOPPED TO IH-STOPPED.
            MOVE COUNT-CONVERTED TO IH-CONVERTED.
            MOVE REJECT-PCT TO IH-REJECT-PCT.
            MOVE WHOLE-FILE-FLAG TO IH-WHOLE-REJECT.
            WRITE INTAKE-HIST-RECORD.
            PERFORM VARYING REASON-SUB FROM 1 BY 1
                    UNTIL REASON-SUB > REASON-USED
                MOVE SPACES TO IH-BODY
                SET IH-IS-REASON TO TRUE
                MOVE REASON-TEXT(REASON-SUB) TO IH-REASON
                MOVE REASON-COUNT(REASON-SUB) TO IH-REASON-COUNT
                WRITE INTAKE-HIST-RECORD
            END-PERFORM.
            CLOSE INTKHIS.

        END PROGRAM CHKBATCH.
