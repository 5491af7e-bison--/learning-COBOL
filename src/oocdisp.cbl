      * daytime dispatcher for out-of-cycle job requests.  during
      * the day a single piece of the chain often has to run again
      * -- SEPPAGE with a corrected title, logload reloading the
      * IDX, a reprint through PRTASM -- and until now somebody ran
      * the program by hand, unlogged, with nothing to say the
      * night's chain was not in flight at the time.  operators
      * queue the work with oocsub (OOCQUEUE.DAT, see
      * copybooks/oocreq.cpy); this driver takes the queued
      * requests in the order they were keyed and runs them one at
      * a time.
      *
      * nothing is dispatched while NITEBATCH.RUN shows a step
      * STARTED or NITECTL.DAT shows the chain RUNNING or HELD --
      * the requests stay QUEUED for the next dispatch.  each run
      * is anchored to the request's business date through
      * PROCDATE.CRD, exactly as CATCHUP anchors a pass, with any
      * parameter override on OOCPARM.CRD (copybooks/oocparm.cpy)
      * for the job to pick up; both cards are put back when the
      * dispatch ends.  the card as found is also written to
      * PROCDATE.OOC before the first run is anchored, so a dispatch
      * that never gets back -- a job that ends with STOP RUN takes
      * the dispatcher down with it -- can be put right: the next
      * dispatch finds the request still RUNNING, marks it FAILED
      * ("dispatch ended abnormally"), writes the E bookend the run
      * never got, puts PROCDATE.CRD back from PROCDATE.OOC and
      * empties OOCPARM.CRD before it looks at anything queued --
      * unless the nightly chain is in flight, when procdate is
      * reading that card for the live night: then both cards and
      * the RUNNING request are left for the next dispatch.
      *
      * the queue is held whole in a 500-entry table and rewritten
      * from it.  a queue longer than that is never rewritten (the
      * requests past the table would be lost from a file that is
      * never purged): the dispatch refuses with cc 8, the same
      * rule alertack keeps on the alerts file.
      * every run is wrapped in S and E bookends
      * through appender under the requester's initials, and the
      * outcome and condition code go back on the request, where
      * oocrpt reports them for the change review.  a request that
      * cannot be run (no such job, the chain itself, a bad date,
      * a requester who is not an active operator) is marked
      * REFUSED.  a request whose cards cannot be written -- the
      * business date not anchored on PROCDATE.CRD, or its
      * override not on OOCPARM.CRD -- is never run against
      * whatever the card already said: it is marked FAILED with
      * the reason and closed with its E bookend.
      * the rehearsal prefix applies to the queue and to
      * the chain's control files alike.
      *
      * hands back 0 when everything dispatched ran clean, 4 when a
      * request was refused, a run warned, or the chain was in
      * flight, 8 when any run failed.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. OOCDISP.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT QUEUEFILE
            ASSIGN TO QUEUE-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QUEUEFILE-STATUS
            .
            SELECT RUNFILE
            ASSIGN TO RUN-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RUNFILE-STATUS
            .
            SELECT CTLFILE
            ASSIGN TO CTL-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CTLFILE-STATUS
            .
            SELECT PROCCARD
            ASSIGN TO "PROCDATE.CRD"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PROCCARD-STATUS
            .
            SELECT OVERCARD
            ASSIGN TO "OOCPARM.CRD"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OVERCARD-STATUS
            .
            SELECT SAVECARD
            ASSIGN TO "PROCDATE.OOC"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SAVECARD-STATUS
            .
            SELECT MASTERFILE
            ASSIGN TO "OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MASTERFILE-STATUS
            .

        DATA DIVISION.
        FILE SECTION.
      * read into and written from the work record below
        FD QUEUEFILE.
        01 QUEUE-LINE PIC X(159).

      * nitebatch's run-control row, the shape nitebatch writes
        FD RUNFILE.
        01 RUN-RECORD.
           05 RNF-NUMBER   PIC 9(2).
           05 RNF-PROGRAM  PIC X(8).
           05 RNF-STATUS   PIC X(8).
           05 RNF-START-TS PIC X(12).
           05 RNF-END-TS   PIC X(12).

        FD CTLFILE.
        COPY "nitectl.cpy".

      * the same one-record shape procdate reads back
        FD PROCCARD.
        01 PROC-RECORD.
           05 PRC-PROC-DATE PIC X(8).

      * the processing card as found, kept on disk for the run that
      * has to clean up after a dispatch that died
        FD SAVECARD.
        01 SAVE-RECORD.
           05 SVC-PROC-DATE PIC X(8).

        FD OVERCARD.
        COPY "oocparm.cpy".

      * opened here only to learn whether a master exists; the
      * record-level lookups go through operchek
        FD MASTERFILE.
        01 MASTER-LINE PIC X(28).

        WORKING-STORAGE SECTION.
        01 QUEUEFILE-REAL PIC XX.
        01 QUEUEFILE-STATUS REDEFINES QUEUEFILE-REAL PIC 99.
        01 RUNFILE-REAL PIC XX.
        01 RUNFILE-STATUS REDEFINES RUNFILE-REAL PIC 99.
        01 CTLFILE-REAL PIC XX.
        01 CTLFILE-STATUS REDEFINES CTLFILE-REAL PIC 99.
        01 PROCCARD-REAL PIC XX.
        01 PROCCARD-STATUS REDEFINES PROCCARD-REAL PIC 99.
        01 OVERCARD-REAL PIC XX.
        01 OVERCARD-STATUS REDEFINES OVERCARD-REAL PIC 99.
        01 SAVECARD-REAL PIC XX.
        01 SAVECARD-STATUS REDEFINES SAVECARD-REAL PIC 99.
        01 MASTERFILE-REAL PIC XX.
        01 MASTERFILE-STATUS REDEFINES MASTERFILE-REAL PIC 99.

        01 NAME-PREFIX PIC X(3).
        01 QUEUE-FILE-NAME PIC X(15) VALUE 'OOCQUEUE.DAT'.
        01 RUN-FILE-NAME PIC X(16) VALUE 'NITEBATCH.RUN'.
        01 CTL-FILE-NAME PIC X(14) VALUE 'NITECTL.DAT'.

      * the request being worked on -- see copybooks/oocreq.cpy
        COPY "oocreq.cpy".

      * the whole queue, held so it can be rewritten in full after
      * every change of state -- the same rewrite-in-full shape
      * alertack uses on the alerts file
        01 QUEUE-TABLE.
           05 QUEUE-ENTRY OCCURS 500 TIMES PIC X(159).
        01 QUEUE-COUNT PIC 9(3) VALUE 0.
        01 QUEUE-SUB PIC 9(3) VALUE 0.
        01 WRITE-SUB PIC 9(3) VALUE 0.
        01 QUEUED-COUNT PIC 9(3) VALUE 0.
        01 QUEUE-EOF PIC X(1) VALUE 'N'.
            88 QUEUE-AT-END VALUE 'Y'.
        01 QUEUE-OVERFLOW PIC X(1) VALUE 'N'.
            88 QUEUE-OVERFLOWED VALUE 'Y'.

      * the chain's own state, read fresh before every request
        01 RUN-EOF PIC X(1) VALUE 'N'.
            88 RUN-AT-END VALUE 'Y'.
        01 FLIGHT-FLAG PIC X(1) VALUE 'N'.
            88 CHAIN-IN-FLIGHT VALUE 'Y'.
        01 FLIGHT-REASON PIC X(40).
        01 DISPATCH-FLAG PIC X(1) VALUE 'N'.
            88 DISPATCH-HALTED VALUE 'Y'.

      * the processing card as found, put back when the dispatch
      * ends -- no card at all is put back blank, which procdate
      * reads as the wall clock just the same
        01 SAVED-PROC-DATE PIC X(8) VALUE SPACES.
        01 SAVE-FOUND PIC X(1) VALUE 'N'.
            88 SAVED-CARD-FOUND VALUE 'Y'.

      * set when the run's own cards could not be written, with the
      * reason that goes on the request
        01 CARD-FLAG PIC X(1) VALUE 'N'.
            88 CARD-WRITE-FAILED VALUE 'Y'.
        01 CARD-FAULT PIC X(40).

      * the request's business date, proved a real date
        01 REQ-DATE-NUMERIC PIC 9(8).

      * staged name for the dynamic CALL of the requested program,
      * tried exactly as keyed, then in lower case for the older
      * programs' lower-case PROGRAM-IDs
        01 CALL-NAME PIC X(8).
        01 CALL-FOUND PIC X(1) VALUE 'Y'.
            88 PROGRAM-FOUND VALUE 'Y'.
        01 RUN-CC PIC 9(4) VALUE 0.

      * the requester, staged for operchek
        01 OPER-INITIALS PIC X(3).
        01 OPER-NAME PIC X(20).
        01 OPER-ROLE PIC X(4).
        01 OPER-FOUND PIC X(1).
            88 OPERATOR-FOUND VALUE 'Y'.
        01 OPER-ACTIVE PIC X(1).
            88 OPERATOR-ACTIVE VALUE 'Y'.
        01 MASTER-FLAG PIC X(1) VALUE 'N'.
            88 MASTER-ON-FILE VALUE 'Y'.

      * arguments for CALL 'appender', each sized to exactly match
      * its linkage item
        01 LOG-JOB-ID PIC X(8).
        01 LOG-WRITES PIC 9(4) VALUE 0.
        01 LOG-MESSAGE PIC X(60).
        01 LOG-SEVERITY PIC X(3).
        01 LOG-REC-TYPE PIC X(1).

      * tallies for the closing summary and the condition code
        01 RAN-COUNT PIC 9(3) VALUE 0.
        01 FAILED-COUNT PIC 9(3) VALUE 0.
        01 REFUSED-COUNT PIC 9(3) VALUE 0.
        01 ABANDONED-COUNT PIC 9(3) VALUE 0.
        01 WORST-CC PIC 9(4) VALUE 0.

        PROCEDURE DIVISION.
            DISPLAY '=================================================='.
            DISPLAY '   OUT-OF-CYCLE DISPATCH -- STARTING'.
            DISPLAY '=================================================='.

            CALL 'runmode' USING NAME-PREFIX.
            STRING NAME-PREFIX DELIMITED BY SPACE
                'OOCQUEUE.DAT' DELIMITED BY SIZE
                INTO QUEUE-FILE-NAME
            END-STRING.
            STRING NAME-PREFIX DELIMITED BY SPACE
                'NITEBATCH.RUN' DELIMITED BY SIZE
                INTO RUN-FILE-NAME
            END-STRING.
            STRING NAME-PREFIX DELIMITED BY SPACE
                'NITECTL.DAT' DELIMITED BY SIZE
                INTO CTL-FILE-NAME
            END-STRING.

            PERFORM LOAD-QUEUE.
      * rewriting from a table that could not hold the whole queue
      * would destroy every request past it
            IF QUEUE-OVERFLOWED
                DISPLAY '**************************************'
                DISPLAY '* MORE THAN 500 REQUESTS ON FILE --  *'
                DISPLAY '* THE QUEUE CANNOT BE REWRITTEN      *'
                DISPLAY '* WHOLE. NOTHING WILL BE DISPATCHED. *'
                DISPLAY '**************************************'
                DISPLAY 'OOCDISP: move finished requests out of '
                    QUEUE-FILE-NAME ' to a history copy, then rerun'
                MOVE 'OOCDISP' TO LOG-JOB-ID
                MOVE 'dispatch refused -- more than 500 requests on '
                    & 'file' TO LOG-MESSAGE
                MOVE 'WRN' TO LOG-SEVERITY
                CALL 'appender' USING LOG-JOB-ID LOG-WRITES
                    LOG-MESSAGE LOG-SEVERITY
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM RECOVER-ABANDONED-RUNS.
            IF QUEUED-COUNT = 0
                DISPLAY 'OOCDISP: nothing queued in ' QUEUE-FILE-NAME
                IF ABANDONED-COUNT > 0
                    MOVE 8 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
                GOBACK
            END-IF.
            DISPLAY 'OOCDISP: ' QUEUED-COUNT ' request(s) queued'.

      * a chain found in flight at the start leaves the cards as
      * they are -- nothing is saved, anchored or put back
            IF CHAIN-IN-FLIGHT
                PERFORM REFUSE-CHAIN-IN-FLIGHT
            END-IF.
            IF NOT DISPATCH-HALTED
                PERFORM DISPATCH-THE-QUEUE
            END-IF.

            DISPLAY '=================================================='.
            DISPLAY '   OUT-OF-CYCLE DISPATCH -- ' RAN-COUNT ' RAN, '
                FAILED-COUNT ' FAILED, ' REFUSED-COUNT ' REFUSED'.
            IF ABANDONED-COUNT > 0
                DISPLAY '   ' ABANDONED-COUNT ' RUN(S) LEFT BY AN '
                    'EARLIER DISPATCH MARKED FAILED.'
            END-IF.
            IF DISPATCH-HALTED
                DISPLAY '   NIGHTLY CHAIN IN FLIGHT -- THE REST STAY'
                DISPLAY '   QUEUED FOR THE NEXT DISPATCH.'
            END-IF.
            DISPLAY '=================================================='.

            IF FAILED-COUNT > 0 OR ABANDONED-COUNT > 0
                MOVE 8 TO WORST-CC
            ELSE
                IF REFUSED-COUNT > 0 OR DISPATCH-HALTED
                    IF WORST-CC < 4
                        MOVE 4 TO WORST-CC
                    END-IF
                END-IF
            END-IF.
            MOVE WORST-CC TO RETURN-CODE.
            GOBACK.

      * the cards saved, every queued request in turn, the cards
      * put back
        DISPATCH-THE-QUEUE.
            OPEN INPUT MASTERFILE.
            IF MASTERFILE-STATUS = 0
                SET MASTER-ON-FILE TO TRUE
                CLOSE MASTERFILE
            END-IF.

            PERFORM SAVE-PROCESSING-CARD.
            PERFORM DISPATCH-ONE-REQUEST
                VARYING QUEUE-SUB FROM 1 BY 1
                UNTIL QUEUE-SUB > QUEUE-COUNT
                    OR DISPATCH-HALTED.
            PERFORM RESTORE-PROCESSING-CARD.
            PERFORM CLEAR-OVERRIDE-CARD.
            IF PROCCARD-STATUS = 0
                PERFORM CLEAR-SAVED-CARD
            END-IF.

      * one request, start to finish: the chain is looked at first,
      * then the request itself, and only then does the job run
        DISPATCH-ONE-REQUEST.
            MOVE QUEUE-ENTRY(QUEUE-SUB) TO OOC-REQUEST-RECORD.
            IF NOT OQR-QUEUED
                EXIT PARAGRAPH
            END-IF.

            PERFORM CHECK-CHAIN-IN-FLIGHT.
            IF CHAIN-IN-FLIGHT
                PERFORM REFUSE-CHAIN-IN-FLIGHT
                EXIT PARAGRAPH
            END-IF.

            PERFORM VALIDATE-REQUEST.
            IF OQR-REFUSED
                ADD 1 TO REFUSED-COUNT
                DISPLAY 'OOCDISP: request ' OQR-REQUEST-NO ' ('
                    OQR-JOB-NAME ') REFUSED -- ' OQR-OUTCOME
                MOVE FUNCTION CURRENT-DATE(1:8) TO OQR-RUN-DATE
                MOVE FUNCTION CURRENT-DATE(5:12) TO OQR-END-TS
                PERFORM STORE-REQUEST
                EXIT PARAGRAPH
            END-IF.

      * on the queue as RUNNING before the job starts, so a dispatch
      * that dies mid-run leaves the request saying so
            SET OQR-RUNNING TO TRUE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO OQR-RUN-DATE.
            MOVE FUNCTION CURRENT-DATE(5:12) TO OQR-START-TS.
            MOVE SPACES TO OQR-OUTCOME.
            PERFORM STORE-REQUEST.

            MOVE 'N' TO CARD-FLAG.
            PERFORM ANCHOR-PROCESSING-DATE.
            IF NOT CARD-WRITE-FAILED
                PERFORM WRITE-OVERRIDE-CARD
            END-IF.

            DISPLAY ' '.
            DISPLAY 'OOCDISP: request ' OQR-REQUEST-NO ' -- '
                OQR-JOB-NAME ' for ' OQR-BUSINESS-DATE
                ', requested by ' OQR-INITIALS.
            MOVE SPACES TO LOG-JOB-ID.
            MOVE OQR-INITIALS TO LOG-JOB-ID.
            MOVE SPACES TO LOG-MESSAGE.
            STRING 'out-of-cycle ' OQR-REQUEST-NO ' ' OQR-JOB-NAME
                ' for ' OQR-BUSINESS-DATE ': starting'
                DELIMITED BY SIZE
                INTO LOG-MESSAGE
            END-STRING.
            MOVE 'INF' TO LOG-SEVERITY.
            MOVE 'S' TO LOG-REC-TYPE.
            CALL 'appender' USING LOG-JOB-ID LOG-WRITES
                LOG-MESSAGE LOG-SEVERITY LOG-REC-TYPE.

            IF CARD-WRITE-FAILED
                PERFORM FAIL-UNANCHORED-RUN
            ELSE
                PERFORM CALL-REQUESTED-PROGRAM
                PERFORM CLEAR-OVERRIDE-CARD
                PERFORM JUDGE-RUN-OUTCOME
            END-IF.

            MOVE SPACES TO LOG-MESSAGE.
            STRING 'out-of-cycle ' OQR-REQUEST-NO ' ' OQR-JOB-NAME
                ' ended, cc ' RUN-CC
                DELIMITED BY SIZE
                INTO LOG-MESSAGE
            END-STRING.
            MOVE 'E' TO LOG-REC-TYPE.
            CALL 'appender' USING LOG-JOB-ID LOG-WRITES
                LOG-MESSAGE LOG-SEVERITY LOG-REC-TYPE.

            MOVE FUNCTION CURRENT-DATE(5:12) TO OQR-END-TS.
            MOVE RUN-CC TO OQR-CC.
            PERFORM STORE-REQUEST.
            DISPLAY 'OOCDISP: request ' OQR-REQUEST-NO ' '
                OQR-STATUS ', cc ' RUN-CC ' -- ' OQR-OUTCOME.

      * a request still RUNNING when a dispatch starts belongs to
      * one that never came back from its job.  the request is
      * closed FAILED with the E bookend it never got, and the
      * cards that dispatch left behind are put right before any
      * of tonight's work is looked at.  not while the chain is in
      * flight, though: its steps read PROCDATE.CRD on every call,
      * so the cards and the requests wait for the next dispatch
        RECOVER-ABANDONED-RUNS.
            MOVE 0 TO ABANDONED-COUNT.
            PERFORM CHECK-CHAIN-IN-FLIGHT.
            IF CHAIN-IN-FLIGHT
                DISPLAY 'OOCDISP: recovery held -- ' FLIGHT-REASON
                EXIT PARAGRAPH
            END-IF.
            PERFORM RECOVER-ONE-REQUEST
                VARYING QUEUE-SUB FROM 1 BY 1
                UNTIL QUEUE-SUB > QUEUE-COUNT.
            IF ABANDONED-COUNT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM CLEAR-OVERRIDE-CARD.
            PERFORM RESTORE-FROM-SAVED-CARD.

        RECOVER-ONE-REQUEST.
            MOVE QUEUE-ENTRY(QUEUE-SUB) TO OOC-REQUEST-RECORD.
            IF NOT OQR-RUNNING
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO ABANDONED-COUNT.
            SET OQR-FAILED TO TRUE.
            MOVE 'dispatch ended abnormally' TO OQR-OUTCOME.
            MOVE FUNCTION CURRENT-DATE(5:12) TO OQR-END-TS.
            PERFORM STORE-REQUEST.
            DISPLAY 'OOCDISP: request ' OQR-REQUEST-NO ' ('
                OQR-JOB-NAME ') was left RUNNING -- marked FAILED, '
                'dispatch ended abnormally'.
            MOVE SPACES TO LOG-JOB-ID.
            MOVE OQR-INITIALS TO LOG-JOB-ID.
            MOVE SPACES TO LOG-MESSAGE.
            STRING 'out-of-cycle ' OQR-REQUEST-NO ' ' OQR-JOB-NAME
                ': dispatch ended abnormally'
                DELIMITED BY SIZE
                INTO LOG-MESSAGE
            END-STRING.
            MOVE 'WRN' TO LOG-SEVERITY.
            MOVE 'E' TO LOG-REC-TYPE.
            CALL 'appender' USING LOG-JOB-ID LOG-WRITES
                LOG-MESSAGE LOG-SEVERITY LOG-REC-TYPE.

      * PROCDATE.CRD back to what the dead dispatch found; with no
      * save to go on the card is left as it stands, and said so
        RESTORE-FROM-SAVED-CARD.
            MOVE 'N' TO SAVE-FOUND.
            OPEN INPUT SAVECARD.
            IF SAVECARD-STATUS = 0
                READ SAVECARD
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE SVC-PROC-DATE TO SAVED-PROC-DATE
                        SET SAVED-CARD-FOUND TO TRUE
                END-READ
                CLOSE SAVECARD
            END-IF.
            IF NOT SAVED-CARD-FOUND
                DISPLAY '   *** NO PROCDATE.OOC TO RESTORE FROM -- '
                    'CHECK PROCDATE.CRD BY HAND ***'
                EXIT PARAGRAPH
            END-IF.
            PERFORM RESTORE-PROCESSING-CARD.
            IF PROCCARD-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM CLEAR-SAVED-CARD.
            DISPLAY 'OOCDISP: PROCDATE.CRD restored to '''
                SAVED-PROC-DATE ''' and OOCPARM.CRD emptied'.

        REFUSE-CHAIN-IN-FLIGHT.
            SET DISPATCH-HALTED TO TRUE.
            DISPLAY '**************************************'.
            DISPLAY '* NIGHTLY CHAIN IS IN FLIGHT.        *'.
            DISPLAY '* OUT-OF-CYCLE WORK WILL NOT RUN.    *'.
            DISPLAY '**************************************'.
            DISPLAY 'OOCDISP: ' FLIGHT-REASON.
            MOVE 'OOCDISP' TO LOG-JOB-ID.
            MOVE SPACES TO LOG-MESSAGE.
            STRING 'dispatch refused -- '
                FLIGHT-REASON DELIMITED BY SIZE
                INTO LOG-MESSAGE
            END-STRING.
            MOVE 'WRN' TO LOG-SEVERITY.
            CALL 'appender' USING LOG-JOB-ID LOG-WRITES
                LOG-MESSAGE LOG-SEVERITY.

      * the chain is in flight while any step shows STARTED in the
      * run-control file, or the control state says RUNNING or
      * HELD -- a chain held at a step boundary has no step
      * STARTED, but it is no less in progress
        CHECK-CHAIN-IN-FLIGHT.
            MOVE 'N' TO FLIGHT-FLAG.
            MOVE SPACES TO FLIGHT-REASON.
            OPEN INPUT RUNFILE.
            IF RUNFILE-STATUS = 0
                MOVE 'N' TO RUN-EOF
                PERFORM UNTIL RUN-AT-END
                    READ RUNFILE
                        AT END SET RUN-AT-END TO TRUE
                        NOT AT END
                            IF RNF-STATUS = 'STARTED'
                                    AND NOT CHAIN-IN-FLIGHT
                                SET CHAIN-IN-FLIGHT TO TRUE
                                STRING 'step ' RNF-NUMBER ' ('
                                    RNF-PROGRAM ') is STARTED'
                                    DELIMITED BY SIZE
                                    INTO FLIGHT-REASON
                                END-STRING
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RUNFILE
            END-IF.
            IF CHAIN-IN-FLIGHT
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT CTLFILE.
            IF CTLFILE-STATUS = 0
                READ CTLFILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF NCT-CHAIN-RUNNING OR NCT-CHAIN-HELD
                            SET CHAIN-IN-FLIGHT TO TRUE
                            STRING 'chain is ' DELIMITED BY SIZE
                                NCT-STATE DELIMITED BY SPACE
                                ' per ' CTL-FILE-NAME
                                DELIMITED BY SIZE
                                INTO FLIGHT-REASON
                            END-STRING
                        END-IF
                END-READ
                CLOSE CTLFILE
            END-IF.

      * what makes a request unrunnable, checked in the order an
      * operator would want to hear about it
        VALIDATE-REQUEST.
            IF OQR-JOB-NAME = SPACES
                SET OQR-REFUSED TO TRUE
                MOVE 'no job named on the request' TO OQR-OUTCOME
                EXIT PARAGRAPH
            END-IF.
      * (NITEBATCH's own name is longer than a queued job name can
      * be, so it can never be keyed here in the first place)
            IF OQR-JOB-NAME = 'CATCHUP' OR OQR-JOB-NAME = 'OOCDISP'
                SET OQR-REFUSED TO TRUE
                MOVE 'the chain itself is not out-of-cycle work'
                    TO OQR-OUTCOME
                EXIT PARAGRAPH
            END-IF.
            IF OQR-INITIALS = SPACES
                SET OQR-REFUSED TO TRUE
                MOVE 'no requester initials' TO OQR-OUTCOME
                EXIT PARAGRAPH
            END-IF.
            IF OQR-BUSINESS-DATE IS NOT NUMERIC
                SET OQR-REFUSED TO TRUE
                MOVE 'business date not numeric' TO OQR-OUTCOME
                EXIT PARAGRAPH
            END-IF.
            MOVE OQR-BUSINESS-DATE TO REQ-DATE-NUMERIC.
            IF FUNCTION TEST-DATE-YYYYMMDD(REQ-DATE-NUMERIC) NOT = 0
                SET OQR-REFUSED TO TRUE
                MOVE 'business date not a real date' TO OQR-OUTCOME
                EXIT PARAGRAPH
            END-IF.

      * with a master on file only an active operator's request
      * runs, however it came to be on the queue
            IF NOT MASTER-ON-FILE
                EXIT PARAGRAPH
            END-IF.
            MOVE OQR-INITIALS TO OPER-INITIALS.
            MOVE 'N' TO OPER-FOUND.
            MOVE 'N' TO OPER-ACTIVE.
            CALL 'operchek' USING OPER-INITIALS OPER-NAME
                OPER-ROLE OPER-FOUND OPER-ACTIVE.
            IF NOT OPERATOR-FOUND OR NOT OPERATOR-ACTIVE
                SET OQR-REFUSED TO TRUE
                MOVE 'requester not an active operator'
                    TO OQR-OUTCOME
            END-IF.

      * exactly as keyed first -- the newer programs carry upper-case
      * PROGRAM-IDs -- then lower case for the older ones.  CANCEL
      * afterward, so a job queued twice starts fresh the second time
        CALL-REQUESTED-PROGRAM.
            MOVE 'Y' TO CALL-FOUND.
            MOVE OQR-JOB-NAME TO CALL-NAME.
            MOVE 0 TO RETURN-CODE.
            CALL CALL-NAME
                ON EXCEPTION
                    MOVE FUNCTION LOWER-CASE(OQR-JOB-NAME)
                        TO CALL-NAME
                    CALL CALL-NAME
                        ON EXCEPTION
                            MOVE 'N' TO CALL-FOUND
                            MOVE 12 TO RETURN-CODE
                    END-CALL
            END-CALL.
      * the shared register goes straight into a plain field before
      * anything else can disturb it
            MOVE RETURN-CODE TO RUN-CC.
            MOVE 0 TO RETURN-CODE.
            IF PROGRAM-FOUND
                CANCEL CALL-NAME
            END-IF.

      * the job is not called at all: run against whatever date or
      * override the cards already held it would be wrong, and
      * counted DONE for a business date it never saw
        FAIL-UNANCHORED-RUN.
            SET OQR-FAILED TO TRUE.
            ADD 1 TO FAILED-COUNT.
            MOVE 12 TO RUN-CC.
            MOVE 'WRN' TO LOG-SEVERITY.
            MOVE CARD-FAULT TO OQR-OUTCOME.
            PERFORM CLEAR-OVERRIDE-CARD.
            DISPLAY 'OOCDISP: ' OQR-JOB-NAME ' not called -- '
                CARD-FAULT.

      * warnings (cc 4) finished the job; anything worse did not
        JUDGE-RUN-OUTCOME.
            EVALUATE TRUE
                WHEN NOT PROGRAM-FOUND
                    SET OQR-FAILED TO TRUE
                    ADD 1 TO FAILED-COUNT
                    MOVE 'WRN' TO LOG-SEVERITY
                    MOVE 'program not found' TO OQR-OUTCOME
                    DISPLAY 'OOCDISP: cannot CALL ' OQR-JOB-NAME
                WHEN RUN-CC > 4
                    SET OQR-FAILED TO TRUE
                    ADD 1 TO FAILED-COUNT
                    MOVE 'WRN' TO LOG-SEVERITY
                    MOVE 'ended with a failing condition code'
                        TO OQR-OUTCOME
                WHEN RUN-CC = 4
                    SET OQR-DONE TO TRUE
                    ADD 1 TO RAN-COUNT
                    MOVE 'INF' TO LOG-SEVERITY
                    MOVE 'ran with warnings' TO OQR-OUTCOME
                    IF WORST-CC < 4
                        MOVE 4 TO WORST-CC
                    END-IF
                WHEN OTHER
                    SET OQR-DONE TO TRUE
                    ADD 1 TO RAN-COUNT
                    MOVE 'INF' TO LOG-SEVERITY
                    MOVE 'ran clean' TO OQR-OUTCOME
            END-EVALUATE.

      * every request on file, in the order keyed
        LOAD-QUEUE.
            MOVE 0 TO QUEUE-COUNT.
            MOVE 0 TO QUEUED-COUNT.
            OPEN INPUT QUEUEFILE.
            IF QUEUEFILE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO QUEUE-EOF.
            PERFORM UNTIL QUEUE-AT-END
                READ QUEUEFILE INTO OOC-REQUEST-RECORD
                    AT END SET QUEUE-AT-END TO TRUE
                    NOT AT END
                        IF QUEUE-COUNT < 500
                            ADD 1 TO QUEUE-COUNT
                            MOVE OOC-REQUEST-RECORD
                                TO QUEUE-ENTRY(QUEUE-COUNT)
                            IF OQR-QUEUED
                                ADD 1 TO QUEUED-COUNT
                            END-IF
                        ELSE
                            SET QUEUE-OVERFLOWED TO TRUE
                            SET QUEUE-AT-END TO TRUE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE QUEUEFILE.

      * the request's new state into the table, and the table back
      * to the file whole
        STORE-REQUEST.
            MOVE OOC-REQUEST-RECORD TO QUEUE-ENTRY(QUEUE-SUB).
            OPEN OUTPUT QUEUEFILE.
            IF QUEUEFILE-STATUS NOT = 0
                DISPLAY 'OOCDISP: cannot rewrite ' QUEUE-FILE-NAME
                    ', status ' QUEUEFILE-STATUS
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WRITE-SUB FROM 1 BY 1
                    UNTIL WRITE-SUB > QUEUE-COUNT
                WRITE QUEUE-LINE FROM QUEUE-ENTRY(WRITE-SUB)
            END-PERFORM.
            CLOSE QUEUEFILE.

        SAVE-PROCESSING-CARD.
            MOVE SPACES TO SAVED-PROC-DATE.
            OPEN INPUT PROCCARD.
            IF PROCCARD-STATUS = 0
                READ PROCCARD
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE PRC-PROC-DATE TO SAVED-PROC-DATE
                END-READ
                CLOSE PROCCARD
            END-IF.
            OPEN OUTPUT SAVECARD.
            IF SAVECARD-STATUS NOT = 0
                DISPLAY 'OOCDISP: cannot write PROCDATE.OOC, status '
                    SAVECARD-STATUS
                EXIT PARAGRAPH
            END-IF.
            MOVE SAVED-PROC-DATE TO SVC-PROC-DATE.
            WRITE SAVE-RECORD.
            CLOSE SAVECARD.

      * the one-record processing card, rewritten whole for the run
      * -- the same card procdate reads, so every daily file the job
      * writes lands in the request's business date
        ANCHOR-PROCESSING-DATE.
            OPEN OUTPUT PROCCARD.
            IF PROCCARD-STATUS NOT = 0
                DISPLAY 'OOCDISP: cannot write PROCDATE.CRD, status '
                    PROCCARD-STATUS
                SET CARD-WRITE-FAILED TO TRUE
                MOVE 'cannot anchor business date' TO CARD-FAULT
                EXIT PARAGRAPH
            END-IF.
            MOVE OQR-BUSINESS-DATE TO PRC-PROC-DATE.
            WRITE PROC-RECORD.
            IF PROCCARD-STATUS NOT = 0
                DISPLAY 'OOCDISP: cannot write PROCDATE.CRD, status '
                    PROCCARD-STATUS
                SET CARD-WRITE-FAILED TO TRUE
                MOVE 'cannot anchor business date' TO CARD-FAULT
            END-IF.
            CLOSE PROCCARD.

        RESTORE-PROCESSING-CARD.
            OPEN OUTPUT PROCCARD.
            IF PROCCARD-STATUS NOT = 0
                DISPLAY '   *** CANNOT RESTORE PROCDATE.CRD (STATUS '
                    PROCCARD-STATUS ') -- KEY ''' SAVED-PROC-DATE
                    ''' BY HAND ***'
                EXIT PARAGRAPH
            END-IF.
            MOVE SAVED-PROC-DATE TO PRC-PROC-DATE.
            WRITE PROC-RECORD.
            CLOSE PROCCARD.

      * the override card is written for every run, blank when the
      * request carries none, so nothing left over can apply
        WRITE-OVERRIDE-CARD.
            OPEN OUTPUT OVERCARD.
            IF OVERCARD-STATUS NOT = 0
                DISPLAY 'OOCDISP: cannot write OOCPARM.CRD, status '
                    OVERCARD-STATUS
                SET CARD-WRITE-FAILED TO TRUE
                MOVE 'cannot write the override card' TO CARD-FAULT
                EXIT PARAGRAPH
            END-IF.
            MOVE OQR-JOB-NAME TO OPC-JOB-NAME.
            MOVE OQR-PARM-OVERRIDE TO OPC-OVERRIDE.
            WRITE OOC-PARM-CARD.
            IF OVERCARD-STATUS NOT = 0
                DISPLAY 'OOCDISP: cannot write OOCPARM.CRD, status '
                    OVERCARD-STATUS
                SET CARD-WRITE-FAILED TO TRUE
                MOVE 'cannot write the override card' TO CARD-FAULT
            END-IF.
            CLOSE OVERCARD.

        CLEAR-OVERRIDE-CARD.
            OPEN OUTPUT OVERCARD.
            IF OVERCARD-STATUS = 0
                CLOSE OVERCARD
            END-IF.

      * once the card is back the save has done its job; an empty
      * save is never restored from
        CLEAR-SAVED-CARD.
            OPEN OUTPUT SAVECARD.
            IF SAVECARD-STATUS = 0
                CLOSE SAVECARD
            END-IF.

        END PROGRAM OOCDISP.
