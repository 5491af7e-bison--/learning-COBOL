      * already marked complete, and resumes at the first
      * incomplete one, so a 2 a.m. failure at step four costs a
      * rerun of step four, not the whole chain and a wiped log.
      *
      * the chain also will not start on top of an unfinished day:
      * the previous business date (the shop calendar decides which
      * that is) must stand certified in DAYCLOSE.DAT -- closed by a
      * supervisor through dayclose, clean or with its exceptions
      * named, or its gate overridden there with a reason.  a
      * night that finds no certification for the day before stops
      * at the door the way standing criticals stop it; a shop with
      * no day-close file at all runs as it always has.
      *
      * a 'P' in column 2 of the run card has the chain CALL the
      * PREFLITE pre-flight check of the night's control files
      * before it loads a single step, and refuse to start when the
      * check finds errors (cc 8) -- the typing slip in a control
      * file is caught at the door, not at 2 a.m. by the step that
      * reads it.  warnings are shown and the night runs.
      *
      * once the chain is running the night operator steers it
      * through a command file (NITECMD.DAT, see nitecmd.cpy) read
      * at every step boundary: HOLD waits at the boundary until a
      * RELEASE arrives, SKIP nn marks a pending step OPSKIP
      * (skipped by operator -- a restart leaves it skipped too),
      * and STOP ends the chain cleanly before the next step so a
      * run-mode R restart picks it up later.  each command is
      * checked against OPERMAST.DAT through operchek and logged
      * under the operator's initials; the control state goes to
      * NITECTL.DAT (nitectl.cpy) for the nitestat screen.
      *
      * before any step can open the accepted-accounts master the
      * chain CALLs ACCTCONV, which converts a master still on the
      * original 35-byte record to the 49-byte acctmast.cpy layout
      * once and returns at once every night after; a conversion
      * that fails (cc 8) keeps the chain from starting.  its entry
      * for the day's record comes back to the chain rather than
      * being appended ahead of the LOGGER step, which would wipe
      * it: a conversion is recorded just after the run's
      * 'starting' boundary, a failure (which stops the chain
      * before LOGGER can run) at once.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. NITEBATCH.

            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HISTFILE-STATUS
            .
            SELECT CLOSEFILE
            ASSIGN TO CLOSE-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CLOSEFILE-STATUS
            .
            SELECT CMDFILE
            ASSIGN TO CMD-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CMDFILE-STATUS
            .
            SELECT CTLFILE
            ASSIGN TO CTL-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CTLFILE-STATUS
            .
            SELECT MASTERFILE
            ASSIGN TO "OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MASTERFILE-STATUS
            .

        DATA DIVISION.
        FILE SECTION.
        FD CARDFILE.
        01 CARD-RECORD.
           05 CRD-RUN-MODE PIC X(1).
           05 CRD-PREFLIGHT PIC X(1).

        FD RUNFILE.
        01 RUN-RECORD.
           05 HIS-CC       PIC 9(4).
           05 HIS-WORST-CC PIC 9(4).

      * the permanent day-close file dayclose appends to -- see
      * copybooks/dayclose.cpy
        FD CLOSEFILE.
        COPY "dayclose.cpy".

      * the operator's commands and the chain's control state --
      * see copybooks/nitecmd.cpy and copybooks/nitectl.cpy
        FD CMDFILE.
        COPY "nitecmd.cpy".

        FD CTLFILE.
        COPY "nitectl.cpy".

      * opened here only to learn whether a master exists; the
      * record-level lookups go through operchek
        FD MASTERFILE.
        01 MASTER-LINE PIC X(28).

        WORKING-STORAGE SECTION.
        01 STEPFILE-REAL PIC XX.
        01 STEPFILE-STATUS REDEFINES STEPFILE-REAL PIC 99.
        01 RUNFILE-STATUS REDEFINES RUNFILE-REAL PIC 99.
        01 HISTFILE-REAL PIC XX.
        01 HISTFILE-STATUS REDEFINES HISTFILE-REAL PIC 99.
        01 CLOSEFILE-REAL PIC XX.
        01 CLOSEFILE-STATUS REDEFINES CLOSEFILE-REAL PIC 99.
        01 CMDFILE-REAL PIC XX.
        01 CMDFILE-STATUS REDEFINES CMDFILE-REAL PIC 99.
        01 CTLFILE-REAL PIC XX.
        01 CTLFILE-STATUS REDEFINES CTLFILE-REAL PIC 99.
        01 MASTERFILE-REAL PIC XX.
        01 MASTERFILE-STATUS REDEFINES MASTERFILE-REAL PIC 99.

      * 'TST' on a rehearsal run, spaces on a live one -- laid
      * ahead of the run-control and run-history file names the
        01 NAME-PREFIX PIC X(3).
        01 RUN-FILE-NAME PIC X(16) VALUE 'NITEBATCH.RUN'.
        01 HIST-FILE-NAME PIC X(15) VALUE 'NITEHIST.DAT'.
        01 CLOSE-FILE-NAME PIC X(15) VALUE 'DAYCLOSE.DAT'.
        01 CMD-FILE-NAME PIC X(14) VALUE 'NITECMD.DAT'.
        01 CTL-FILE-NAME PIC X(14) VALUE 'NITECTL.DAT'.

      * N starts a fresh chain; R resumes one, skipping every step
      * the run-control file already shows complete. no card on
        01 RUN-MODE PIC X(1) VALUE 'N'.
            88 RUN-IS-RESTART VALUE 'R'.

      * P asks for the pre-flight check before the chain loads;
      * its condition code is captured straight off the CALL
        01 PREFLIGHT-FLAG PIC X(1) VALUE 'N'.
            88 PREFLIGHT-WANTED VALUE 'P'.
        01 PREFLIGHT-CC PIC 9(4) VALUE 0.
        01 CONVERSION-CC PIC 9(4) VALUE 0.
      * ACCTCONV's entry for the day's record, held for the log
        01 CONVERSION-OUTCOME.
           05 CONV-SEVERITY PIC X(3) VALUE SPACES.
           05 CONV-MESSAGE PIC X(60) VALUE SPACES.
        01 CONV-JOB-ID PIC X(8) VALUE 'ACCTCONV'.

        01 ALERTFILE-REAL PIC XX.
        01 ALERTFILE-STATUS REDEFINES ALERTFILE-REAL PIC 99.

            88 ALERTS-AT-END VALUE 'Y'.
        01 UNACKED-ALERT-COUNT PIC 9(3) VALUE 0.

      * the day before tonight's, found by walking the calendar back
      * past weekends and holidays (a month at most), and what
      * DAYCLOSE.DAT says about it -- the newest record for the date
      * wins, spaces when it was never certified
        01 PRIOR-DATE PIC X(8).
        01 PRIOR-DATE-NUM REDEFINES PRIOR-DATE PIC 9(8).
        01 PROCESS-DATE-NUM PIC 9(8).
        01 PRIOR-DAY-NUMBER PIC 9(7).
        01 PRIOR-WALK PIC 99 VALUE 0.
        01 PRIOR-FOUND PIC X(1) VALUE 'N'.
            88 PRIOR-DATE-FOUND VALUE 'Y'.
        01 PRIOR-CLOSE-STATUS PIC X(1) VALUE SPACE.
            88 PRIOR-NOT-CERTIFIED VALUE SPACE.
            88 PRIOR-ON-OVERRIDE   VALUE 'O'.
        01 PRIOR-CLOSED-BY PIC X(3).
        01 PRIOR-REASON PIC X(40).
        01 CLOSE-FILE-FLAG PIC X(1) VALUE 'N'.
            88 CLOSE-FILE-ON-HAND VALUE 'Y'.
        01 CLOSEFILE-EOF PIC X(1) VALUE 'N'.
            88 CLOSEFILE-AT-END VALUE 'Y'.

      * shared alert shape -- see copybooks/alertrec.cpy
        COPY "alertrec.cpy".

                 88 RUN-STEP-STARTED  VALUE 'STARTED'.
                 88 RUN-STEP-COMPLETE VALUE 'COMPLETE'.
                 88 RUN-STEP-SKIPPED  VALUE 'SKIPPED'.
                 88 RUN-STEP-OPSKIPPED VALUE 'OPSKIP'.
              10 RUN-START-TS PIC X(12).
              10 RUN-END-TS   PIC X(12).
      * the condition code the step handed back, held per step so
            88 CHAIN-IS-RUNNING  VALUE ' '.
            88 CHAIN-IS-SKIPPING VALUE 'S'.
            88 CHAIN-IS-HALTED   VALUE 'H'.
            88 CHAIN-IS-STOPPED  VALUE 'O'.
        01 WORST-CC PIC 9(4) VALUE 0.
        01 STEP-COUNT PIC 99 VALUE 0.
        01 STEP-SUB PIC 99 VALUE 0.
        01 STEPFILE-EOF PIC X(1) VALUE 'N'.
            88 STEPFILE-AT-END VALUE 'Y'.

      * operator commands: how many lines of the command file have
      * been acted on (carried in NITECTL.DAT so a restart after a
      * crash does not obey one twice), whether the chain is held
      * at a boundary and by whom, and how long a hold sleeps
      * between looks at the file
        01 CMD-OBEYED-COUNT PIC 9(4) VALUE 0.
        01 CMD-READ-COUNT PIC 9(4) VALUE 0.
        01 CMDFILE-EOF PIC X(1) VALUE 'N'.
            88 CMDFILE-AT-END VALUE 'Y'.
        01 HOLD-FLAG PIC X(1) VALUE 'N'.
            88 CHAIN-ON-HOLD VALUE 'Y'.
        01 HOLD-SECONDS PIC 9(3) VALUE 30.
        01 CMD-VERB PIC X(8).
        01 CMD-STEP-NUMBER PIC 99.
        01 CMD-TARGET-SUB PIC 99.
        01 CMD-JOB-ID PIC X(8).
        01 CMD-SEVERITY PIC X(3).
      * the chain's control state, kept here between rewrites of
      * the control record -- the FD record is read back over at
      * set-up and is not a safe place to hold it
        01 CMD-STATE PIC X(8) VALUE SPACES.
        01 CMD-STATE-INITIALS PIC X(3).
        01 CMD-STATE-TS PIC X(12).
        01 CMD-LAST-COMMAND PIC X(13).
        01 CMD-NEXT-STEP PIC X(2).

      * the operator behind a command, staged for operchek
        01 OPER-INITIALS PIC X(3).
        01 OPER-NAME PIC X(20).
        01 OPER-ROLE PIC X(4).
        01 OPER-FOUND PIC X(1).
            88 OPERATOR-FOUND VALUE 'Y'.
        01 OPER-ACTIVE PIC X(1).
            88 OPERATOR-ACTIVE VALUE 'Y'.

      * staged name for the dynamic CALL of a step program this
      * driver doesn't know by name -- called exactly as keyed in
      * NITEBATCH.STP, since module lookup is case-sensitive
                'NITEHIST.DAT' DELIMITED BY SIZE
                INTO HIST-FILE-NAME
            END-STRING.
            STRING NAME-PREFIX DELIMITED BY SPACE
                'DAYCLOSE.DAT' DELIMITED BY SIZE
                INTO CLOSE-FILE-NAME
            END-STRING.
            STRING NAME-PREFIX DELIMITED BY SPACE
                'NITECMD.DAT' DELIMITED BY SIZE
                INTO CMD-FILE-NAME
            END-STRING.
            STRING NAME-PREFIX DELIMITED BY SPACE
                'NITECTL.DAT' DELIMITED BY SIZE
                INTO CTL-FILE-NAME
            END-STRING.
            IF NAME-PREFIX NOT = SPACES
                DISPLAY 'NITEBATCH: rehearsal run -- run control '
                    'and history go to ' RUN-FILE-NAME ' / '
                GOBACK
            END-IF.

      * yesterday has to have been put to bed before tonight runs
      * on top of it: closed by a supervisor through dayclose, or
      * its gate overridden there.  no day-close file at all is a
      * shop that does not certify days yet, and runs as before
            PERFORM CHECK-PRIOR-DAY-CLOSE.
            IF CLOSE-FILE-ON-HAND AND PRIOR-NOT-CERTIFIED
                DISPLAY '**************************************'
                DISPLAY '* BUSINESS DATE ' PRIOR-DATE
                    ' NOT CLOSED. *'
                DISPLAY '* RUN DAYCLOSE FOR IT, THEN RESTART. *'
                DISPLAY '* NIGHTLY CHAIN WILL NOT START.      *'
                DISPLAY '**************************************'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            IF PRIOR-ON-OVERRIDE
                DISPLAY 'NITEBATCH: ' PRIOR-DATE ' was not closed -- '
                    'running on supervisor override by '
                    PRIOR-CLOSED-BY
                DISPLAY 'NITEBATCH: override reason: ' PRIOR-REASON
            END-IF.

      * the master has to be on tonight's layout before a step that
      * reads it runs; after the one night it converts, ACCTCONV
      * finds its marker and hands straight back
            MOVE 0 TO RETURN-CODE.
            CALL 'ACCTCONV' USING CONVERSION-OUTCOME.
            MOVE RETURN-CODE TO CONVERSION-CC.
            MOVE 0 TO RETURN-CODE.
            IF CONVERSION-CC > 4
                IF CONV-SEVERITY NOT = SPACES
                    CALL 'appender' USING CONV-JOB-ID STEP-WRITES
                        CONV-MESSAGE CONV-SEVERITY
                END-IF
                DISPLAY '**************************************'
                DISPLAY '* ACCTMAST.DAT COULD NOT BE CONVERTED*'
                DISPLAY '* TO THE CURRENT LAYOUT -- SEE       *'
                DISPLAY '* ACCTCONV MESSAGES, THEN RESTART.   *'
                DISPLAY '* NIGHTLY CHAIN WILL NOT START.      *'
                DISPLAY '**************************************'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM READ-RUN-CARD.
            IF PREFLIGHT-WANTED
                MOVE 0 TO RETURN-CODE
                CALL 'PREFLITE'
                MOVE RETURN-CODE TO PREFLIGHT-CC
                MOVE 0 TO RETURN-CODE
                IF PREFLIGHT-CC > 4
                    DISPLAY '**************************************'
                    DISPLAY '* PRE-FLIGHT CHECK FOUND ERRORS IN   *'
                    DISPLAY '* THE CONTROL FILES -- SEE REPORT.   *'
                    DISPLAY '* FIX THEM, THEN RESTART.            *'
                    DISPLAY '* NIGHTLY CHAIN WILL NOT START.      *'
                    DISPLAY '**************************************'
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                END-IF
                IF PREFLIGHT-CC = 4
                    DISPLAY 'NITEBATCH: pre-flight check passed with '
                        'warnings -- see report'
                END-IF
            END-IF.
            PERFORM LOAD-STEP-TABLE.
            PERFORM SET-UP-RUN-CONTROL.
            PERFORM SET-UP-OPERATOR-CONTROL.

      * when tonight's chain will not run a LOGGER step -- none
      * listed, disabled, or already complete on a restart -- the
                        TO STEP-MESSAGE
                    CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                        STEP-MESSAGE 'WRN'
                WHEN CHAIN-IS-STOPPED
                    MOVE 'nightly batch: STOPPED by operator, restart '
                        & 'with run mode R' TO STEP-MESSAGE
                    CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                        STEP-MESSAGE 'WRN'
                WHEN WORST-CC > 0
                    MOVE 'nightly batch: complete with warnings'
                        TO STEP-MESSAGE
      * goes back -- NITEBATCH.RUN will be overwritten by the next
      * run, the history row is what survives
            PERFORM APPEND-RUN-HISTORY.
            PERFORM CLOSE-OUT-OPERATOR-CONTROL.

      * hand the night's own verdict back to whatever scheduled us
            IF NOT CHAIN-IS-RUNNING
            MOVE 'N' TO PERIOD-END-FLAG.
            MOVE 'NITEBATCH.STP' TO STEP-FILE-NAME.
            MOVE 'N' TO RUN-MODE.
            MOVE 'N' TO PREFLIGHT-FLAG.
            MOVE 'N' TO START-LOGGED.
            MOVE 'N' TO HOLD-FLAG.
            MOVE 0 TO CMD-OBEYED-COUNT.

      * the jobstream: one record per step from NITEBATCH.STP, in
      * file order; a missing control file falls back to the classic
        RUN-ONE-STEP.
            MOVE STEP-PROGRAM(STEP-SUB) TO STEP-JOB-ID.

      * the step boundary: the operator gets a word in before the
      * chain moves on -- once the day's log exists to record it
            IF CHAIN-IS-RUNNING AND START-IS-LOGGED
                PERFORM CHECK-OPERATOR-COMMANDS
            END-IF.

      * an earlier failure -- or an operator STOP -- may have taken
      * the rest of the chain out of play; those steps stay PENDING
      * in the run-control file so a restart picks them up
            IF CHAIN-IS-STOPPED
                DISPLAY 'NITEBATCH: step ' STEP-NUMBER(STEP-SUB) ' ('
                    STEP-PROGRAM(STEP-SUB) ') not run -- operator '
                    'STOP'
                EXIT PARAGRAPH
            END-IF.
            IF NOT CHAIN-IS-RUNNING
                DISPLAY 'NITEBATCH: step ' STEP-NUMBER(STEP-SUB) ' ('
                    STEP-PROGRAM(STEP-SUB) ') not run -- earlier '
                EXIT PARAGRAPH
            END-IF.

      * a step the operator skipped stays skipped, tonight and on
      * any restart of tonight
            IF RUN-STEP-OPSKIPPED(STEP-SUB)
                DISPLAY 'NITEBATCH: step ' STEP-NUMBER(STEP-SUB) ' ('
                    STEP-PROGRAM(STEP-SUB) ') skipped by operator'
                MOVE 'step skipped by operator command'
                    TO STEP-MESSAGE
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'WRN'
                EXIT PARAGRAPH
            END-IF.

      * on a restart, a step the prior run finished stays finished --
      * this is the whole point of the run-control file: the rerun
      * picks up at the first step that never completed

            PERFORM JUDGE-STEP-OUTCOME.

      * the control state carried over from the last run: a chain
      * that died RUNNING or HELD left its obeyed count behind, and
      * the commands it already acted on are not acted on again.
      * a chain that ended or stopped emptied the command file, so
      * tonight starts from its first line
        SET-UP-OPERATOR-CONTROL.
            MOVE 0 TO CMD-OBEYED-COUNT.
            MOVE SPACES TO CMD-LAST-COMMAND.
            OPEN INPUT CTLFILE.
            IF CTLFILE-STATUS = 0
                READ CTLFILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF (NCT-CHAIN-RUNNING OR NCT-CHAIN-HELD)
                                AND NCT-OBEYED-COUNT IS NUMERIC
                            MOVE NCT-OBEYED-COUNT TO CMD-OBEYED-COUNT
                            MOVE NCT-LAST-COMMAND TO CMD-LAST-COMMAND
                        END-IF
                END-READ
                CLOSE CTLFILE
            END-IF.
            MOVE 'RUNNING' TO CMD-STATE.
            MOVE 'SYS' TO CMD-STATE-INITIALS.
            MOVE FUNCTION CURRENT-DATE(5:12) TO CMD-STATE-TS.
            MOVE SPACES TO CMD-NEXT-STEP.
            PERFORM WRITE-OPERATOR-CONTROL.

      * every line keyed since the last look, obeyed in file order;
      * a HOLD then keeps the chain at this boundary, looking again
      * every HOLD-SECONDS, until a RELEASE (or a STOP) arrives
        CHECK-OPERATOR-COMMANDS.
            MOVE STEP-NUMBER(STEP-SUB) TO CMD-NEXT-STEP.
            PERFORM READ-OPERATOR-COMMANDS.
            PERFORM UNTIL NOT CHAIN-ON-HOLD
                CALL 'C$SLEEP' USING HOLD-SECONDS
                PERFORM READ-OPERATOR-COMMANDS
            END-PERFORM.

        READ-OPERATOR-COMMANDS.
            OPEN INPUT CMDFILE.
            IF CMDFILE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 0 TO CMD-READ-COUNT.
            MOVE 'N' TO CMDFILE-EOF.
            PERFORM UNTIL CMDFILE-AT-END
                READ CMDFILE
                    AT END SET CMDFILE-AT-END TO TRUE
                    NOT AT END
                        ADD 1 TO CMD-READ-COUNT
                        IF CMD-READ-COUNT > CMD-OBEYED-COUNT
                            MOVE CMD-READ-COUNT TO CMD-OBEYED-COUNT
                            PERFORM OBEY-ONE-COMMAND
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CMDFILE.

      * one command: the operator first, then the verb.  whatever
      * happens to it goes on the day's record under the initials
      * keyed, a refusal as a WRN
        OBEY-ONE-COMMAND.
            IF NITE-COMMAND-RECORD = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE NITE-COMMAND-RECORD TO CMD-LAST-COMMAND.
            MOVE FUNCTION UPPER-CASE(NCM-VERB) TO CMD-VERB.
            MOVE FUNCTION UPPER-CASE(NCM-INITIALS) TO OPER-INITIALS.
            MOVE SPACES TO CMD-JOB-ID.
            MOVE OPER-INITIALS TO CMD-JOB-ID.
            IF OPER-INITIALS = SPACES
                MOVE 'NITECMD' TO CMD-JOB-ID
            END-IF.
            MOVE 'INF' TO CMD-SEVERITY.
            MOVE SPACES TO STEP-MESSAGE.

            PERFORM CHECK-COMMAND-OPERATOR.
            IF CMD-SEVERITY = 'WRN'
                PERFORM LOG-OPERATOR-COMMAND
                EXIT PARAGRAPH
            END-IF.

            EVALUATE CMD-VERB
                WHEN 'HOLD'
                    SET CHAIN-ON-HOLD TO TRUE
                    MOVE 'HELD' TO CMD-STATE
                    STRING 'operator HOLD: chain held before step '
                        CMD-NEXT-STEP DELIMITED BY SIZE
                        INTO STEP-MESSAGE
                    END-STRING
                WHEN 'RELEASE'
                    IF CHAIN-ON-HOLD
                        MOVE 'N' TO HOLD-FLAG
                        MOVE 'RUNNING' TO CMD-STATE
                        STRING 'operator RELEASE: chain resumes at '
                            'step ' CMD-NEXT-STEP DELIMITED BY SIZE
                            INTO STEP-MESSAGE
                        END-STRING
                    ELSE
                        MOVE 'WRN' TO CMD-SEVERITY
                        MOVE 'operator RELEASE refused -- chain is '
                            & 'not held' TO STEP-MESSAGE
                    END-IF
                WHEN 'SKIP'
                    PERFORM OBEY-SKIP-COMMAND
                WHEN 'STOP'
                    SET CHAIN-IS-STOPPED TO TRUE
                    MOVE 'N' TO HOLD-FLAG
                    MOVE 'STOPPED' TO CMD-STATE
                    STRING 'operator STOP: chain ends before step '
                        CMD-NEXT-STEP DELIMITED BY SIZE
                        INTO STEP-MESSAGE
                    END-STRING
                WHEN OTHER
                    MOVE 'WRN' TO CMD-SEVERITY
                    STRING 'operator command ''' NCM-VERB
                        ''' not known -- ignored' DELIMITED BY SIZE
                        INTO STEP-MESSAGE
                    END-STRING
            END-EVALUATE.

            IF CMD-SEVERITY = 'INF' AND CMD-VERB NOT = 'SKIP'
                MOVE OPER-INITIALS TO CMD-STATE-INITIALS
                MOVE FUNCTION CURRENT-DATE(5:12) TO CMD-STATE-TS
            END-IF.
            PERFORM LOG-OPERATOR-COMMAND.

      * only a step still PENDING can be skipped -- one already
      * run, running or skipped is past the operator's reach
        OBEY-SKIP-COMMAND.
            MOVE 0 TO CMD-TARGET-SUB.
            IF NCM-STEP IS NUMERIC
                MOVE NCM-STEP TO CMD-STEP-NUMBER
                PERFORM VARYING RUN-SUB FROM 1 BY 1
                        UNTIL RUN-SUB > STEP-COUNT
                    IF STEP-NUMBER(RUN-SUB) = CMD-STEP-NUMBER
                            AND CMD-TARGET-SUB = 0
                        MOVE RUN-SUB TO CMD-TARGET-SUB
                    END-IF
                END-PERFORM
            END-IF.
            IF CMD-TARGET-SUB = 0
                MOVE 'WRN' TO CMD-SEVERITY
                STRING 'operator SKIP refused -- no step '''
                    NCM-STEP ''' in tonight''s chain'
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
                EXIT PARAGRAPH
            END-IF.
            IF NOT RUN-STEP-PENDING(CMD-TARGET-SUB)
                MOVE 'WRN' TO CMD-SEVERITY
                STRING 'operator SKIP refused -- step ' NCM-STEP
                    ' is ' RUN-STATUS(CMD-TARGET-SUB)
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
                EXIT PARAGRAPH
            END-IF.
            MOVE 'OPSKIP' TO RUN-STATUS(CMD-TARGET-SUB).
            MOVE FUNCTION CURRENT-DATE(5:12)
                TO RUN-END-TS(CMD-TARGET-SUB).
            PERFORM WRITE-RUN-CONTROL.
            STRING 'operator SKIP: step ' NCM-STEP ' ('
                STEP-PROGRAM(CMD-TARGET-SUB) ') will not run tonight'
                DELIMITED BY SIZE
                INTO STEP-MESSAGE
            END-STRING.

      * with a master on file only an active operator's initials
      * steer the chain; with none the command file is open, the
      * same pre-master behavior every sign-on keeps
        CHECK-COMMAND-OPERATOR.
            OPEN INPUT MASTERFILE.
            IF MASTERFILE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            CLOSE MASTERFILE.
            MOVE 'N' TO OPER-FOUND.
            MOVE 'N' TO OPER-ACTIVE.
            CALL 'operchek' USING OPER-INITIALS OPER-NAME
                OPER-ROLE OPER-FOUND OPER-ACTIVE.
            IF NOT OPERATOR-FOUND OR NOT OPERATOR-ACTIVE
                MOVE 'WRN' TO CMD-SEVERITY
                STRING 'operator ' DELIMITED BY SIZE
                    CMD-VERB DELIMITED BY SPACE
                    ' REFUSED -- ''' OPER-INITIALS
                    ''' is not an active operator' DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
            END-IF.

        LOG-OPERATOR-COMMAND.
            DISPLAY 'NITEBATCH: ' STEP-MESSAGE.
            CALL 'appender' USING CMD-JOB-ID STEP-WRITES
                STEP-MESSAGE CMD-SEVERITY.
            PERFORM WRITE-OPERATOR-CONTROL.

      * the control record nitestat shows, rewritten whole
        WRITE-OPERATOR-CONTROL.
            OPEN OUTPUT CTLFILE.
            IF CTLFILE-STATUS NOT = 0
                DISPLAY 'NITEBATCH: cannot write ' CTL-FILE-NAME
                    ', status ' CTLFILE-STATUS
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO NITE-CONTROL-RECORD.
            MOVE CMD-STATE TO NCT-STATE.
            MOVE CMD-STATE-INITIALS TO NCT-INITIALS.
            MOVE CMD-STATE-TS TO NCT-TIMESTAMP.
            MOVE CMD-NEXT-STEP TO NCT-NEXT-STEP.
            MOVE CMD-OBEYED-COUNT TO NCT-OBEYED-COUNT.
            MOVE CMD-LAST-COMMAND TO NCT-LAST-COMMAND.
            WRITE NITE-CONTROL-RECORD.
            CLOSE CTLFILE.

      * the night is over (or stopped for a restart): tonight's
      * commands are spent, so the file is emptied and the state
      * says how the chain ended
        CLOSE-OUT-OPERATOR-CONTROL.
            OPEN OUTPUT CMDFILE.
            IF CMDFILE-STATUS = 0
                CLOSE CMDFILE
            END-IF.
            MOVE 0 TO CMD-OBEYED-COUNT.
            IF CHAIN-IS-STOPPED
                MOVE 'STOPPED' TO CMD-STATE
            ELSE
                MOVE 'ENDED' TO CMD-STATE
                MOVE 'SYS' TO CMD-STATE-INITIALS
                MOVE FUNCTION CURRENT-DATE(5:12) TO CMD-STATE-TS
                MOVE SPACES TO CMD-NEXT-STEP
            END-IF.
            PERFORM WRITE-OPERATOR-CONTROL.

      * count the alerts still waiting for a sign-off; no alerts
      * file at all simply means no critical has ever been raised
        CHECK-STANDING-ALERTS.
            END-PERFORM.
            CLOSE ALERTFILE.

      * the business date before tonight's: step back a day at a
      * time until the calendar shows a running night (B or P) or
      * does not know the date -- an unknown date runs normally, so
      * it counts as one -- then read what DAYCLOSE.DAT says about it
        CHECK-PRIOR-DAY-CLOSE.
            MOVE SPACE TO PRIOR-CLOSE-STATUS.
            MOVE SPACES TO PRIOR-CLOSED-BY.
            MOVE SPACES TO PRIOR-REASON.
            MOVE 'N' TO CLOSE-FILE-FLAG.
            OPEN INPUT CLOSEFILE.
            IF CLOSEFILE-STATUS NOT = 0
                DISPLAY 'NITEBATCH: no ' CLOSE-FILE-NAME
                    ' on file, prior-day close not checked'
                EXIT PARAGRAPH
            END-IF.
            SET CLOSE-FILE-ON-HAND TO TRUE.

            MOVE PROCESS-DATE TO PROCESS-DATE-NUM.
            COMPUTE PRIOR-DAY-NUMBER =
                FUNCTION INTEGER-OF-DATE(PROCESS-DATE-NUM).
            MOVE 'N' TO PRIOR-FOUND.
            PERFORM VARYING PRIOR-WALK FROM 1 BY 1
                    UNTIL PRIOR-WALK > 31 OR PRIOR-DATE-FOUND
                SUBTRACT 1 FROM PRIOR-DAY-NUMBER
                COMPUTE PRIOR-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(PRIOR-DAY-NUMBER)
                MOVE PRIOR-DATE TO CAL-DATE
                MOVE 'N' TO CAL-FOUND
                CALL 'callook' USING CAL-DATE CAL-DAY-TYPE CAL-FOUND
                IF NOT CAL-DATE-FOUND
                        OR CAL-DAY-TYPE = 'B' OR CAL-DAY-TYPE = 'P'
                    SET PRIOR-DATE-FOUND TO TRUE
                END-IF
            END-PERFORM.

            MOVE 'N' TO CLOSEFILE-EOF.
            PERFORM UNTIL CLOSEFILE-AT-END
                READ CLOSEFILE
                    AT END SET CLOSEFILE-AT-END TO TRUE
                    NOT AT END
                        IF DC-BUSINESS-DATE = PRIOR-DATE
                            MOVE DC-STATUS TO PRIOR-CLOSE-STATUS
                            MOVE DC-CLOSED-BY TO PRIOR-CLOSED-BY
                            MOVE DC-REASON TO PRIOR-REASON
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CLOSEFILE.

      * run card: one record, run mode in column 1. R asks for a
      * restart from the run-control file; anything else -- or no
      * card at all -- is a normal fresh run.  column 2 P asks for
      * the pre-flight check first
        READ-RUN-CARD.
            OPEN INPUT CARDFILE.
            IF CARDFILE-STATUS NOT = 0
                    IF CRD-RUN-MODE = 'R'
                        MOVE 'R' TO RUN-MODE
                    END-IF
                    IF CRD-PREFLIGHT = 'P'
                        MOVE 'P' TO PREFLIGHT-FLAG
                    END-IF
            END-READ.
            CLOSE CARDFILE.
            IF RUN-IS-RESTART
                MOVE 'nightly batch: starting' TO STEP-MESSAGE
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'INF'
                PERFORM LOG-CONVERSION-OUTCOME
            END-IF.

      * the master conversion, once the log it belongs in exists
        LOG-CONVERSION-OUTCOME.
            IF CONV-SEVERITY = SPACES
                EXIT PARAGRAPH
            END-IF.
            CALL 'appender' USING CONV-JOB-ID STEP-WRITES
                CONV-MESSAGE CONV-SEVERITY.
            MOVE SPACES TO CONVERSION-OUTCOME.

      * the CALL itself: the known chain members are called by
      * literal, spelled exactly as their PROGRAM-ID so the loader
