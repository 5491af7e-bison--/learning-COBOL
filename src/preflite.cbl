      * pre-flight check of the night's operator-edited control
      * files, run before the batch window opens.  a typing slip in
      * NITEBATCH.STP or SLASCHED.DAT used to surface only when the
      * step that reads it misbehaved at 2 a.m.; this loads every
      * one of them -- the step files (normal and period-end), the
      * SLA schedules, ALERTRTE.DAT, LOGSCAN.PAT, PRTDIST.DAT,
      * CHKPART.DAT, ERRKB.DAT, LOGRETRY.DAT and the run cards --
      * and cross-checks them against each other:
      *   - step numbers, enabled flags, failure actions and
      *     runtime budgets that the chain cannot read as meant;
      *   - dependencies on step numbers that do not exist, on
      *     steps that run later or are disabled, and dependency
      *     cycles (steps that can never become runnable);
      *   - SLA jobs no enabled step produces;
      *   - print sections whose job is no enabled step;
      *   - routing codes that are not OPS/APPS/DBA/SUP;
      *   - check-digit algorithms other than W or L, and
      *     account lengths under ACCOUNT-MIN-LENGTH digits (the
      *     shortest run acctmask masks) or over the 18 the files
      *     carry;
      *   - pattern, remedy and retry rows the readers would
      *     silently ignore or misread;
      *   - cards holding values their readers do not accept.
      * everything found goes on one findings report (rptpage) and
      * the condition code says how bad it is: 0 clean, 4 warnings
      * only, 8 at least one error.  a missing optional file is not
      * a finding -- every reader already falls back to its
      * built-in default -- and is only noted on the report.
      * NITEBATCH CALLs this at its door when the run card asks for
      * it (column 2 'P') and will not start on a cc 8.  nothing is
      * written to the day's log: before the window the day's log
      * may not exist yet, and LOGGER's fresh open would wipe it
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PREFLITE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STEPFILE
            ASSIGN TO STEP-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STEPFILE-STATUS
            .
            SELECT SCHEDFILE
            ASSIGN TO SCHED-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SCHEDFILE-STATUS
            .
            SELECT ROUTEFILE
            ASSIGN TO "ALERTRTE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ROUTEFILE-STATUS
            .
            SELECT PATFILE
            ASSIGN TO "LOGSCAN.PAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PATFILE-STATUS
            .
            SELECT DISTFILE
            ASSIGN TO "PRTDIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DISTFILE-STATUS
            .
            SELECT PARTFILE
            ASSIGN TO "CHKPART.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARTFILE-STATUS
            .
            SELECT KBFILE
            ASSIGN TO "ERRKB.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS KBFILE-STATUS
            .
            SELECT RETRYFILE
            ASSIGN TO "LOGRETRY.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RETRYFILE-STATUS
            .
            SELECT CARDFILE
            ASSIGN TO CARD-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CARDFILE-STATUS
            .

        DATA DIVISION.
        FILE SECTION.
      * each record below is the shape its own reader declares --
      * see the program named against it
      * NITEBATCH
        FD STEPFILE.
        01 STEP-RECORD.
           05 STP-NUMBER  PIC X(2).
           05 STP-PROGRAM PIC X(8).
           05 STP-ENABLED PIC X(1).
           05 STP-ACTION  PIC X(1).
           05 STP-DESC    PIC X(40).
           05 STP-DEPENDS.
              10 STP-DEP  PIC X(2) OCCURS 3 TIMES.
           05 STP-MAXRUN  PIC X(3).

      * slamon, logelaps, elapstrd, handover
        FD SCHEDFILE.
        01 SCHED-RECORD.
           05 SCH-JOB-ID   PIC X(8).
           05 SCH-DEADLINE PIC X(6).
           05 SCH-DEADLINE-PARTS REDEFINES SCH-DEADLINE.
              10 SCH-HH    PIC 9(2).
              10 SCH-MM    PIC 9(2).
              10 SCH-SS    PIC 9(2).

      * alertesc
        FD ROUTEFILE.
        01 ROUTE-RECORD.
           05 RTE-JOB-ID      PIC X(8).
           05 RTE-ERR-TYPE    PIC X(8).
           05 RTE-ROUTE       PIC X(4).
           05 RTE-ESC-MINUTES PIC X(4).
           05 RTE-ESC-ROUTE   PIC X(4).

      * logscan
        FD PATFILE.
        01 PATTERN-RECORD.
           05 PAT-TEXT      PIC X(40).
           05 PAT-JOB-ID    PIC X(8).
           05 PAT-THRESHOLD PIC X(4).
           05 PAT-SEVERITY  PIC X(3).
           05 PAT-MSG-ID    PIC X(8).

      * PRTASM
        FD DISTFILE.
        01 DIST-RECORD.
           05 PD-FILE-NAME PIC X(15).
           05 PD-JOB-NAME  PIC X(8).
           05 PD-TITLE     PIC X(30).
           05 PD-COPIES    PIC X(1).
           05 PD-RECIPIENT PIC X(20).

      * CHKBATCH, CHKMIGR, ACCTFIX
        FD PARTFILE.
        01 PART-RECORD.
           05 CPP-PARTNER   PIC X(8).
           05 CPP-ALGORITHM PIC X(1).
           05 CPP-LENGTH    PIC X(2).

      * errrpt
        FD KBFILE.
        01 KB-RECORD.
           05 KB-ERR-TYPE PIC X(8).
           05 KB-ERR-CODE PIC X(4).
           05 KB-REMEDY   PIC X(60).

      * logger and appender
        FD RETRYFILE.
        01 RETRY-RECORD.
           05 RC-LIMIT   PIC X(2).
           05 RC-SECONDS PIC X(3).

      * every run card is one short record; each is read into this
      * line and judged through the view its own reader has of it
        FD CARDFILE.
        01 CARD-LINE PIC X(20).

        WORKING-STORAGE SECTION.
        01 STEPFILE-REAL PIC XX.
        01 STEPFILE-STATUS REDEFINES STEPFILE-REAL PIC 99.
        01 SCHEDFILE-REAL PIC XX.
        01 SCHEDFILE-STATUS REDEFINES SCHEDFILE-REAL PIC 99.
        01 ROUTEFILE-REAL PIC XX.
        01 ROUTEFILE-STATUS REDEFINES ROUTEFILE-REAL PIC 99.
        01 PATFILE-REAL PIC XX.
        01 PATFILE-STATUS REDEFINES PATFILE-REAL PIC 99.
        01 DISTFILE-REAL PIC XX.
        01 DISTFILE-STATUS REDEFINES DISTFILE-REAL PIC 99.
        01 PARTFILE-REAL PIC XX.
        01 PARTFILE-STATUS REDEFINES PARTFILE-REAL PIC 99.
        01 KBFILE-REAL PIC XX.
        01 KBFILE-STATUS REDEFINES KBFILE-REAL PIC 99.
        01 RETRYFILE-REAL PIC XX.
        01 RETRYFILE-STATUS REDEFINES RETRYFILE-REAL PIC 99.
        01 CARDFILE-REAL PIC XX.
        01 CARDFILE-STATUS REDEFINES CARDFILE-REAL PIC 99.

        01 STEP-FILE-NAME PIC X(15).
        01 SCHED-FILE-NAME PIC X(15).
        01 CARD-FILE-NAME PIC X(15).

      * one switch serves every file: each is read to the end
      * before the next is opened
        01 FILE-EOF PIC X(1) VALUE 'N'.
            88 FILE-AT-END VALUE 'Y'.
        01 CARD-FLAG PIC X(1) VALUE 'N'.
            88 CARD-ON-HAND VALUE 'Y'.

      * the card views, one per reader
        01 CARD-DATE PIC X(8).
        01 CARD-DATE-NUM PIC 9(8).
        01 CARD-NITE.
           05 CARD-RUN-MODE  PIC X(1).
           05 CARD-PREFLIGHT PIC X(1).
        01 CARD-CHKGEN.
           05 CARD-PRODUCT   PIC X(8).
           05 CARD-COUNT     PIC X(4).
           05 CARD-REQUESTER PIC X(3).

      * tonight's chain as one step file describes it.  the
      * resolved flag drives the cycle check: a step is resolved
      * once every step it waits on is, and whatever is left
      * unresolved when a pass settles nothing new can never run
        01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 20 TIMES.
              10 STEP-NUMBER   PIC X(2).
              10 STEP-PROGRAM  PIC X(8).
              10 STEP-ENABLED  PIC X(1).
                 88 STEP-IS-ENABLED VALUE 'Y'.
              10 STEP-DEPENDS.
                 15 STEP-DEP   PIC X(2) OCCURS 3 TIMES.
              10 STEP-RESOLVED PIC X(1).
                 88 STEP-IS-RESOLVED VALUE 'Y'.
        01 STEP-COUNT PIC 99 VALUE 0.
        01 STEP-SUB PIC 99 VALUE 0.
        01 SCAN-SUB PIC 99 VALUE 0.
        01 DEP-SUB PIC 9 VALUE 0.
        01 DEP-AT PIC 99 VALUE 0.
        01 SETTLED-FLAG PIC X(1) VALUE 'N'.
            88 STEP-SETTLED VALUE 'Y'.
        01 PROGRESS-FLAG PIC X(1) VALUE 'N'.
            88 CYCLE-PROGRESS VALUE 'Y'.
        01 STEP-FILE-FLAG PIC X(1) VALUE 'N'.
            88 STEP-FILE-ON-HAND VALUE 'Y'.
        01 STAGE-FLAG PIC X(1) VALUE 'N'.
            88 STAGING-STEP-ENABLED VALUE 'Y'.

      * every program any step file enables, normal or period-end
      * -- the jobs that can produce a print section
        01 PRODUCER-TABLE.
           05 PRODUCER-PROGRAM PIC X(8) OCCURS 40 TIMES.
        01 PRODUCER-COUNT PIC 99 VALUE 0.
        01 PRODUCER-SUB PIC 99 VALUE 0.
        01 LOOK-PROGRAM PIC X(8).
        01 LOOK-FLAG PIC X(1) VALUE 'N'.
            88 LOOK-FOUND VALUE 'Y'.

      * the routing codes alertesc and the contact list know
        01 ROUTE-CODE-LIST.
           05 FILLER PIC X(4) VALUE 'OPS '.
           05 FILLER PIC X(4) VALUE 'APPS'.
           05 FILLER PIC X(4) VALUE 'DBA '.
           05 FILLER PIC X(4) VALUE 'SUP '.
        01 ROUTE-CODE-TABLE REDEFINES ROUTE-CODE-LIST.
           05 ROUTE-CODE PIC X(4) OCCURS 4 TIMES.
        01 ROUTE-SUB PIC 9 VALUE 0.
        01 LOOK-ROUTE PIC X(4).

      * remedy keys already seen, so a second row for the same
      * type and code -- which errrpt never reaches -- is named
        01 KB-KEY-TABLE.
           05 KB-KEY PIC X(12) OCCURS 50 TIMES.
        01 KB-KEY-COUNT PIC 99 VALUE 0.
        01 KB-SUB PIC 99 VALUE 0.

      * partners already seen, for the same reason
        01 PARTNER-TABLE.
           05 PARTNER-SEEN PIC X(8) OCCURS 50 TIMES.
        01 PARTNER-COUNT PIC 99 VALUE 0.
        01 PARTNER-SUB PIC 99 VALUE 0.

      * the finding in hand and the totals the cc comes from
        01 CHECK-FILE PIC X(15).
        01 REC-NUMBER PIC 9(3) VALUE 0.
        01 FIND-LEVEL PIC X(5).
        01 FIND-TEXT PIC X(90).
      * the shortest account body the shop accepts: acctmask only
      * masks digit runs this long, so a shorter account number
      * would reach the log and the reports whole
        01 ACCOUNT-MIN-LENGTH PIC 99 VALUE 13.
        01 ERROR-COUNT PIC 9(4) VALUE 0.
        01 WARNING-COUNT PIC 9(4) VALUE 0.
        01 FILE-COUNT PIC 99 VALUE 0.

      * arguments for CALL 'rptpage', each sized to exactly match
      * its linkage items
        01 RPT-ACTION PIC X(1).
        01 RPT-ID PIC X(8) VALUE 'PREFLITE'.
        01 RPT-TITLE PIC X(40) VALUE
            'pre-flight check of the control files'.
        01 RPT-LINE PIC X(132).

        PROCEDURE DIVISION.
      * working storage persists when NITEBATCH CALLs this night
      * after night under CATCHUP, so the totals start over here
            MOVE 0 TO ERROR-COUNT.
            MOVE 0 TO WARNING-COUNT.
            MOVE 0 TO FILE-COUNT.
            MOVE 0 TO PRODUCER-COUNT.

            MOVE 'O' TO RPT-ACTION.
            CALL 'rptpage' USING RPT-ACTION RPT-ID RPT-TITLE
                RPT-LINE.

      * the normal chain and its schedule, then the period-end
      * chain and its schedule -- a period-end night with no
      * alternate step file runs the normal one, so the normal
      * table stays loaded and its schedule is held against that
            MOVE 'NITEBATCH.STP' TO STEP-FILE-NAME.
            PERFORM CHECK-STEP-FILE.
            MOVE 'SLASCHED.DAT' TO SCHED-FILE-NAME.
            PERFORM CHECK-SCHED-FILE.
            MOVE 'NITEBATCHP.STP' TO STEP-FILE-NAME.
            MOVE STEP-FILE-NAME TO CHECK-FILE.
            OPEN INPUT STEPFILE.
            IF STEPFILE-STATUS = 0
                CLOSE STEPFILE
                PERFORM CHECK-STEP-FILE
            ELSE
                MOVE 'not on file -- the normal step file runs'
                    TO FIND-TEXT
                PERFORM NOTE-FILE-ABSENT
            END-IF.
            MOVE 'SLASCHEDP.DAT' TO SCHED-FILE-NAME.
            PERFORM CHECK-SCHED-FILE.

            PERFORM CHECK-ROUTE-FILE.
            PERFORM CHECK-PATTERN-FILE.
            PERFORM CHECK-DIST-FILE.
            PERFORM CHECK-PARTNER-FILE.
            PERFORM CHECK-REMEDY-FILE.
            PERFORM CHECK-RETRY-FILE.
            PERFORM CHECK-CARDS.

            MOVE SPACES TO RPT-LINE.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING 'files checked ' FILE-COUNT '   errors '
                ERROR-COUNT '   warnings ' WARNING-COUNT
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            EVALUATE TRUE
                WHEN ERROR-COUNT > 0
                    MOVE 'PRE-FLIGHT FAILED -- fix the errors above '
                        & 'before the window opens' TO RPT-LINE
                WHEN WARNING-COUNT > 0
                    MOVE 'PRE-FLIGHT PASSED WITH WARNINGS'
                        TO RPT-LINE
                WHEN OTHER
                    MOVE 'PRE-FLIGHT CLEAN' TO RPT-LINE
            END-EVALUATE.
            PERFORM PUT-REPORT-LINE.
            MOVE 'C' TO RPT-ACTION.
            CALL 'rptpage' USING RPT-ACTION RPT-ID RPT-TITLE
                RPT-LINE.

            EVALUATE TRUE
                WHEN ERROR-COUNT > 0
                    MOVE 8 TO RETURN-CODE
                WHEN WARNING-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

      * one step file: every record on its own, then the file as
      * a whole -- dependencies, order, and cycles.  no file means
      * NITEBATCH runs its built-in chain, which the schedule is
      * then held against
        CHECK-STEP-FILE.
            PERFORM LOAD-STEP-TABLE.
            IF NOT STEP-FILE-ON-HAND
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING STEP-SUB FROM 1 BY 1
                    UNTIL STEP-SUB > STEP-COUNT
                PERFORM CHECK-STEP-DEPENDS
            END-PERFORM.
            PERFORM FIND-DEPENDENCY-CYCLES.

      * reads the step file into the table, judging each record as
      * it comes; the record number is the step's place in the file
        LOAD-STEP-TABLE.
            MOVE 0 TO STEP-COUNT.
            MOVE 'N' TO STEP-FILE-FLAG.
            MOVE 'N' TO STAGE-FLAG.
            MOVE STEP-FILE-NAME TO CHECK-FILE.
            OPEN INPUT STEPFILE.
            IF STEPFILE-STATUS NOT = 0
                PERFORM LOAD-DEFAULT-STEPS
                MOVE 'not on file -- the built-in chain runs'
                    TO FIND-TEXT
                PERFORM NOTE-FILE-ABSENT
                EXIT PARAGRAPH
            END-IF.
            SET STEP-FILE-ON-HAND TO TRUE.
            ADD 1 TO FILE-COUNT.
            MOVE 0 TO REC-NUMBER.
            MOVE 'N' TO FILE-EOF.
            PERFORM UNTIL FILE-AT-END
                READ STEPFILE
                    AT END SET FILE-AT-END TO TRUE
                    NOT AT END
                        ADD 1 TO REC-NUMBER
                        PERFORM CHECK-STEP-RECORD
                END-READ
            END-PERFORM.
            CLOSE STEPFILE.
            IF STEP-COUNT = 0
                MOVE 'holds no steps -- the built-in chain runs'
                    TO FIND-TEXT
                PERFORM ADD-WARNING
                PERFORM LOAD-DEFAULT-STEPS
            END-IF.

        CHECK-STEP-RECORD.
            IF STEP-COUNT >= 20
                MOVE 'more than 20 steps -- NITEBATCH ignores this '
                    & 'one and every one after it' TO FIND-TEXT
                PERFORM ADD-ERROR
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO STEP-COUNT.
            MOVE STP-NUMBER TO STEP-NUMBER(STEP-COUNT).
            MOVE STP-PROGRAM TO STEP-PROGRAM(STEP-COUNT).
            MOVE STP-ENABLED TO STEP-ENABLED(STEP-COUNT).
            MOVE STP-DEPENDS TO STEP-DEPENDS(STEP-COUNT).
            MOVE 'N' TO STEP-RESOLVED(STEP-COUNT).
            IF STEP-IS-ENABLED(STEP-COUNT)
                MOVE STP-PROGRAM TO LOOK-PROGRAM
                PERFORM ADD-PRODUCER
                IF STP-PROGRAM = 'LOGSTAGE'
                    SET STAGING-STEP-ENABLED TO TRUE
                END-IF
            END-IF.

            IF STP-NUMBER IS NOT NUMERIC OR STP-NUMBER = '00'
                MOVE SPACES TO FIND-TEXT
                STRING 'step number ''' STP-NUMBER ''' is not 01-99'
                    DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-ERROR
            ELSE
                PERFORM VARYING SCAN-SUB FROM 1 BY 1
                        UNTIL SCAN-SUB >= STEP-COUNT
                    IF STEP-NUMBER(SCAN-SUB) = STP-NUMBER
                        MOVE SPACES TO FIND-TEXT
                        STRING 'step number ' STP-NUMBER
                            ' is used twice -- dependencies on it '
                            'match the first' DELIMITED BY SIZE
                            INTO FIND-TEXT
                        END-STRING
                        PERFORM ADD-ERROR
                    END-IF
                END-PERFORM
            END-IF.
            IF STP-PROGRAM = SPACES
                MOVE 'no program named' TO FIND-TEXT
                PERFORM ADD-ERROR
            END-IF.
            IF STP-ENABLED NOT = 'Y' AND STP-ENABLED NOT = 'N'
                MOVE SPACES TO FIND-TEXT
                STRING 'step ' STP-NUMBER ' enabled flag '''
                    STP-ENABLED ''' is not Y or N -- the step would '
                    'not run' DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-ERROR
            END-IF.
            IF STP-ACTION NOT = 'C' AND STP-ACTION NOT = 'S'
                    AND STP-ACTION NOT = 'H' AND STP-ACTION NOT = SPACE
                MOVE SPACES TO FIND-TEXT
                STRING 'step ' STP-NUMBER ' failure action '''
                    STP-ACTION ''' is not C, S or H'
                    DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-ERROR
            END-IF.
            IF STP-MAXRUN NOT = SPACES AND STP-MAXRUN IS NOT NUMERIC
                MOVE SPACES TO FIND-TEXT
                STRING 'step ' STP-NUMBER ' runtime budget '''
                    STP-MAXRUN ''' is not numeric minutes'
                    DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-ERROR
            END-IF.

      * each named predecessor must be a step number the file
      * holds, ahead of this step and enabled -- NITEBATCH runs in
      * file order and only starts a step once every predecessor
      * stands COMPLETE, so anything else means the step is skipped
      * every single night
        CHECK-STEP-DEPENDS.
            MOVE STEP-SUB TO REC-NUMBER.
            PERFORM VARYING DEP-SUB FROM 1 BY 1 UNTIL DEP-SUB > 3
                IF STEP-DEP(STEP-SUB DEP-SUB) NOT = SPACES
                        AND STEP-DEP(STEP-SUB DEP-SUB) NOT = '00'
                    PERFORM CHECK-ONE-DEPEND
                END-IF
            END-PERFORM.

        CHECK-ONE-DEPEND.
            MOVE 0 TO DEP-AT.
            PERFORM VARYING SCAN-SUB FROM 1 BY 1
                    UNTIL SCAN-SUB > STEP-COUNT OR DEP-AT > 0
                IF STEP-NUMBER(SCAN-SUB) = STEP-DEP(STEP-SUB DEP-SUB)
                    MOVE SCAN-SUB TO DEP-AT
                END-IF
            END-PERFORM.
            MOVE SPACES TO FIND-TEXT.
            EVALUATE TRUE
                WHEN DEP-AT = 0
                    STRING 'step ' STEP-NUMBER(STEP-SUB)
                        ' depends on step '
                        STEP-DEP(STEP-SUB DEP-SUB)
                        ', which is not in the file'
                        DELIMITED BY SIZE
                        INTO FIND-TEXT
                    END-STRING
                    PERFORM ADD-ERROR
                WHEN DEP-AT = STEP-SUB
                    STRING 'step ' STEP-NUMBER(STEP-SUB)
                        ' depends on itself'
                        DELIMITED BY SIZE
                        INTO FIND-TEXT
                    END-STRING
                    PERFORM ADD-ERROR
                WHEN DEP-AT > STEP-SUB
                    STRING 'step ' STEP-NUMBER(STEP-SUB)
                        ' depends on step '
                        STEP-DEP(STEP-SUB DEP-SUB)
                        ', which runs after it'
                        DELIMITED BY SIZE
                        INTO FIND-TEXT
                    END-STRING
                    PERFORM ADD-ERROR
                WHEN NOT STEP-IS-ENABLED(DEP-AT)
                        AND STEP-IS-ENABLED(STEP-SUB)
                    STRING 'step ' STEP-NUMBER(STEP-SUB)
                        ' depends on step '
                        STEP-DEP(STEP-SUB DEP-SUB)
                        ', which is disabled -- it will be skipped'
                        DELIMITED BY SIZE
                        INTO FIND-TEXT
                    END-STRING
                    PERFORM ADD-WARNING
            END-EVALUATE.

      * settle the steps a pass at a time: a step with no
      * predecessors, or whose predecessors are all settled (or
      * missing -- already reported), settles.  when a pass
      * settles nothing more, every step left is on a cycle or
      * waiting on one
        FIND-DEPENDENCY-CYCLES.
            SET CYCLE-PROGRESS TO TRUE.
            PERFORM UNTIL NOT CYCLE-PROGRESS
                MOVE 'N' TO PROGRESS-FLAG
                PERFORM VARYING STEP-SUB FROM 1 BY 1
                        UNTIL STEP-SUB > STEP-COUNT
                    IF NOT STEP-IS-RESOLVED(STEP-SUB)
                        PERFORM TRY-SETTLE-STEP
                    END-IF
                END-PERFORM
            END-PERFORM.
            PERFORM VARYING STEP-SUB FROM 1 BY 1
                    UNTIL STEP-SUB > STEP-COUNT
                IF NOT STEP-IS-RESOLVED(STEP-SUB)
                    MOVE STEP-SUB TO REC-NUMBER
                    MOVE SPACES TO FIND-TEXT
                    STRING 'step ' STEP-NUMBER(STEP-SUB)
                        ' is on (or waits on) a dependency cycle'
                        ' -- it can never run'
                        DELIMITED BY SIZE
                        INTO FIND-TEXT
                    END-STRING
                    PERFORM ADD-ERROR
                END-IF
            END-PERFORM.

        TRY-SETTLE-STEP.
            SET STEP-SETTLED TO TRUE.
            PERFORM VARYING DEP-SUB FROM 1 BY 1
                    UNTIL DEP-SUB > 3 OR NOT STEP-SETTLED
                IF STEP-DEP(STEP-SUB DEP-SUB) NOT = SPACES
                        AND STEP-DEP(STEP-SUB DEP-SUB) NOT = '00'
                    PERFORM VARYING SCAN-SUB FROM 1 BY 1
                            UNTIL SCAN-SUB > STEP-COUNT
                        IF STEP-NUMBER(SCAN-SUB)
                                = STEP-DEP(STEP-SUB DEP-SUB)
                                AND NOT STEP-IS-RESOLVED(SCAN-SUB)
                            MOVE 'N' TO SETTLED-FLAG
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.
            IF STEP-SETTLED
                MOVE 'Y' TO STEP-RESOLVED(STEP-SUB)
                SET CYCLE-PROGRESS TO TRUE
            END-IF.

      * the same built-in chain NITEBATCH falls back to
        LOAD-DEFAULT-STEPS.
            MOVE 6 TO STEP-COUNT.
            MOVE 'LOGGER'   TO STEP-PROGRAM(1).
            MOVE 'WHEEE1'   TO STEP-PROGRAM(2).
            MOVE 'WHEEE2'   TO STEP-PROGRAM(3).
            MOVE 'WHEEE2B'  TO STEP-PROGRAM(4).
            MOVE 'REVSTRNG' TO STEP-PROGRAM(5).
            MOVE 'LOGSTAGE' TO STEP-PROGRAM(6).
            PERFORM VARYING STEP-SUB FROM 1 BY 1
                    UNTIL STEP-SUB > STEP-COUNT
                MOVE STEP-SUB TO STEP-NUMBER(STEP-SUB)
                MOVE 'Y' TO STEP-ENABLED(STEP-SUB)
                MOVE SPACES TO STEP-DEPENDS(STEP-SUB)
                MOVE STEP-PROGRAM(STEP-SUB) TO LOOK-PROGRAM
                PERFORM ADD-PRODUCER
            END-PERFORM.
            SET STAGING-STEP-ENABLED TO TRUE.

      * an SLA schedule: every job it waits on must be one the
      * chain it belongs to actually runs, or slamon raises a
      * late-job CRITICAL every night for a job that never comes.
      * with a staging step enabled an unknown job may be an
      * outside process posting through LOGSTAGE, so that is only
      * a warning
        CHECK-SCHED-FILE.
            MOVE SCHED-FILE-NAME TO CHECK-FILE.
            OPEN INPUT SCHEDFILE.
            IF SCHEDFILE-STATUS NOT = 0
                MOVE 'not on file -- no SLA deadlines are watched'
                    TO FIND-TEXT
                IF SCHED-FILE-NAME = 'SLASCHEDP.DAT'
                    MOVE 'not on file -- the normal schedule is used'
                        TO FIND-TEXT
                END-IF
                PERFORM NOTE-FILE-ABSENT
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO FILE-COUNT.
            MOVE 0 TO REC-NUMBER.
            MOVE 'N' TO FILE-EOF.
            PERFORM UNTIL FILE-AT-END
                READ SCHEDFILE
                    AT END SET FILE-AT-END TO TRUE
                    NOT AT END
                        ADD 1 TO REC-NUMBER
                        PERFORM CHECK-SCHED-RECORD
                END-READ
            END-PERFORM.
            CLOSE SCHEDFILE.

        CHECK-SCHED-RECORD.
            IF SCH-DEADLINE IS NOT NUMERIC
                MOVE SPACES TO FIND-TEXT
                STRING 'job ' SCH-JOB-ID ' deadline ''' SCH-DEADLINE
                    ''' is not HHMMSS' DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-ERROR
            ELSE
                IF SCH-HH > 23 OR SCH-MM > 59 OR SCH-SS > 59
                    MOVE SPACES TO FIND-TEXT
                    STRING 'job ' SCH-JOB-ID ' deadline '
                        SCH-DEADLINE ' is not a time of day'
                        DELIMITED BY SIZE
                        INTO FIND-TEXT
                    END-STRING
                    PERFORM ADD-ERROR
                END-IF
            END-IF.
            IF SCH-JOB-ID = SPACES
                MOVE 'no job named' TO FIND-TEXT
                PERFORM ADD-ERROR
                EXIT PARAGRAPH
            END-IF.
      * the chain's own boundary entries log as NITEBATn
            IF SCH-JOB-ID(1:7) = 'NITEBAT'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO LOOK-FLAG.
            PERFORM VARYING STEP-SUB FROM 1 BY 1
                    UNTIL STEP-SUB > STEP-COUNT OR LOOK-FOUND
                IF STEP-PROGRAM(STEP-SUB) = SCH-JOB-ID
                        AND STEP-IS-ENABLED(STEP-SUB)
                    SET LOOK-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF LOOK-FOUND
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO FIND-TEXT.
            IF STAGING-STEP-ENABLED
                STRING 'job ' SCH-JOB-ID ' is no enabled step -- '
                    'only an outside job through LOGSTAGE can meet it'
                    DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-WARNING
            ELSE
                STRING 'job ' SCH-JOB-ID ' is no enabled step -- '
                    'nothing in the chain produces it'
                    DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-ERROR
            END-IF.

      * alertesc's routing table: codes it can page, and budgets it
      * can count
        CHECK-ROUTE-FILE.
            MOVE 'ALERTRTE.DAT' TO CHECK-FILE.
            OPEN INPUT ROUTEFILE.
            IF ROUTEFILE-STATUS NOT = 0
                MOVE 'not on file -- every alert routes to OPS'
                    TO FIND-TEXT
                PERFORM NOTE-FILE-ABSENT
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO FILE-COUNT.
            MOVE 0 TO REC-NUMBER.
            MOVE 'N' TO FILE-EOF.
            PERFORM UNTIL FILE-AT-END
                READ ROUTEFILE
                    AT END SET FILE-AT-END TO TRUE
                    NOT AT END
                        ADD 1 TO REC-NUMBER
                        PERFORM CHECK-ROUTE-RECORD
                END-READ
            END-PERFORM.
            CLOSE ROUTEFILE.

        CHECK-ROUTE-RECORD.
            IF REC-NUMBER > 50
                MOVE 'past the 50 rules alertesc holds -- ignored'
                    TO FIND-TEXT
                PERFORM ADD-WARNING
            END-IF.
            MOVE RTE-ROUTE TO LOOK-ROUTE.
            PERFORM LOOK-UP-ROUTE.
            IF NOT LOOK-FOUND
                MOVE SPACES TO FIND-TEXT
                STRING 'routing code ''' RTE-ROUTE ''' is unknown'
                    DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-ERROR
            END-IF.
            MOVE RTE-ESC-ROUTE TO LOOK-ROUTE.
            PERFORM LOOK-UP-ROUTE.
            IF NOT LOOK-FOUND
                MOVE SPACES TO FIND-TEXT
                STRING 'escalation code ''' RTE-ESC-ROUTE
                    ''' is unknown' DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-ERROR
            END-IF.
            IF RTE-ESC-MINUTES IS NOT NUMERIC
                MOVE SPACES TO FIND-TEXT
                STRING 'escalation budget ''' RTE-ESC-MINUTES
                    ''' is not numeric minutes' DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-ERROR
            END-IF.

        LOOK-UP-ROUTE.
            MOVE 'N' TO LOOK-FLAG.
            PERFORM VARYING ROUTE-SUB FROM 1 BY 1
                    UNTIL ROUTE-SUB > 4 OR LOOK-FOUND
                IF ROUTE-CODE(ROUTE-SUB) = LOOK-ROUTE
                    SET LOOK-FOUND TO TRUE
                END-IF
            END-PERFORM.

      * logscan's patterns: something to match on, a count it can
      * compare, and a severity appender accepts
        CHECK-PATTERN-FILE.
            MOVE 'LOGSCAN.PAT' TO CHECK-FILE.
            OPEN INPUT PATFILE.
            IF PATFILE-STATUS NOT = 0
                MOVE 'not on file -- the log is not scanned'
                    TO FIND-TEXT
                PERFORM NOTE-FILE-ABSENT
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO FILE-COUNT.
            MOVE 0 TO REC-NUMBER.
            MOVE 'N' TO FILE-EOF.
            PERFORM UNTIL FILE-AT-END
                READ PATFILE
                    AT END SET FILE-AT-END TO TRUE
                    NOT AT END
                        ADD 1 TO REC-NUMBER
                        PERFORM CHECK-PATTERN-RECORD
                END-READ
            END-PERFORM.
            CLOSE PATFILE.

        CHECK-PATTERN-RECORD.
            IF REC-NUMBER > 50
                MOVE 'past the 50 patterns logscan holds -- ignored'
                    TO FIND-TEXT
                PERFORM ADD-WARNING
            END-IF.
            IF PAT-TEXT = SPACES AND PAT-MSG-ID = SPACES
                MOVE 'neither text nor message ID to match on'
                    TO FIND-TEXT
                PERFORM ADD-ERROR
            END-IF.
            IF PAT-THRESHOLD IS NOT NUMERIC
                MOVE SPACES TO FIND-TEXT
                STRING 'threshold ''' PAT-THRESHOLD
                    ''' is not numeric' DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-ERROR
            END-IF.
            IF PAT-SEVERITY NOT = 'INF' AND PAT-SEVERITY NOT = 'WRN'
                    AND PAT-SEVERITY NOT = 'CRI'
                MOVE SPACES TO FIND-TEXT
                STRING 'severity ''' PAT-SEVERITY
                    ''' is not INF, WRN or CRI' DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-ERROR
            END-IF.

      * PRTASM's sections: each names the job that writes its
      * report file, and that job must be an enabled step in one
      * of the chains or the section spools last night's file, or
      * none
        CHECK-DIST-FILE.
            MOVE 'PRTDIST.DAT' TO CHECK-FILE.
            OPEN INPUT DISTFILE.
            IF DISTFILE-STATUS NOT = 0
                MOVE 'not on file -- the built-in sections spool'
                    TO FIND-TEXT
                PERFORM NOTE-FILE-ABSENT
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO FILE-COUNT.
            MOVE 0 TO REC-NUMBER.
            MOVE 'N' TO FILE-EOF.
            PERFORM UNTIL FILE-AT-END
                READ DISTFILE
                    AT END SET FILE-AT-END TO TRUE
                    NOT AT END
                        ADD 1 TO REC-NUMBER
                        PERFORM CHECK-DIST-RECORD
                END-READ
            END-PERFORM.
            CLOSE DISTFILE.

        CHECK-DIST-RECORD.
            IF REC-NUMBER > 10
                MOVE 'past the 10 sections PRTASM holds -- ignored'
                    TO FIND-TEXT
                PERFORM ADD-WARNING
            END-IF.
            IF PD-FILE-NAME = SPACES
                MOVE 'no report file named' TO FIND-TEXT
                PERFORM ADD-ERROR
            END-IF.
            IF PD-COPIES IS NOT NUMERIC OR PD-COPIES = '0'
                MOVE SPACES TO FIND-TEXT
                STRING PD-FILE-NAME ' copies ''' PD-COPIES
                    ''' is not 1-9' DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-ERROR
            END-IF.
            MOVE PD-JOB-NAME TO LOOK-PROGRAM.
            PERFORM LOOK-UP-PRODUCER.
            IF NOT LOOK-FOUND
                MOVE SPACES TO FIND-TEXT
                STRING PD-FILE-NAME ' is written by ' PD-JOB-NAME
                    ', which is no enabled step' DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-ERROR
            END-IF.

      * the partner table the check-digit programs share: W
      * (weighted mod-11) and L (Luhn) are the only algorithms
      * they compute
        CHECK-PARTNER-FILE.
            MOVE 'CHKPART.DAT' TO CHECK-FILE.
            MOVE 0 TO PARTNER-COUNT.
            OPEN INPUT PARTFILE.
            IF PARTFILE-STATUS NOT = 0
                MOVE 'not on file -- every partner checks by W'
                    TO FIND-TEXT
                PERFORM NOTE-FILE-ABSENT
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO FILE-COUNT.
            MOVE 0 TO REC-NUMBER.
            MOVE 'N' TO FILE-EOF.
            PERFORM UNTIL FILE-AT-END
                READ PARTFILE
                    AT END SET FILE-AT-END TO TRUE
                    NOT AT END
                        ADD 1 TO REC-NUMBER
                        PERFORM CHECK-PARTNER-RECORD
                END-READ
            END-PERFORM.
            CLOSE PARTFILE.

        CHECK-PARTNER-RECORD.
            IF CPP-PARTNER = SPACES
                MOVE 'no partner named' TO FIND-TEXT
                PERFORM ADD-ERROR
            END-IF.
            IF CPP-ALGORITHM NOT = 'W' AND CPP-ALGORITHM NOT = 'L'
                MOVE SPACES TO FIND-TEXT
                STRING 'partner ' CPP-PARTNER ' algorithm '''
                    CPP-ALGORITHM ''' is not W or L'
                    DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-ERROR
            END-IF.
            IF CPP-LENGTH IS NOT NUMERIC OR CPP-LENGTH = '00'
                MOVE SPACES TO FIND-TEXT
                STRING 'partner ' CPP-PARTNER ' account length '''
                    CPP-LENGTH ''' is not numeric'
                    DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-ERROR
            ELSE
                IF CPP-LENGTH < ACCOUNT-MIN-LENGTH
                        OR CPP-LENGTH > 18
                    MOVE SPACES TO FIND-TEXT
                    STRING 'partner ' CPP-PARTNER ' account length '
                        CPP-LENGTH ' is outside '
                        ACCOUNT-MIN-LENGTH '-18'
                        DELIMITED BY SIZE
                        INTO FIND-TEXT
                    END-STRING
                    PERFORM ADD-ERROR
                END-IF
            END-IF.
            PERFORM VARYING PARTNER-SUB FROM 1 BY 1
                    UNTIL PARTNER-SUB > PARTNER-COUNT
                IF PARTNER-SEEN(PARTNER-SUB) = CPP-PARTNER
                    MOVE SPACES TO FIND-TEXT
                    STRING 'partner ' CPP-PARTNER ' is keyed twice'
                        DELIMITED BY SIZE
                        INTO FIND-TEXT
                    END-STRING
                    PERFORM ADD-WARNING
                END-IF
            END-PERFORM.
            IF PARTNER-COUNT < 50
                ADD 1 TO PARTNER-COUNT
                MOVE CPP-PARTNER TO PARTNER-SEEN(PARTNER-COUNT)
            END-IF.

      * errrpt's remedy knowledge base: a row needs a type to be
      * found by, and a second row for the same key is never read
        CHECK-REMEDY-FILE.
            MOVE 'ERRKB.DAT' TO CHECK-FILE.
            MOVE 0 TO KB-KEY-COUNT.
            OPEN INPUT KBFILE.
            IF KBFILE-STATUS NOT = 0
                MOVE 'not on file -- errors print without remedies'
                    TO FIND-TEXT
                PERFORM NOTE-FILE-ABSENT
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO FILE-COUNT.
            MOVE 0 TO REC-NUMBER.
            MOVE 'N' TO FILE-EOF.
            PERFORM UNTIL FILE-AT-END
                READ KBFILE
                    AT END SET FILE-AT-END TO TRUE
                    NOT AT END
                        ADD 1 TO REC-NUMBER
                        PERFORM CHECK-REMEDY-RECORD
                END-READ
            END-PERFORM.
            CLOSE KBFILE.

        CHECK-REMEDY-RECORD.
            IF REC-NUMBER > 50
                MOVE 'past the 50 remedies errrpt holds -- ignored'
                    TO FIND-TEXT
                PERFORM ADD-WARNING
            END-IF.
            IF KB-ERR-TYPE = SPACES
                MOVE 'no error type or message ID to key on'
                    TO FIND-TEXT
                PERFORM ADD-ERROR
            END-IF.
            IF KB-REMEDY = SPACES
                MOVE SPACES TO FIND-TEXT
                STRING KB-ERR-TYPE ' ' KB-ERR-CODE
                    ' has no remedy text' DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-WARNING
            END-IF.
            PERFORM VARYING KB-SUB FROM 1 BY 1
                    UNTIL KB-SUB > KB-KEY-COUNT
                IF KB-KEY(KB-SUB) = KB-RECORD(1:12)
                    MOVE SPACES TO FIND-TEXT
                    STRING KB-ERR-TYPE ' ' KB-ERR-CODE
                        ' is keyed twice -- only the first is used'
                        DELIMITED BY SIZE
                        INTO FIND-TEXT
                    END-STRING
                    PERFORM ADD-WARNING
                END-IF
            END-PERFORM.
            IF KB-KEY-COUNT < 50
                ADD 1 TO KB-KEY-COUNT
                MOVE KB-RECORD(1:12) TO KB-KEY(KB-KEY-COUNT)
            END-IF.

      * logger's retry settings: a value it cannot read is
      * silently replaced by the shop default, which is exactly
      * the surprise this check is for
        CHECK-RETRY-FILE.
            MOVE 'LOGRETRY.DAT' TO CHECK-FILE.
            OPEN INPUT RETRYFILE.
            IF RETRYFILE-STATUS NOT = 0
                MOVE 'not on file -- 3 tries 5 seconds apart'
                    TO FIND-TEXT
                PERFORM NOTE-FILE-ABSENT
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO FILE-COUNT.
            MOVE 1 TO REC-NUMBER.
            MOVE 'N' TO FILE-EOF.
            READ RETRYFILE
                AT END SET FILE-AT-END TO TRUE
            END-READ.
            CLOSE RETRYFILE.
            IF FILE-AT-END
                MOVE 'empty -- the shop default applies' TO FIND-TEXT
                PERFORM ADD-WARNING
                EXIT PARAGRAPH
            END-IF.
            IF RC-LIMIT IS NOT NUMERIC OR RC-LIMIT = '00'
                MOVE SPACES TO FIND-TEXT
                STRING 'retry limit ''' RC-LIMIT
                    ''' is not 01-99 -- the default 3 is used'
                    DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-ERROR
            END-IF.
            IF RC-SECONDS IS NOT NUMERIC
                MOVE SPACES TO FIND-TEXT
                STRING 'retry pause ''' RC-SECONDS
                    ''' is not numeric -- the default 5 is used'
                    DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-ERROR
            END-IF.

      * the run cards: each may be absent or blank (its reader's
      * default), but a value on one must be a value its reader
      * takes -- every reader treats anything else as its default,
      * which is rarely what the operator keying it meant
        CHECK-CARDS.
            MOVE 'PROCDATE.CRD' TO CARD-FILE-NAME.
            PERFORM READ-ONE-CARD.
            IF CARD-ON-HAND
                PERFORM CHECK-DATE-CARD
            END-IF.

            MOVE 'CATCHUP.CRD' TO CARD-FILE-NAME.
            PERFORM READ-ONE-CARD.
            IF CARD-ON-HAND
                PERFORM CHECK-DATE-CARD
            END-IF.

            MOVE 'RUNMODE.CRD' TO CARD-FILE-NAME.
            PERFORM READ-ONE-CARD.
            IF CARD-ON-HAND
                IF CARD-LINE(1:1) NOT = SPACE
                        AND CARD-LINE(1:1) NOT = 'T'
                        AND CARD-LINE(1:1) NOT = 't'
                    MOVE SPACES TO FIND-TEXT
                    STRING 'run mode ''' CARD-LINE(1:1)
                        ''' is not T -- the night would run live'
                        DELIMITED BY SIZE
                        INTO FIND-TEXT
                    END-STRING
                    PERFORM ADD-ERROR
                END-IF
            END-IF.

            MOVE 'NITEBATCH.CRD' TO CARD-FILE-NAME.
            PERFORM READ-ONE-CARD.
            IF CARD-ON-HAND
                MOVE CARD-LINE TO CARD-NITE
                IF CARD-RUN-MODE NOT = SPACE
                        AND CARD-RUN-MODE NOT = 'N'
                        AND CARD-RUN-MODE NOT = 'R'
                    MOVE SPACES TO FIND-TEXT
                    STRING 'run mode ''' CARD-RUN-MODE
                        ''' is not N or R' DELIMITED BY SIZE
                        INTO FIND-TEXT
                    END-STRING
                    PERFORM ADD-ERROR
                END-IF
                IF CARD-PREFLIGHT NOT = SPACE
                        AND CARD-PREFLIGHT NOT = 'P'
                    MOVE SPACES TO FIND-TEXT
                    STRING 'pre-flight flag ''' CARD-PREFLIGHT
                        ''' is not P' DELIMITED BY SIZE
                        INTO FIND-TEXT
                    END-STRING
                    PERFORM ADD-ERROR
                END-IF
            END-IF.

            MOVE 'LOGEXP.CRD' TO CARD-FILE-NAME.
            PERFORM READ-ONE-CARD.
            IF CARD-ON-HAND
                IF CARD-LINE(1:1) NOT = SPACE
                        AND CARD-LINE(1:1) NOT = 'I'
                        AND CARD-LINE(1:1) NOT = 'i'
                        AND CARD-LINE(1:1) NOT = 'F'
                    MOVE SPACES TO FIND-TEXT
                    STRING 'export mode ''' CARD-LINE(1:1)
                        ''' is not I or F' DELIMITED BY SIZE
                        INTO FIND-TEXT
                    END-STRING
                    PERFORM ADD-ERROR
                END-IF
            END-IF.

            MOVE 'CHKGEN.CRD' TO CARD-FILE-NAME.
            PERFORM READ-ONE-CARD.
            IF CARD-ON-HAND
                MOVE CARD-LINE TO CARD-CHKGEN
                IF CARD-PRODUCT = SPACES OR CARD-REQUESTER = SPACES
                    MOVE 'allocation card needs product and initials'
                        TO FIND-TEXT
                    PERFORM ADD-ERROR
                END-IF
                IF CARD-COUNT IS NOT NUMERIC OR CARD-COUNT = '0000'
                    MOVE SPACES TO FIND-TEXT
                    STRING 'allocation count ''' CARD-COUNT
                        ''' is not 0001-9999' DELIMITED BY SIZE
                        INTO FIND-TEXT
                    END-STRING
                    PERFORM ADD-ERROR
                END-IF
            END-IF.

      * a card counts as on hand only when it is there and not
      * blank; a blank card is its reader's default
        READ-ONE-CARD.
            MOVE 'N' TO CARD-FLAG.
            MOVE CARD-FILE-NAME TO CHECK-FILE.
            MOVE 1 TO REC-NUMBER.
            OPEN INPUT CARDFILE.
            IF CARDFILE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO FILE-COUNT.
            MOVE SPACES TO CARD-LINE.
            READ CARDFILE
                AT END
                    MOVE SPACES TO CARD-LINE
            END-READ.
            CLOSE CARDFILE.
            IF CARD-LINE NOT = SPACES AND CARD-LINE NOT = LOW-VALUES
                SET CARD-ON-HAND TO TRUE
            END-IF.

      * the same date test CATCHUP applies to its own card
        CHECK-DATE-CARD.
            MOVE CARD-LINE(1:8) TO CARD-DATE.
            IF CARD-DATE IS NOT NUMERIC
                MOVE SPACES TO FIND-TEXT
                STRING 'date ''' CARD-DATE ''' is not CCYYMMDD'
                    DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-ERROR
                EXIT PARAGRAPH
            END-IF.
            MOVE CARD-DATE TO CARD-DATE-NUM.
            IF FUNCTION INTEGER-OF-DATE(CARD-DATE-NUM) = 0
                MOVE SPACES TO FIND-TEXT
                STRING 'date ' CARD-DATE ' is not a real date'
                    DELIMITED BY SIZE
                    INTO FIND-TEXT
                END-STRING
                PERFORM ADD-ERROR
            END-IF.

        ADD-PRODUCER.
            PERFORM LOOK-UP-PRODUCER.
            IF NOT LOOK-FOUND AND PRODUCER-COUNT < 40
                ADD 1 TO PRODUCER-COUNT
                MOVE LOOK-PROGRAM TO PRODUCER-PROGRAM(PRODUCER-COUNT)
            END-IF.

        LOOK-UP-PRODUCER.
            MOVE 'N' TO LOOK-FLAG.
            PERFORM VARYING PRODUCER-SUB FROM 1 BY 1
                    UNTIL PRODUCER-SUB > PRODUCER-COUNT OR LOOK-FOUND
                IF PRODUCER-PROGRAM(PRODUCER-SUB) = LOOK-PROGRAM
                    SET LOOK-FOUND TO TRUE
                END-IF
            END-PERFORM.

      * one finding on the report: level, file, record, and what
      * is wrong with it
        ADD-ERROR.
            ADD 1 TO ERROR-COUNT.
            MOVE 'ERROR' TO FIND-LEVEL.
            PERFORM PUT-FINDING.

        ADD-WARNING.
            ADD 1 TO WARNING-COUNT.
            MOVE 'WARN ' TO FIND-LEVEL.
            PERFORM PUT-FINDING.

        PUT-FINDING.
            MOVE SPACES TO RPT-LINE.
            STRING FIND-LEVEL '  ' CHECK-FILE '  rec ' REC-NUMBER
                '  ' FIND-TEXT
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.

        NOTE-FILE-ABSENT.
            MOVE SPACES TO RPT-LINE.
            STRING 'NOTE   ' CHECK-FILE '           ' FIND-TEXT
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.

        PUT-REPORT-LINE.
            MOVE 'L' TO RPT-ACTION.
            CALL 'rptpage' USING RPT-ACTION RPT-ID RPT-TITLE
                RPT-LINE.

        END PROGRAM PREFLITE.
