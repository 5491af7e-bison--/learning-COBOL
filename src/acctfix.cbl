        IDENTIFICATION DIVISION.
        PROGRAM-ID. ACCTFIX.

      * reject repair screen.  every record CHKBATCH rejects goes
      * onto the standing reject worklist (ACCTRWK.DAT) as open;
      * this works through the open rows one at a time -- the
      * record as the partner sent it, the feed it came off, and
      * the reason it was rejected -- and the operator either
      * repairs it or closes it:
      *
      *     R  repair   corrected digits and/or check digit are
      *                 keyed, edited the way the intake edits a
      *                 record, and verified live under the
      *                 partner's own validation profile
      *                 (CHKPART.DAT: CHKCOMP weighted-reversal or
      *                 CHKLUHN) before the fix is taken.  a fix
      *                 that does not verify is refused on the spot
      *                 with the digit that would have verified.  a
      *                 verified fix is queued for the next intake
      *                 (ACCTRPQ.DAT), which marks it as a repair
      *     C  close    the reject cannot be repaired here; closed
      *                 with a reason code (RS partner asked to
      *                 resend, UR unreadable / not recoverable,
      *                 DP duplicate of a record already taken)
      *     S  skip     left open for someone else
      *     Q  quit     stop here, keep what was done
      *
      * the original and corrected values and the operator's
      * initials go to the day's log through appender for every
      * repair, and every closure goes the same way.  the worklist
      * is rewritten with only its still-open rows; resolved rows
      * move to the permanent resolution history (ACCTRJH.DAT) so
      * the open-reject count can go to zero each day and stay
      * readable.
      *
      * the sign-on is ACCTMNT's door: initials through operchek,
      * an active operator required (any role -- this is keying
      * work, not a status change), and no OPERMAST.DAT means no
      * repairs: a correction with nobody's name on it is exactly
      * what this screen exists to stop.
      *
      * the worklist is worked as a stream, one row at a time, so
      * there is no limit on how long it may grow: each row is read,
      * put up on the form if it is open, and written straight out
      * again -- still-open rows to a new worklist (ACCTRWK.TMP),
      * resolved rows to the history -- and the new worklist is
      * copied back over ACCTRWK.DAT at the end.  a first pass
      * counts the open rows for the "n of m" on the form.
      *
      * CHKBATCH's restart cuts ACCTRWK.DAT back to the row count
      * its checkpoint saved, so a worklist rewritten here under an
      * unfinished intake would be cut at the wrong rows.  while
      * CHKBATCH.CKP shows a run IN-PROGRESS this refuses to start
      * (condition code 8) until the intake has been restarted and
      * has completed
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REJWORK
            ASSIGN TO "ACCTRWK.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REJWORK-STATUS
            .
            SELECT REJHIST
            ASSIGN TO "ACCTRJH.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REJHIST-STATUS
            .
            SELECT REPAIRQ
            ASSIGN TO "ACCTRPQ.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REPAIRQ-STATUS
            .
            SELECT PARTFILE
            ASSIGN TO "CHKPART.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARTFILE-STATUS
            .
            SELECT MASTERFILE
            ASSIGN TO "OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MASTERFILE-STATUS
            .
            SELECT WORKTEMP
            ASSIGN TO "ACCTRWK.TMP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WORKTEMP-STATUS
            .
            SELECT CKPTFILE
            ASSIGN TO "CHKBATCH.CKP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CKPTFILE-STATUS
            .

        DATA DIVISION.
        FILE SECTION.
        FD REJWORK.
           COPY "rejwork.cpy".

      * resolved rows, same layout as the worklist, only appended
        FD REJHIST.
        01 REJ-HIST-LINE PIC X(113).

        FD REPAIRQ.
           COPY "repairq.cpy".

        FD PARTFILE.
        01 PART-RECORD.
           05 CPP-PARTNER   PIC X(8).
           05 CPP-ALGORITHM PIC X(1).
           05 CPP-LENGTH    PIC 9(2).

      * opened here only to learn whether a master exists; the
      * record-level lookups go through operchek
        FD MASTERFILE.
        01 MASTER-LINE PIC X(28).

      * the still-open rows on their way to becoming the worklist
        FD WORKTEMP.
        01 WORK-TEMP-LINE PIC X(113).

      * CHKBATCH's restart point; only its run status and business
      * date are looked at here
        FD CKPTFILE.
        01 CKPT-LINE PIC X(900).

        WORKING-STORAGE SECTION.
        01 REJWORK-REAL PIC XX.
        01 REJWORK-STATUS REDEFINES REJWORK-REAL PIC 99.
        01 REJHIST-REAL PIC XX.
        01 REJHIST-STATUS REDEFINES REJHIST-REAL PIC 99.
        01 REPAIRQ-REAL PIC XX.
        01 REPAIRQ-STATUS REDEFINES REPAIRQ-REAL PIC 99.
        01 PARTFILE-REAL PIC XX.
        01 PARTFILE-STATUS REDEFINES PARTFILE-REAL PIC 99.
        01 MASTERFILE-REAL PIC XX.
        01 MASTERFILE-STATUS REDEFINES MASTERFILE-REAL PIC 99.
        01 WORKTEMP-REAL PIC XX.
        01 WORKTEMP-STATUS REDEFINES WORKTEMP-REAL PIC 99.
        01 CKPTFILE-REAL PIC XX.
        01 CKPTFILE-STATUS REDEFINES CKPTFILE-REAL PIC 99.

      * the front of CHKBATCH's checkpoint record
        01 INTAKE-CHECKPOINT.
           05 ICK-STATUS PIC X(11).
               88 INTAKE-IN-PROGRESS VALUE 'IN-PROGRESS'.
           05 ICK-BUSINESS-DATE PIC X(8).
           05 FILLER PIC X(881).

      * who is at the keyboard: initials validated against the
      * operator master through operchek
        01 OPER-INITIALS PIC X(3) VALUE SPACES.
        01 OPER-NAME PIC X(20).
        01 OPER-ROLE PIC X(4).
        01 OPER-FOUND PIC X(1).
            88 OPERATOR-FOUND VALUE 'Y'.
        01 OPER-ACTIVE PIC X(1).
            88 OPERATOR-ACTIVE VALUE 'Y'.

      * sign-on, repair and closure entries under the operator's
      * own initials, staged to exactly match appender's linkage
        01 OPER-JOB-ID PIC X(8).
        01 APPEND-COUNT PIC 9(4).
        01 APPEND-MESSAGE PIC X(60).

      * the worklist passes through one row at a time
        01 WORK-EOF PIC X(1) VALUE 'N'.
            88 WORKLIST-AT-END VALUE 'Y'.
        01 TEMP-EOF PIC X(1) VALUE 'N'.
            88 NEW-WORKLIST-AT-END VALUE 'Y'.
        01 TEMP-FILE-NAME PIC X(12) VALUE 'ACCTRWK.TMP'.
        01 DELETE-RC PIC S9(9) COMP-5 VALUE 0.

        01 OPEN-COUNT PIC 9(5) VALUE 0.
        01 OPEN-SEEN PIC 9(5) VALUE 0.
        01 REPAIRED-NOW PIC 9(5) VALUE 0.
        01 CLOSED-NOW PIC 9(5) VALUE 0.
        01 QUIT-FLAG PIC X(1) VALUE 'N'.
            88 OPERATOR-QUIT VALUE 'Y'.

      * the partner's validation profile, looked up per reject the
      * same way CHKBATCH selects it: last matching row wins, no
      * row is the classic weighted-reversal with no length rule
        01 PART-EOF PIC X(1) VALUE 'N'.
            88 PARTNERS-AT-END VALUE 'Y'.
        01 PROFILE-ALGORITHM PIC X(1) VALUE 'W'.
            88 PROFILE-IS-LUHN VALUE 'L'.
        01 PROFILE-LENGTH PIC 9(2) VALUE 0.
        01 PROFILE-WORDS PIC X(40).

      * staged arguments for CHKCOMP / CHKLUHN, sized to exactly
      * match their linkage items
        01 DIGIT-STRING PIC A(18).
        01 CHECK-DIGIT PIC 9(1).
        01 COMPUTED-DIGIT PIC 9(1).
        01 TRY-DIGIT PIC 9(2).
        01 SUGGESTED-DIGIT PIC X(1).
        01 VALID-FLAG PIC X(1).
            88 CHECK-DIGIT-IS-VALID VALUE 'Y'.

        01 DIGIT-SCAN-SUB PIC 99.
        01 DIGIT-LEN PIC 99.

      * screen working fields for the reject up on the form
        01 ITEM-NUMBER PIC ZZZZ9.
        01 ITEM-TOTAL PIC ZZZZ9.
        01 REPAIR-NOTE PIC X(40).
        01 FLD-DIGITS PIC X(18) VALUE SPACES.
        01 FLD-CHECK PIC X(1) VALUE SPACE.
        01 FLD-ACTION PIC X(1) VALUE SPACE.
        01 FLD-CLOSE-REASON PIC X(2) VALUE SPACES.

        01 EDIT-MESSAGE PIC X(60) VALUE SPACES.
        01 EDIT-OK PIC X(1) VALUE 'N'.
            88 EDITS-PASSED VALUE 'Y'.
        01 ITEM-FLAG PIC X(1) VALUE 'N'.
            88 ITEM-DONE VALUE 'Y'.

        SCREEN SECTION.
        01 REPAIR-SCREEN.
            05 LINE 1 COLUMN 1 ERASE EOS
                VALUE "reject repair -- open reject".
            05 LINE 1 COLUMN 30 PIC ZZZZ9 FROM ITEM-NUMBER.
            05 LINE 1 COLUMN 36 VALUE "of".
            05 LINE 1 COLUMN 39 PIC ZZZZ9 FROM ITEM-TOTAL.
            05 LINE 3 COLUMN 1  VALUE "partner / file date  : ".
            05 LINE 3 COLUMN 24 PIC X(8) FROM RW-PARTNER.
            05 LINE 3 COLUMN 33 PIC X(8) FROM RW-FILE-DATE.
            05 LINE 3 COLUMN 43 VALUE "rejected".
            05 LINE 3 COLUMN 52 PIC X(8) FROM RW-BUSINESS-DATE.
            05 LINE 4 COLUMN 1  VALUE "validation profile   : ".
            05 LINE 4 COLUMN 24 PIC X(40) FROM PROFILE-WORDS.
            05 LINE 5 COLUMN 1  VALUE "as received          : ".
            05 LINE 5 COLUMN 24 PIC X(18) FROM RW-DIGITS.
            05 LINE 5 COLUMN 43 VALUE "check".
            05 LINE 5 COLUMN 49 PIC X(1) FROM RW-CHECK.
            05 LINE 6 COLUMN 1  VALUE "reject reason        : ".
            05 LINE 6 COLUMN 24 PIC X(30) FROM RW-REASON.
            05 LINE 7 COLUMN 24 PIC X(40) FROM REPAIR-NOTE.
            05 LINE 9 COLUMN 1  VALUE "corrected digits     : ".
            05 LINE 9 COLUMN 24 PIC X(18) USING FLD-DIGITS.
            05 LINE 10 COLUMN 1 VALUE "corrected check digit: ".
            05 LINE 10 COLUMN 24 PIC X(1) USING FLD-CHECK.
            05 LINE 12 COLUMN 1 VALUE "action (R/C/S/Q)     : ".
            05 LINE 12 COLUMN 24 PIC X(1) USING FLD-ACTION.
            05 LINE 13 COLUMN 1 VALUE "close reason         : ".
            05 LINE 13 COLUMN 24 PIC X(2) USING FLD-CLOSE-REASON.
            05 LINE 15 COLUMN 1 VALUE
                "R repair   C close   S skip   Q quit".
            05 LINE 16 COLUMN 1 VALUE
                "close: RS partner to resend  UR not recoverable".
            05 LINE 17 COLUMN 1 VALUE
                "       DP duplicate of a record already taken".
            05 LINE 19 COLUMN 1 PIC X(60) FROM EDIT-MESSAGE.

        PROCEDURE DIVISION.
            PERFORM SIGN-ON-OPERATOR.
            PERFORM CHECK-INTAKE-CHECKPOINT.

            PERFORM COUNT-OPEN-REJECTS.
            DISPLAY 'ACCTFIX: ' OPEN-COUNT ' open reject(s) on the '
                'worklist'.
            IF OPEN-COUNT = 0
                GOBACK
            END-IF.

            OPEN EXTEND REPAIRQ.
            IF REPAIRQ-STATUS NOT = 0
                OPEN OUTPUT REPAIRQ
            END-IF.
            IF REPAIRQ-STATUS NOT = 0
                DISPLAY 'ACCTFIX: cannot open ACCTRPQ.DAT, status '
                    REPAIRQ-STATUS
                GOBACK
            END-IF.
            PERFORM OPEN-WORK-STREAM.

            MOVE OPEN-COUNT TO ITEM-TOTAL.
            PERFORM UNTIL WORKLIST-AT-END
                READ REJWORK
                    AT END SET WORKLIST-AT-END TO TRUE
                    NOT AT END PERFORM PASS-ONE-ROW
                END-READ
            END-PERFORM.

            CLOSE REJWORK.
            CLOSE WORKTEMP.
            CLOSE REJHIST.
            CLOSE REPAIRQ.
            PERFORM REPLACE-WORKLIST.

            DISPLAY ' '.
            DISPLAY 'ACCTFIX: ' REPAIRED-NOW ' repaired, '
                CLOSED-NOW ' closed, ' OPEN-COUNT ' still open'.
            MOVE SPACES TO APPEND-MESSAGE.
            STRING 'reject worklist: ' REPAIRED-NOW ' repaired, '
                CLOSED-NOW ' closed, ' OPEN-COUNT ' still open'
                DELIMITED BY SIZE
                INTO APPEND-MESSAGE
            END-STRING.
            CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                APPEND-MESSAGE 'INF'.
            GOBACK.

      * the door: only an active operator gets past it, and both
      * outcomes go on the day's record under the initials that
      * were keyed
        SIGN-ON-OPERATOR.
            OPEN INPUT MASTERFILE.
            IF MASTERFILE-STATUS NOT = 0
                DISPLAY 'ACCTFIX: no OPERMAST.DAT on file -- repairs '
                    'need a signed-on operator, bye'
                GOBACK
            END-IF.
            CLOSE MASTERFILE.

            DISPLAY 'operator initials: ' WITH NO ADVANCING.
            ACCEPT OPER-INITIALS FROM CONSOLE.

            MOVE 'N' TO OPER-FOUND.
            MOVE 'N' TO OPER-ACTIVE.
            CALL 'operchek' USING OPER-INITIALS OPER-NAME
                OPER-ROLE OPER-FOUND OPER-ACTIVE.

            MOVE SPACES TO OPER-JOB-ID.
            MOVE OPER-INITIALS TO OPER-JOB-ID.

            IF NOT OPERATOR-FOUND OR NOT OPERATOR-ACTIVE
                DISPLAY 'ACCTFIX: initials ' OPER-INITIALS
                    ' may not repair rejects '
                    '(need an active operator), bye'
                MOVE 'reject repair sign-on REFUSED'
                    TO APPEND-MESSAGE
                CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                    APPEND-MESSAGE 'WRN'
                GOBACK
            END-IF.

            DISPLAY 'ACCTFIX: signed on as '
                FUNCTION TRIM(OPER-NAME) ' (' OPER-ROLE ')'.
            MOVE 'reject repair sign-on accepted'
                TO APPEND-MESSAGE.
            CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                APPEND-MESSAGE 'INF'.

      * CHKBATCH's restart cuts ACCTRWK.DAT back by the row count
      * its checkpoint saved; a worklist rewritten under an
      * unfinished intake would be cut at the wrong rows, so repairs
      * wait until the intake has been restarted and has completed
        CHECK-INTAKE-CHECKPOINT.
            OPEN INPUT CKPTFILE.
            IF CKPTFILE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO INTAKE-CHECKPOINT.
            READ CKPTFILE INTO INTAKE-CHECKPOINT
                AT END CONTINUE
            END-READ.
            CLOSE CKPTFILE.
            IF INTAKE-IN-PROGRESS
                DISPLAY 'ACCTFIX: the CHKBATCH run for business date '
                    ICK-BUSINESS-DATE ' has not completed '
                    '(CHKBATCH.CKP IN-PROGRESS)'
                DISPLAY '         -- restart it to completion first; '
                    'no repairs until then'
                MOVE 'reject repair refused: CHKBATCH run in progress'
                    TO APPEND-MESSAGE
                CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                    APPEND-MESSAGE 'WRN'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

      * first pass: how many rows are open, for the form's "n of m"
        COUNT-OPEN-REJECTS.
            MOVE 0 TO OPEN-COUNT.
            MOVE 'N' TO WORK-EOF.
            OPEN INPUT REJWORK.
            IF REJWORK-STATUS = 35
                DISPLAY 'ACCTFIX: no ACCTRWK.DAT on file -- '
                    'no rejects to work'
                GOBACK
            END-IF.
            IF REJWORK-STATUS NOT = 0
                DISPLAY 'ACCTFIX: cannot open ACCTRWK.DAT, status '
                    REJWORK-STATUS
                GOBACK
            END-IF.
            PERFORM UNTIL WORKLIST-AT-END
                READ REJWORK
                    AT END SET WORKLIST-AT-END TO TRUE
                    NOT AT END
                        IF RW-IS-OPEN
                            ADD 1 TO OPEN-COUNT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE REJWORK.

      * second pass: the worklist in, the new worklist and the
      * history out.  OPEN EXTEND auto-creates the history on the
      * first resolution ever
        OPEN-WORK-STREAM.
            MOVE 'N' TO WORK-EOF.
            OPEN EXTEND REJHIST.
            IF REJHIST-STATUS NOT = 0
                OPEN OUTPUT REJHIST
            END-IF.
            IF REJHIST-STATUS NOT = 0
                DISPLAY 'ACCTFIX: cannot write ACCTRJH.DAT, status '
                    REJHIST-STATUS ' -- nothing worked'
                CLOSE REPAIRQ
                GOBACK
            END-IF.
            OPEN INPUT REJWORK.
            IF REJWORK-STATUS NOT = 0
                DISPLAY 'ACCTFIX: cannot reopen ACCTRWK.DAT, status '
                    REJWORK-STATUS ' -- nothing worked'
                CLOSE REJHIST
                CLOSE REPAIRQ
                GOBACK
            END-IF.
            OPEN OUTPUT WORKTEMP.
            IF WORKTEMP-STATUS NOT = 0
                DISPLAY 'ACCTFIX: cannot write ACCTRWK.TMP, status '
                    WORKTEMP-STATUS ' -- nothing worked'
                CLOSE REJWORK
                CLOSE REJHIST
                CLOSE REPAIRQ
                GOBACK
            END-IF.

      * one row through: worked if it is open and the operator is
      * still at it, then out to wherever it now belongs
        PASS-ONE-ROW.
            IF RW-IS-OPEN AND NOT OPERATOR-QUIT
                PERFORM WORK-ONE-REJECT
            END-IF.
            IF RW-IS-OPEN
                WRITE WORK-TEMP-LINE FROM REJ-WORK-RECORD
            ELSE
                WRITE REJ-HIST-LINE FROM REJ-WORK-RECORD
            END-IF.

      * one open reject up on the form until it is repaired,
      * closed, skipped, or the operator quits
        WORK-ONE-REJECT.
            ADD 1 TO OPEN-SEEN.
            MOVE OPEN-SEEN TO ITEM-NUMBER.

            PERFORM SELECT-PARTNER-PROFILE.
            MOVE SPACES TO REPAIR-NOTE.
            IF RW-FROM-REPAIR
                MOVE '(an earlier repair that failed again)'
                    TO REPAIR-NOTE
            END-IF.
            MOVE RW-DIGITS TO FLD-DIGITS.
            MOVE RW-CHECK TO FLD-CHECK.
            MOVE SPACE TO FLD-ACTION.
            MOVE SPACES TO FLD-CLOSE-REASON.
            MOVE SPACES TO EDIT-MESSAGE.
            MOVE 'N' TO ITEM-FLAG.

            PERFORM UNTIL ITEM-DONE
                DISPLAY REPAIR-SCREEN
                ACCEPT REPAIR-SCREEN
                EVALUATE FUNCTION UPPER-CASE(FLD-ACTION)
                    WHEN 'R'
                        PERFORM EDIT-THE-REPAIR
                        IF EDITS-PASSED
                            PERFORM POST-REPAIR
                            SET ITEM-DONE TO TRUE
                        END-IF
                    WHEN 'C'
                        PERFORM EDIT-THE-CLOSURE
                        IF EDITS-PASSED
                            PERFORM POST-CLOSURE
                            SET ITEM-DONE TO TRUE
                        END-IF
                    WHEN 'S'
                        SET ITEM-DONE TO TRUE
                    WHEN 'Q'
                        SET OPERATOR-QUIT TO TRUE
                        SET ITEM-DONE TO TRUE
                    WHEN OTHER
                        MOVE 'action must be R, C, S or Q'
                            TO EDIT-MESSAGE
                END-EVALUATE
                MOVE SPACE TO FLD-ACTION
            END-PERFORM.

      * the reject's partner picks its row from the profile file,
      * exactly as the intake does, so a repair is verified by the
      * same rule that rejected it
        SELECT-PARTNER-PROFILE.
            MOVE 'W' TO PROFILE-ALGORITHM.
            MOVE 0 TO PROFILE-LENGTH.
            MOVE 'N' TO PART-EOF.
            OPEN INPUT PARTFILE.
            IF PARTFILE-STATUS = 0
                PERFORM UNTIL PARTNERS-AT-END
                    READ PARTFILE
                        AT END SET PARTNERS-AT-END TO TRUE
                        NOT AT END
                            IF CPP-PARTNER = RW-PARTNER
                                MOVE CPP-ALGORITHM
                                    TO PROFILE-ALGORITHM
                                IF CPP-LENGTH IS NUMERIC
                                    MOVE CPP-LENGTH TO PROFILE-LENGTH
                                ELSE
                                    MOVE 0 TO PROFILE-LENGTH
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PARTFILE
            END-IF.
            MOVE SPACES TO PROFILE-WORDS.
            IF PROFILE-IS-LUHN
                MOVE 'Luhn' TO PROFILE-WORDS
            ELSE
                MOVE 'weighted-reversal' TO PROFILE-WORDS
            END-IF.
            IF PROFILE-LENGTH > 0
                STRING FUNCTION TRIM(PROFILE-WORDS) ', '
                    PROFILE-LENGTH ' digits'
                    DELIMITED BY SIZE
                    INTO PROFILE-WORDS
                END-STRING
            END-IF.

      * the correction edited the way EDIT-THE-DIGITS edits an
      * intake record, then verified live under the profile:
      * CHKCOMP computes the weighted digit outright; Luhn has only
      * the validator, so the digit that would verify is found by
      * trying each in turn.  first rule broken wins the message
        EDIT-THE-REPAIR.
            MOVE 'N' TO EDIT-OK.
            MOVE SPACES TO EDIT-MESSAGE.

            IF FLD-DIGITS = SPACES OR FLD-DIGITS(1:1) = SPACE
                MOVE 'corrected digits must start in the first column'
                    TO EDIT-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            MOVE 0 TO DIGIT-LEN.
            PERFORM VARYING DIGIT-SCAN-SUB FROM 1 BY 1
                    UNTIL DIGIT-SCAN-SUB > 18
                IF FLD-DIGITS(DIGIT-SCAN-SUB:1) NOT = SPACE
                    MOVE DIGIT-SCAN-SUB TO DIGIT-LEN
                END-IF
            END-PERFORM.
            PERFORM VARYING DIGIT-SCAN-SUB FROM 1 BY 1
                    UNTIL DIGIT-SCAN-SUB > DIGIT-LEN
                IF FLD-DIGITS(DIGIT-SCAN-SUB:1) < '0'
                        OR FLD-DIGITS(DIGIT-SCAN-SUB:1) > '9'
                    MOVE 'corrected digits must all be numeric'
                        TO EDIT-MESSAGE
                END-IF
            END-PERFORM.
            IF EDIT-MESSAGE NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF FLD-CHECK < '0' OR FLD-CHECK > '9'
                MOVE 'corrected check digit must be numeric'
                    TO EDIT-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            IF PROFILE-LENGTH > 0 AND DIGIT-LEN NOT = PROFILE-LENGTH
                STRING 'this partner sends ' PROFILE-LENGTH
                    '-digit accounts, this is ' DIGIT-LEN
                    DELIMITED BY SIZE
                    INTO EDIT-MESSAGE
                END-STRING
                EXIT PARAGRAPH
            END-IF.
            IF FLD-DIGITS = RW-DIGITS AND FLD-CHECK = RW-CHECK
                MOVE 'nothing has been corrected -- close it instead'
                    TO EDIT-MESSAGE
                EXIT PARAGRAPH
            END-IF.

            MOVE FLD-DIGITS TO DIGIT-STRING.
            MOVE FLD-CHECK TO CHECK-DIGIT.
            MOVE 'N' TO VALID-FLAG.
            MOVE SPACE TO SUGGESTED-DIGIT.
            IF PROFILE-IS-LUHN
                CALL 'CHKLUHN' USING DIGIT-STRING CHECK-DIGIT
                    VALID-FLAG
                IF NOT CHECK-DIGIT-IS-VALID
                    PERFORM VARYING TRY-DIGIT FROM 0 BY 1
                            UNTIL TRY-DIGIT > 9
                            OR SUGGESTED-DIGIT NOT = SPACE
                        MOVE TRY-DIGIT TO CHECK-DIGIT
                        MOVE 'N' TO VALID-FLAG
                        CALL 'CHKLUHN' USING DIGIT-STRING
                            CHECK-DIGIT VALID-FLAG
                        IF CHECK-DIGIT-IS-VALID
                            MOVE CHECK-DIGIT TO SUGGESTED-DIGIT
                        END-IF
                    END-PERFORM
                    MOVE 'N' TO VALID-FLAG
                END-IF
            ELSE
                CALL 'CHKCOMP' USING DIGIT-STRING COMPUTED-DIGIT
                IF COMPUTED-DIGIT = CHECK-DIGIT
                    SET CHECK-DIGIT-IS-VALID TO TRUE
                ELSE
                    MOVE COMPUTED-DIGIT TO SUGGESTED-DIGIT
                END-IF
            END-IF.
            IF NOT CHECK-DIGIT-IS-VALID
                STRING 'does not verify -- check digit for these '
                    'digits would be ' SUGGESTED-DIGIT
                    DELIMITED BY SIZE
                    INTO EDIT-MESSAGE
                END-STRING
                EXIT PARAGRAPH
            END-IF.

            SET EDITS-PASSED TO TRUE.

        EDIT-THE-CLOSURE.
            MOVE 'N' TO EDIT-OK.
            MOVE SPACES TO EDIT-MESSAGE.
            MOVE FUNCTION UPPER-CASE(FLD-CLOSE-REASON)
                TO FLD-CLOSE-REASON.
            IF FLD-CLOSE-REASON NOT = 'RS' AND NOT = 'UR'
                    AND NOT = 'DP'
                MOVE 'close reason must be RS, UR or DP'
                    TO EDIT-MESSAGE
                EXIT PARAGRAPH
            END-IF.
            SET EDITS-PASSED TO TRUE.

      * a verified fix: onto the repair queue for the next intake,
      * the worklist row marked repaired, and the before and after
      * on the day's record under the operator's initials
        POST-REPAIR.
            MOVE SPACES TO REPAIR-QUEUE-RECORD.
            MOVE FLD-DIGITS TO RQ-DIGITS.
            MOVE FLD-CHECK TO RQ-CHECK.
            MOVE RW-PARTNER TO RQ-PARTNER.
            MOVE RW-FILE-DATE TO RQ-FILE-DATE.
            MOVE RW-DIGITS TO RQ-ORIG-DIGITS.
            MOVE RW-CHECK TO RQ-ORIG-CHECK.
            MOVE OPER-INITIALS TO RQ-OPERATOR.
            MOVE FUNCTION CURRENT-DATE(1:8) TO RQ-REPAIR-DATE.
            WRITE REPAIR-QUEUE-RECORD.
            IF REPAIRQ-STATUS NOT = 0
                DISPLAY ' '
                DISPLAY 'ACCTFIX: repair queue write failed, status '
                    REPAIRQ-STATUS ' -- reject left open'
                EXIT PARAGRAPH
            END-IF.

            SET RW-IS-REPAIRED TO TRUE.
            MOVE FLD-DIGITS TO RW-NEW-DIGITS.
            MOVE FLD-CHECK TO RW-NEW-CHECK.
            PERFORM STAMP-THE-ROW.
            ADD 1 TO REPAIRED-NOW.

            MOVE SPACES TO APPEND-MESSAGE.
            STRING 'repair ' FUNCTION TRIM(RW-DIGITS) '/' RW-CHECK
                ' to ' FUNCTION TRIM(RW-NEW-DIGITS) '/' RW-NEW-CHECK
                ' ' RW-PARTNER
                DELIMITED BY SIZE
                INTO APPEND-MESSAGE
            END-STRING.
            CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                APPEND-MESSAGE 'INF'.

        POST-CLOSURE.
            SET RW-IS-CLOSED TO TRUE.
            MOVE FLD-CLOSE-REASON TO RW-CLOSE-REASON.
            PERFORM STAMP-THE-ROW.
            ADD 1 TO CLOSED-NOW.

            MOVE SPACES TO APPEND-MESSAGE.
            STRING 'reject ' FUNCTION TRIM(RW-DIGITS) '/' RW-CHECK
                ' ' RW-PARTNER ' closed reason ' RW-CLOSE-REASON
                DELIMITED BY SIZE
                INTO APPEND-MESSAGE
            END-STRING.
            CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                APPEND-MESSAGE 'INF'.

      * who resolved the row and when
        STAMP-THE-ROW.
            MOVE FUNCTION CURRENT-DATE(1:8) TO RW-ACTION-DATE.
            MOVE FUNCTION CURRENT-DATE(9:6) TO RW-ACTION-TIME.
            MOVE OPER-INITIALS TO RW-OPERATOR.
            SUBTRACT 1 FROM OPEN-COUNT.
            DISPLAY ' '.

      * the new worklist copied back over the old one.  the
      * resolved rows are already on the history, so a copy that
      * cannot be made is shouted about: ACCTRWK.TMP is the
      * worklist until it is copied back by hand
        REPLACE-WORKLIST.
            MOVE 'N' TO TEMP-EOF.
            OPEN INPUT WORKTEMP.
            IF WORKTEMP-STATUS NOT = 0
                DISPLAY 'ACCTFIX: cannot reread ACCTRWK.TMP, status '
                    WORKTEMP-STATUS
                DISPLAY 'ACCTFIX: *** ACCTRWK.DAT STILL HOLDS THE '
                    'ROWS RESOLVED TODAY -- FIX BEFORE THE INTAKE ***'
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT REJWORK.
            IF REJWORK-STATUS NOT = 0
                DISPLAY 'ACCTFIX: cannot rewrite ACCTRWK.DAT, status '
                    REJWORK-STATUS
                DISPLAY 'ACCTFIX: *** THE WORKLIST IS IN ACCTRWK.TMP '
                    '-- COPY IT OVER ACCTRWK.DAT BEFORE THE INTAKE ***'
                CLOSE WORKTEMP
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL NEW-WORKLIST-AT-END
                READ WORKTEMP
                    AT END SET NEW-WORKLIST-AT-END TO TRUE
                    NOT AT END
                        WRITE REJ-WORK-RECORD FROM WORK-TEMP-LINE
                END-READ
            END-PERFORM.
            CLOSE REJWORK.
            CLOSE WORKTEMP.
            CALL 'CBL_DELETE_FILE' USING TEMP-FILE-NAME
                RETURNING DELETE-RC
            END-CALL.

        END PROGRAM ACCTFIX.
