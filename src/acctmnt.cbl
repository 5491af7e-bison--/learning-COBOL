        IDENTIFICATION DIVISION.
        PROGRAM-ID. ACCTMNT.

      * status maintenance screen for the accepted-accounts master
      * (ACCTMAST.DAT).  CHKBATCH posts every fresh accept as
      * active; this is the only place an account is ever closed,
      * blocked for fraud, or reinstated afterward.  the operator
      * keys an account, the master record comes up with its
      * current status and who last changed it, and a new status
      * is keyed with a reason code.  the change is edited against
      * the lifecycle before it is written:
      *
      *     to C (closed)     from active, reinstated, blocked
      *                       or reserved (an allocation withdrawn)
      *     to B (blocked)    from active or reinstated
      *     to R (reinstated) from closed or blocked
      *
      * and the reason code must be one that fits the new status.
      * the master keeps the latest change (status, date, operator,
      * reason); every change is also appended to the status
      * history ACCTHIST.DAT, which ACCTINQ reads back, and goes
      * to the day's log through appender under the operator's own
      * initials.  the changed record's after-image also goes onto
      * the business date's master journal (ACCTJyyyymmdd.DAT).
      *
      * the sign-on is PARMMNT's: initials through operchek, an
      * active SUP required, refusals and acceptances both on the
      * day's record.  unlike PARMMNT there is no open door -- a
      * fraud block with nobody's name on it is worth less than no
      * block at all, so with no OPERMAST.DAT on file the screen
      * refuses to start
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ACCTMAST
            ASSIGN TO "ACCTMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS AM-DIGITS
            FILE STATUS IS ACCTMAST-STATUS
            .
            SELECT HISTFILE
            ASSIGN TO "ACCTHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HISTFILE-STATUS
            .
            SELECT MASTERFILE
            ASSIGN TO "OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MASTERFILE-STATUS
            .
            SELECT MASTJRN
            ASSIGN TO JRN-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MASTJRN-STATUS
            .

        DATA DIVISION.
        FILE SECTION.
        FD ACCTMAST.
           COPY "acctmast.cpy".

        FD HISTFILE.
           COPY "accthist.cpy".

      * opened here only to learn whether a master exists; the
      * record-level lookups go through operchek
        FD MASTERFILE.
        01 MASTER-LINE PIC X(28).

      * the dated master journal, one after-image per change
        FD MASTJRN.
           COPY "mastjrn.cpy".

        WORKING-STORAGE SECTION.
        01 ACCTMAST-REAL PIC XX.
        01 ACCTMAST-STATUS REDEFINES ACCTMAST-REAL PIC 99.
        01 HISTFILE-REAL PIC XX.
        01 HISTFILE-STATUS REDEFINES HISTFILE-REAL PIC 99.
        01 MASTERFILE-REAL PIC XX.
        01 MASTERFILE-STATUS REDEFINES MASTERFILE-REAL PIC 99.
        01 MASTJRN-REAL PIC XX.
        01 MASTJRN-STATUS REDEFINES MASTJRN-REAL PIC 99.
        01 JRN-FILE-NAME PIC X(30).

      * the business date, which names the journal a change goes on
        01 PROCESS-DATE PIC X(8).

      * who is at the keyboard: initials validated against the
      * operator master through operchek, role SUP required before
      * a single account comes up for change
        01 OPER-INITIALS PIC X(3) VALUE SPACES.
        01 OPER-NAME PIC X(20).
        01 OPER-ROLE PIC X(4).
        01 OPER-FOUND PIC X(1).
            88 OPERATOR-FOUND VALUE 'Y'.
        01 OPER-ACTIVE PIC X(1).
            88 OPERATOR-ACTIVE VALUE 'Y'.

      * sign-on and change audit entries under the operator's own
      * initials, staged to exactly match appender's linkage items
        01 OPER-JOB-ID PIC X(8).
        01 APPEND-COUNT PIC 9(4).
        01 APPEND-MESSAGE PIC X(60).

        01 ASK-DIGITS PIC X(18).

      * the account as it came up, spelled out for the screen
        01 CUR-STATUS-WORD PIC X(12).
        01 CUR-CHANGED-LINE PIC X(40).
        01 OLD-STATUS PIC X(1).

      * screen working fields for the change being keyed
        01 FLD-NEW-STATUS PIC X(1) VALUE SPACE.
        01 FLD-REASON PIC X(2) VALUE SPACES.

        01 EDIT-MESSAGE PIC X(60) VALUE SPACES.
        01 EDIT-OK PIC X(1) VALUE 'N'.
            88 EDITS-PASSED VALUE 'Y'.
        01 SAVE-ANSWER PIC X(1) VALUE ' '.
        01 ACCOUNT-FLAG PIC X(1) VALUE 'N'.
            88 ACCOUNT-DONE VALUE 'Y'.
        01 DONE-FLAG PIC X(1) VALUE 'N'.
            88 MAINT-DONE VALUE 'Y'.

        SCREEN SECTION.
        01 STATUS-SCREEN.
            05 LINE 1 COLUMN 1 ERASE EOS
                VALUE "account status maintenance -- ".
            05 LINE 1 COLUMN 31 PIC X(18) FROM AM-DIGITS.
            05 LINE 3 COLUMN 1  VALUE "first accepted      : ".
            05 LINE 3 COLUMN 23 PIC X(8) FROM AM-FIRST-DATE.
            05 LINE 3 COLUMN 33 VALUE "from partner".
            05 LINE 3 COLUMN 46 PIC X(8) FROM AM-PARTNER.
            05 LINE 4 COLUMN 1  VALUE "current status      : ".
            05 LINE 4 COLUMN 23 PIC X(12) FROM CUR-STATUS-WORD.
            05 LINE 5 COLUMN 1  VALUE "last changed        : ".
            05 LINE 5 COLUMN 23 PIC X(40) FROM CUR-CHANGED-LINE.
            05 LINE 7 COLUMN 1  VALUE "new status (C/B/R)  : ".
            05 LINE 7 COLUMN 23 PIC X(1) USING FLD-NEW-STATUS.
            05 LINE 8 COLUMN 1  VALUE "reason code         : ".
            05 LINE 8 COLUMN 23 PIC X(2) USING FLD-REASON.
            05 LINE 10 COLUMN 1 VALUE
                "close     : CR customer request  DC deceased".
            05 LINE 11 COLUMN 1 VALUE
                "            PC partner closed    FC fraud confirmed".
            05 LINE 12 COLUMN 1 VALUE
                "block     : FS fraud suspected   FC fraud confirmed".
            05 LINE 13 COLUMN 1 VALUE
                "reinstate : IC investigation cleared  RQ reopened".
            05 LINE 14 COLUMN 1 VALUE
                "any       : ER status set in error".
            05 LINE 16 COLUMN 1 PIC X(60) FROM EDIT-MESSAGE.
            05 LINE 17 COLUMN 1
                VALUE "save? (Y to write, N to re-edit, X cancel): ".
            05 LINE 17 COLUMN 46 PIC X(1) USING SAVE-ANSWER.

        PROCEDURE DIVISION.
            CALL 'procdate' USING PROCESS-DATE.
            PERFORM SIGN-ON-OPERATOR.

            OPEN I-O ACCTMAST.
            IF ACCTMAST-STATUS = 35
                DISPLAY 'ACCTMNT: no ACCTMAST.DAT on file -- '
                    'no accounts to maintain'
                GOBACK
            END-IF.
            IF ACCTMAST-STATUS NOT = 0
                DISPLAY 'ACCTMNT: cannot open ACCTMAST.DAT, status '
                    ACCTMAST-STATUS
                GOBACK
            END-IF.

            PERFORM UNTIL MAINT-DONE
                DISPLAY 'account digits (blank to quit): '
                    WITH NO ADVANCING
                MOVE SPACES TO ASK-DIGITS
                ACCEPT ASK-DIGITS FROM CONSOLE
                IF ASK-DIGITS = SPACES
                    SET MAINT-DONE TO TRUE
                ELSE
                    PERFORM MAINTAIN-ONE-ACCOUNT
                END-IF
            END-PERFORM.

            CLOSE ACCTMAST.
            GOBACK.

      * the door: only an active SUP gets past it, and both
      * outcomes go on the day's record under the initials that
      * were keyed -- the refusal trail matters as much as the
      * acceptances
        SIGN-ON-OPERATOR.
            OPEN INPUT MASTERFILE.
            IF MASTERFILE-STATUS NOT = 0
                DISPLAY 'ACCTMNT: no OPERMAST.DAT on file -- status '
                    'changes need a signed-on SUP, bye'
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

            IF NOT OPERATOR-FOUND
                    OR NOT OPERATOR-ACTIVE
                    OR OPER-ROLE NOT = 'SUP'
                DISPLAY 'ACCTMNT: initials ' OPER-INITIALS
                    ' may not change account status '
                    '(need an active SUP), bye'
                MOVE 'account status maintenance sign-on REFUSED'
                    TO APPEND-MESSAGE
                CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                    APPEND-MESSAGE 'WRN'
                GOBACK
            END-IF.

            DISPLAY 'ACCTMNT: signed on as '
                FUNCTION TRIM(OPER-NAME) ' (' OPER-ROLE ')'.
            MOVE 'account status maintenance sign-on accepted'
                TO APPEND-MESSAGE.
            CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                APPEND-MESSAGE 'INF'.

      * one account up on the form until it is saved or cancelled
        MAINTAIN-ONE-ACCOUNT.
            MOVE ASK-DIGITS TO AM-DIGITS.
            READ ACCTMAST
                INVALID KEY
                    DISPLAY '  not on the master -- never accepted'
            END-READ.
            IF ACCTMAST-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.

            PERFORM DESCRIBE-CURRENT-STATUS.
            MOVE SPACE TO FLD-NEW-STATUS.
            MOVE SPACES TO FLD-REASON.
            MOVE SPACES TO EDIT-MESSAGE.
            MOVE 'N' TO ACCOUNT-FLAG.

            PERFORM UNTIL ACCOUNT-DONE
                MOVE ' ' TO SAVE-ANSWER
                DISPLAY STATUS-SCREEN
                ACCEPT STATUS-SCREEN
                EVALUATE FUNCTION UPPER-CASE(SAVE-ANSWER)
                    WHEN 'X'
                        DISPLAY ' '
                        DISPLAY 'ACCTMNT: cancelled, nothing written'
                        SET ACCOUNT-DONE TO TRUE
                    WHEN 'Y'
                        PERFORM EDIT-THE-CHANGE
                        IF EDITS-PASSED
                            PERFORM POST-STATUS-CHANGE
                            SET ACCOUNT-DONE TO TRUE
                        END-IF
                    WHEN OTHER
                        MOVE SPACES TO EDIT-MESSAGE
                END-EVALUATE
            END-PERFORM.

      * the record's status byte spelled out, and who last touched
      * it -- a record posted before statuses existed was never
      * changed by anyone
        DESCRIBE-CURRENT-STATUS.
            EVALUATE TRUE
                WHEN AM-IS-CLOSED
                    MOVE 'CLOSED' TO CUR-STATUS-WORD
                WHEN AM-IS-BLOCKED
                    MOVE 'BLOCKED' TO CUR-STATUS-WORD
                WHEN AM-IS-REINSTATED
                    MOVE 'REINSTATED' TO CUR-STATUS-WORD
                WHEN AM-IS-RESERVED
                    MOVE 'RESERVED' TO CUR-STATUS-WORD
                WHEN AM-IS-ACTIVE
                    MOVE 'ACTIVE' TO CUR-STATUS-WORD
                WHEN OTHER
                    MOVE SPACES TO CUR-STATUS-WORD
                    STRING 'UNKNOWN (' AM-STATUS ')'
                        DELIMITED BY SIZE
                        INTO CUR-STATUS-WORD
                    END-STRING
            END-EVALUATE.
            MOVE SPACES TO CUR-CHANGED-LINE.
            IF AM-STATUS-OPER = SPACES
                MOVE 'never -- status as first posted'
                    TO CUR-CHANGED-LINE
            ELSE
                STRING AM-STATUS-DATE ' by ' AM-STATUS-OPER
                    ' reason ' AM-STATUS-REASON
                    DELIMITED BY SIZE
                    INTO CUR-CHANGED-LINE
                END-STRING
            END-IF.

      * the lifecycle first (which moves are legal from where the
      * account stands), then the reason code against the status
      * being moved to.  first rule broken wins the message line
        EDIT-THE-CHANGE.
            MOVE 'N' TO EDIT-OK.
            MOVE SPACES TO EDIT-MESSAGE.
            MOVE FUNCTION UPPER-CASE(FLD-NEW-STATUS)
                TO FLD-NEW-STATUS.
            MOVE FUNCTION UPPER-CASE(FLD-REASON) TO FLD-REASON.

            EVALUATE FLD-NEW-STATUS
                WHEN 'C'
                    IF AM-IS-CLOSED
                        MOVE 'account is already closed'
                            TO EDIT-MESSAGE
                        EXIT PARAGRAPH
                    END-IF
                    IF FLD-REASON NOT = 'CR' AND NOT = 'DC'
                            AND NOT = 'PC' AND NOT = 'FC'
                            AND NOT = 'ER'
                        MOVE 'close reason must be CR, DC, PC, FC or ER'
                            TO EDIT-MESSAGE
                        EXIT PARAGRAPH
                    END-IF
                WHEN 'B'
                    IF AM-IS-STOPPED OR AM-IS-RESERVED
                        MOVE 'only an active account can be blocked'
                            TO EDIT-MESSAGE
                        EXIT PARAGRAPH
                    END-IF
                    IF FLD-REASON NOT = 'FS' AND NOT = 'FC'
                            AND NOT = 'ER'
                        MOVE 'block reason must be FS, FC or ER'
                            TO EDIT-MESSAGE
                        EXIT PARAGRAPH
                    END-IF
                WHEN 'R'
                    IF NOT AM-IS-STOPPED
                        MOVE 'account is not closed or blocked'
                            TO EDIT-MESSAGE
                        EXIT PARAGRAPH
                    END-IF
                    IF FLD-REASON NOT = 'IC' AND NOT = 'RQ'
                            AND NOT = 'ER'
                        MOVE 'reinstate reason must be IC, RQ or ER'
                            TO EDIT-MESSAGE
                        EXIT PARAGRAPH
                    END-IF
                WHEN OTHER
                    MOVE 'new status must be C, B or R'
                        TO EDIT-MESSAGE
                    EXIT PARAGRAPH
            END-EVALUATE.

            SET EDITS-PASSED TO TRUE.

      * the master carries the latest change; the history carries
      * every one; the day's log says who did it
        POST-STATUS-CHANGE.
            MOVE AM-STATUS TO OLD-STATUS.
            IF OLD-STATUS = SPACE
                MOVE 'A' TO OLD-STATUS
            END-IF.
            MOVE FLD-NEW-STATUS TO AM-STATUS.
            MOVE FUNCTION CURRENT-DATE(1:8) TO AM-STATUS-DATE.
            MOVE OPER-INITIALS TO AM-STATUS-OPER.
            MOVE FLD-REASON TO AM-STATUS-REASON.
            REWRITE ACCT-MAST-RECORD
                INVALID KEY
                    DISPLAY ' '
                    DISPLAY 'ACCTMNT: master rewrite failed, status '
                        ACCTMAST-STATUS
            END-REWRITE.
            IF ACCTMAST-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.

            DISPLAY ' '.
            DISPLAY 'ACCTMNT: ' FUNCTION TRIM(AM-DIGITS)
                ' status ' OLD-STATUS ' to ' AM-STATUS ' written'.
            PERFORM JOURNAL-STATUS-CHANGE.
            PERFORM APPEND-STATUS-HISTORY.

            MOVE SPACES TO APPEND-MESSAGE.
            STRING 'account ' FUNCTION TRIM(AM-DIGITS)
                ' status ' OLD-STATUS ' to ' AM-STATUS
                ' reason ' AM-STATUS-REASON
                DELIMITED BY SIZE
                INTO APPEND-MESSAGE
            END-STRING.
            CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                APPEND-MESSAGE 'INF'.

      * the changed record's after-image onto the business date's
      * master journal, so a master rebuilt from its backup gets
      * the change back
        JOURNAL-STATUS-CHANGE.
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
                DISPLAY 'ACCTMNT: cannot write ' JRN-FILE-NAME
                    ', status ' MASTJRN-STATUS
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO MAST-JRN-RECORD.
            SET MJ-IS-CHANGE TO TRUE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO MJ-DATE.
            MOVE FUNCTION CURRENT-DATE(9:6) TO MJ-TIME.
            MOVE 'ACCTMNT' TO MJ-PROGRAM.
            MOVE ACCT-MAST-RECORD TO MJ-IMAGE.
            WRITE MAST-JRN-RECORD.
            CLOSE MASTJRN.

      * one permanent history row for the change that just landed.
      * OPEN EXTEND auto-creates the history on the first change
      * ever; a failure here is reported but the master change
      * itself already stood
        APPEND-STATUS-HISTORY.
            OPEN EXTEND HISTFILE.
            IF HISTFILE-STATUS NOT = 0
                OPEN OUTPUT HISTFILE
            END-IF.
            IF HISTFILE-STATUS NOT = 0
                DISPLAY 'ACCTMNT: cannot write ACCTHIST.DAT, status '
                    HISTFILE-STATUS ' -- change not recorded'
                EXIT PARAGRAPH
            END-IF.
            MOVE AM-DIGITS TO AH-DIGITS.
            MOVE FUNCTION CURRENT-DATE(1:8) TO AH-DATE.
            MOVE FUNCTION CURRENT-DATE(9:6) TO AH-TIME.
            MOVE OLD-STATUS TO AH-OLD-STATUS.
            MOVE AM-STATUS TO AH-NEW-STATUS.
            MOVE AM-STATUS-REASON TO AH-REASON.
            MOVE OPER-INITIALS TO AH-OPERATOR.
            WRITE ACCT-HIST-RECORD.
            IF HISTFILE-STATUS NOT = 0
                DISPLAY 'ACCTMNT: history write failed, status '
                    HISTFILE-STATUS
            END-IF.
            CLOSE HISTFILE.

        END PROGRAM ACCTMNT.
