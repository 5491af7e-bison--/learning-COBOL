      * partner's run.  before the master existed the only answer
      * to "have we seen this account before" was grepping old
      * ACCTOK.DAT files by hand
      *
      * the answer includes where the account stands now -- its
      * status (active, closed, blocked, reinstated) and when and
      * by whom it was last changed -- followed by every status
      * change ACCTMNT has ever made to it, oldest first, read
      * back from the status history ACCTHIST.DAT
      *
      * this is the one screen outside the account files that may
      * still show a whole account number, and only to a
      * supervisor.  the inquirer signs on with initials checked
      * through operchek; an active SUP sees every number in full
      * (and each full number shown goes on the day's log under
      * their initials), anyone else sees it under the shop's
      * account-number mask (acctmask), and with no OPERMAST.DAT
      * on file nobody can be a SUP, so everything is masked.
      * since reports and the log now show only the last four
      * digits, four digits keyed on their own list every master
      * account ending in them -- the way from a masked report
      * line back to the account
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ACCTMAST
            ASSIGN TO "ACCTMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
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

        DATA DIVISION.
        FILE SECTION.
      * same record shape CHKBATCH posts
        FD ACCTMAST.
           COPY "acctmast.cpy".

      * every status change ACCTMNT has written, oldest first
        FD HISTFILE.
           COPY "accthist.cpy".

      * opened here only to learn whether a master exists; the
      * record-level lookups go through operchek
        FD MASTERFILE.
        01 MASTER-LINE PIC X(28).

        WORKING-STORAGE SECTION.
        01 ACCTMAST-REAL PIC XX.
        01 ACCTMAST-STATUS REDEFINES ACCTMAST-REAL PIC 99.
        01 HISTFILE-REAL PIC XX.
        01 HISTFILE-STATUS REDEFINES HISTFILE-REAL PIC 99.
        01 MASTERFILE-REAL PIC XX.
        01 MASTERFILE-STATUS REDEFINES MASTERFILE-REAL PIC 99.

        01 HIST-EOF PIC X(1) VALUE 'N'.
            88 HISTORY-AT-END VALUE 'Y'.
        01 HIST-COUNT PIC 9(4) VALUE 0.
        01 STATUS-WORD PIC X(12).

        01 ASK-DIGITS PIC X(18).
        01 DONE-FLAG PIC X(1) VALUE 'N'.
            88 INQUIRY-DONE VALUE 'Y'.

      * who is asking: initials validated against the operator
      * master through operchek; only an active SUP is shown whole
      * numbers
        01 OPER-INITIALS PIC X(3) VALUE SPACES.
        01 OPER-NAME PIC X(20) VALUE SPACES.
        01 OPER-ROLE PIC X(4) VALUE SPACES.
            88 OPERATOR-IS-SUP VALUE 'SUP'.
        01 OPER-FOUND PIC X(1) VALUE 'N'.
            88 OPERATOR-FOUND VALUE 'Y'.
        01 OPER-ACTIVE PIC X(1) VALUE 'N'.
            88 OPERATOR-ACTIVE VALUE 'Y'.

      * the account number as this inquirer may see it
        01 SHOWN-DIGITS PIC X(18).
        01 SHOWN-LENGTH PIC 9(3) VALUE 18.

      * last-four listing: the tail keyed and each master number's
      * own significant length
        01 TAIL-DIGITS PIC X(4).
        01 DIGIT-LEN PIC 99.
        01 TAIL-COUNT PIC 9(6).
        01 MAST-EOF PIC X(1).
            88 MASTER-AT-END VALUE 'Y'.

      * sign-on and full-number audit entries under the
      * inquirer's initials, staged to match appender's linkage
        01 OPER-JOB-ID PIC X(8).
        01 APPEND-COUNT PIC 9(4).
        01 APPEND-MESSAGE PIC X(60).

        PROCEDURE DIVISION.
            PERFORM SIGN-ON-OPERATOR.

            OPEN INPUT ACCTMAST.
            IF ACCTMAST-STATUS = 35
                DISPLAY 'ACCTINQ: no ACCTMAST.DAT on file -- '
            END-IF.

            PERFORM UNTIL INQUIRY-DONE
                DISPLAY 'account digits, or last four '
                    '(blank to quit): '
                    WITH NO ADVANCING
                MOVE SPACES TO ASK-DIGITS
                ACCEPT ASK-DIGITS FROM CONSOLE
                EVALUATE TRUE
                    WHEN ASK-DIGITS = SPACES
                        SET INQUIRY-DONE TO TRUE
                    WHEN ASK-DIGITS(1:4) IS NUMERIC
                            AND ASK-DIGITS(5:14) = SPACES
                        PERFORM LIST-BY-LAST-FOUR
                    WHEN OTHER
                        PERFORM LOOK-UP-ONE-ACCOUNT
                END-EVALUATE
            END-PERFORM.

            CLOSE ACCTMAST.
            GOBACK.

      * the door: any active operator on the master may ask, an
      * active SUP is shown whole numbers.  with no master on file
      * there is no one to sign on as, and the inquiry runs masked
        SIGN-ON-OPERATOR.
            OPEN INPUT MASTERFILE.
            IF MASTERFILE-STATUS NOT = 0
                DISPLAY 'ACCTINQ: no OPERMAST.DAT on file -- account '
                    'numbers are shown masked'
                EXIT PARAGRAPH
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
                DISPLAY 'ACCTINQ: initials ' OPER-INITIALS
                    ' are not an active operator, bye'
                MOVE 'account inquiry sign-on REFUSED'
                    TO APPEND-MESSAGE
                CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                    APPEND-MESSAGE 'WRN'
                GOBACK
            END-IF.

            IF OPERATOR-IS-SUP
                DISPLAY 'ACCTINQ: signed on as '
                    FUNCTION TRIM(OPER-NAME) ' (' OPER-ROLE
                    ') -- full account numbers shown'
            ELSE
                DISPLAY 'ACCTINQ: signed on as '
                    FUNCTION TRIM(OPER-NAME) ' (' OPER-ROLE
                    ') -- account numbers shown masked'
            END-IF.
            MOVE 'account inquiry sign-on accepted'
                TO APPEND-MESSAGE.
            CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                APPEND-MESSAGE 'INF'.

        LOOK-UP-ONE-ACCOUNT.
            MOVE ASK-DIGITS TO AM-DIGITS.
            READ ACCTMAST
                INVALID KEY
                    DISPLAY '  not on the master -- never accepted'
                NOT INVALID KEY
                    PERFORM SET-SHOWN-NUMBER
                    DISPLAY '  account ' SHOWN-DIGITS
                    DISPLAY '  first accepted ' AM-FIRST-DATE
                        ' from partner ' AM-PARTNER
                        ' (check digit ' AM-CHECK ')'
                    PERFORM SHOW-CURRENT-STATUS
                    PERFORM SHOW-STATUS-HISTORY
            END-READ.

      * every master account whose number ends in the four digits
      * keyed, one line each -- the masked report line's way back
      * to its account
        LIST-BY-LAST-FOUR.
            MOVE ASK-DIGITS(1:4) TO TAIL-DIGITS.
            MOVE 0 TO TAIL-COUNT.
            MOVE 'N' TO MAST-EOF.
            MOVE LOW-VALUES TO AM-DIGITS.
            START ACCTMAST KEY IS NOT LESS THAN AM-DIGITS
                INVALID KEY SET MASTER-AT-END TO TRUE
            END-START.
            PERFORM UNTIL MASTER-AT-END
                READ ACCTMAST NEXT RECORD
                    AT END SET MASTER-AT-END TO TRUE
                    NOT AT END PERFORM CHECK-ONE-TAIL
                END-READ
            END-PERFORM.
            IF TAIL-COUNT = 0
                DISPLAY '  no account on the master ends in '
                    TAIL-DIGITS
            ELSE
                DISPLAY '  ' TAIL-COUNT ' account(s) end in '
                    TAIL-DIGITS
            END-IF.

        CHECK-ONE-TAIL.
            MOVE 0 TO DIGIT-LEN.
            INSPECT AM-DIGITS TALLYING DIGIT-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE.
            IF DIGIT-LEN < 4
                EXIT PARAGRAPH
            END-IF.
            IF AM-DIGITS(DIGIT-LEN - 3:4) NOT = TAIL-DIGITS
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO TAIL-COUNT.
            PERFORM SET-SHOWN-NUMBER.
            PERFORM SET-STATUS-WORD.
            DISPLAY '  ' SHOWN-DIGITS '/' AM-CHECK
                ' partner ' AM-PARTNER
                ' first accepted ' AM-FIRST-DATE
                ' ' STATUS-WORD.

      * the number as this inquirer may see it, worked out from who
      * signed on -- an active SUP on the operator master -- before
      * anything about the account is shown.  whole for a SUP, with
      * the showing written to the day's log under their initials
      * (appender masks the entry itself); masked through acctmask
      * for everyone else, and for everyone when nobody could sign
      * on.  SHOWN-DIGITS is the only number any DISPLAY here uses
        SET-SHOWN-NUMBER.
            MOVE AM-DIGITS TO SHOWN-DIGITS.
            IF NOT OPERATOR-IS-SUP OR NOT OPERATOR-FOUND
                    OR NOT OPERATOR-ACTIVE
                CALL 'acctmask' USING SHOWN-DIGITS SHOWN-LENGTH
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO APPEND-MESSAGE.
            STRING 'account inquiry full number shown '
                AM-DIGITS
                DELIMITED BY SIZE
                INTO APPEND-MESSAGE
            END-STRING.
            CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                APPEND-MESSAGE 'INF'.

      * the status byte spelled out, and on its own line with who
      * last changed it; a record posted before statuses existed
      * carries spaces and has never been changed
        SHOW-CURRENT-STATUS.
            PERFORM SET-STATUS-WORD.
            IF AM-STATUS-OPER = SPACES
                DISPLAY '  status ' STATUS-WORD
                    ' (never changed since posting)'
            ELSE
                DISPLAY '  status ' STATUS-WORD
                    ' since ' AM-STATUS-DATE
                    ' by ' AM-STATUS-OPER
                    ' reason ' AM-STATUS-REASON
            END-IF.

        SET-STATUS-WORD.
            EVALUATE TRUE
                WHEN AM-IS-CLOSED
                    MOVE 'CLOSED' TO STATUS-WORD
                WHEN AM-IS-BLOCKED
                    MOVE 'BLOCKED' TO STATUS-WORD
                WHEN AM-IS-REINSTATED
                    MOVE 'REINSTATED' TO STATUS-WORD
                WHEN AM-IS-RESERVED
                    MOVE 'RESERVED' TO STATUS-WORD
                WHEN AM-IS-ACTIVE
                    MOVE 'ACTIVE' TO STATUS-WORD
                WHEN OTHER
                    MOVE AM-STATUS TO STATUS-WORD
            END-EVALUATE.

      * the account's rows from the status history, in the order
      * they were written; no history file yet means no account
      * has ever been changed
        SHOW-STATUS-HISTORY.
            MOVE 0 TO HIST-COUNT.
            OPEN INPUT HISTFILE.
            IF HISTFILE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO HIST-EOF.
            PERFORM UNTIL HISTORY-AT-END
                READ HISTFILE
                    AT END SET HISTORY-AT-END TO TRUE
                    NOT AT END
                        IF AH-DIGITS = AM-DIGITS
                            ADD 1 TO HIST-COUNT
                            IF HIST-COUNT = 1
                                DISPLAY '  status history:'
                            END-IF
                            DISPLAY '    ' AH-DATE ' ' AH-TIME
                                ' ' AH-OLD-STATUS ' to '
                                AH-NEW-STATUS ' reason ' AH-REASON
                                ' by ' AH-OPERATOR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE HISTFILE.

        END PROGRAM ACCTINQ.
