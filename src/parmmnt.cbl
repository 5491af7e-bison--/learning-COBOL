      * through appender under the operator's own initials.  a
      * shop without a master keeps the old open-door behavior,
      * with a warning that it is running unguarded
      *
      * changes are under dual control.  with a master on file a
      * keyed change is not written to its target at all: it goes
      * to PARMPEND.DAT (parmpend.cpy) as a pending change carrying
      * the before and after images.  choice 6 is the review: a
      * second SUP -- never the one who keyed it -- sees each
      * pending change field for field and approves it, which is
      * the only way it reaches the parameter file or PARMLIB.DAT
      * (and so the effective-date rule), or rejects it with a
      * reason.  a change whose effective date has gone by unapproved
      * is expired instead of offered.  decided changes stay on file
      * with who decided and why, and PARMHIST.DAT now records the
      * approver beside the operator who keyed the change.  PARMPCHK
      * raises the WRN on the night a change is still pending.
      * without a master there is no second SUP to ask, and the
      * open-door direct write stands.  a decision rewrites the
      * pending file from a 300-entry table, so a file that has
      * grown past 300 changes is refused for review -- a rewrite
      * would drop everything beyond the table -- until the
      * decided changes are moved off it.  keying a change only
      * appends, and goes on as before
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HISTFILE-STATUS
            .
            SELECT PENDFILE
            ASSIGN TO "PARMPEND.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PENDFILE-STATUS
            .

        DATA DIVISION.
        FILE SECTION.
      * it, when, which target, and the full before and after
      * field images -- PARMLIB.DAT preserves what the parameters
      * were, this preserves who changed them and from what.
      * appended, never rewritten; PARMHRPT reads it back.  the
      * approver rides at the end, so rows from before dual control
      * read back with it blank
        FD HISTFILE.
        01 PHIST-RECORD.
           05 PH-TIMESTAMP PIC X(12).
           05 PH-JOBNAME   PIC X(8).
           05 PH-BEFORE    PIC X(61).
           05 PH-AFTER     PIC X(61).
           05 PH-APPROVER  PIC X(3).

      * read into and written from the pending-change record below
        FD PENDFILE.
        01 PEND-LINE PIC X(228).

        WORKING-STORAGE SECTION.
        01 PARMFILE-REAL PIC XX.
        01 MASTERFILE-STATUS REDEFINES MASTERFILE-REAL PIC 99.
        01 HISTFILE-REAL PIC XX.
        01 HISTFILE-STATUS REDEFINES HISTFILE-REAL PIC 99.
        01 PENDFILE-REAL PIC XX.
        01 PENDFILE-STATUS REDEFINES PENDFILE-REAL PIC 99.

      * the wheeeprm field set flattened to one image, built once
      * from what came up on the form (the before) and once from
        01 BEFORE-IMAGE PIC X(61) VALUE SPACES.
        01 AFTER-IMAGE  PIC X(61) VALUE SPACES.

      * the two images of a pending change unpicked back into field
      * order for the reviewer, the same way PARMHRPT shows them
        01 BEFORE-FIELDS.
           05 BEF-AMOUNT   PIC X(3).
           05 BEF-DRAWCHAR PIC X(1).
           05 BEF-WIDTH    PIC X(3).
           05 BEF-MODE     PIC X(1).
           05 BEF-OUTPUT   PIC X(1).
           05 BEF-TITLE    PIC X(40).
           05 BEF-JOBNAME  PIC X(8).
           05 BEF-DELAY    PIC X(3).
           05 BEF-BLOCK    PIC X(1).
        01 AFTER-FIELDS.
           05 AFT-AMOUNT   PIC X(3).
           05 AFT-DRAWCHAR PIC X(1).
           05 AFT-WIDTH    PIC X(3).
           05 AFT-MODE     PIC X(1).
           05 AFT-OUTPUT   PIC X(1).
           05 AFT-TITLE    PIC X(40).
           05 AFT-JOBNAME  PIC X(8).
           05 AFT-DELAY    PIC X(3).
           05 AFT-BLOCK    PIC X(1).
        01 DIFF-COUNT PIC 9(2) VALUE 0.

      * who the history row names: the operator who keyed the
      * change, and the SUP who approved it (blank when written
      * straight through without a master)
        01 HIST-KEYED-BY PIC X(3) VALUE SPACES.
        01 HIST-APPROVED-BY PIC X(3) VALUE SPACES.
        01 WRITE-FLAG PIC X(1) VALUE 'N'.
            88 TARGET-WRITTEN VALUE 'Y'.

      * the pending-change file, held whole so a decision can be
      * rewritten in place -- see copybooks/parmpend.cpy
        COPY "parmpend.cpy".
        01 PEND-TABLE.
           05 PEND-ENTRY OCCURS 300 TIMES PIC X(228).
        01 PEND-COUNT PIC 9(3) VALUE 0.
        01 PEND-SUB PIC 9(3) VALUE 0.
        01 PEND-WRITE-SUB PIC 9(3) VALUE 0.
        01 PEND-LAST-NO PIC 9(4) VALUE 0.
        01 PEND-EOF PIC X(1) VALUE 'N'.
            88 PENDING-AT-END VALUE 'Y'.
        01 PEND-OVERFLOW PIC X(1) VALUE 'N'.
            88 PENDING-OVERFLOWED VALUE 'Y'.
        01 PEND-SEEN PIC 9(3) VALUE 0.
        01 PEND-DECIDED PIC 9(3) VALUE 0.
        01 REVIEW-ANSWER PIC X(1).
        01 REVIEW-SEVERITY PIC X(3).
        01 REVIEW-REASON PIC X(40).

      * the business date a pending change's effective date is held
      * against
        01 PROC-DATE-X PIC X(8).
        01 PROC-DATE PIC 9(8).

      * who is at the keyboard: initials validated against the
      * operator master through operchek, role SUP required before
      * a single field comes up for edit
            DISPLAY '  3 = WHEEE2BPRM.DAT'.
            DISPLAY '  4 = SEPPAGEPRM.DAT'.
            DISPLAY '  5 = PARMLIB.DAT (effective-dated entry)'.
            DISPLAY '  6 = review pending changes (approve/reject)'.
            DISPLAY 'choice: ' WITH NO ADVANCING.
            ACCEPT FILE-CHOICE FROM CONSOLE.

            CALL 'procdate' USING PROC-DATE-X.
            MOVE PROC-DATE-X TO PROC-DATE.

            EVALUATE FILE-CHOICE
                WHEN '1' MOVE 'WHEEE1PRM.DAT' TO PARM-FILE-NAME
                WHEN '2' MOVE 'WHEEE2PRM.DAT' TO PARM-FILE-NAME
                WHEN '5'
                    SET MAINTAINING-LIBRARY TO TRUE
                    MOVE 'PARMLIB.DAT' TO PARM-FILE-NAME
                WHEN '6'
                    PERFORM REVIEW-PENDING-CHANGES
                    GOBACK
                WHEN OTHER
                    DISPLAY 'PARMMNT: no such file choice, bye'
                    GOBACK
                    WHEN 'Y'
                        PERFORM EDIT-THE-FIELDS
                        IF EDITS-PASSED
                            PERFORM SAVE-THE-CHANGE
                            SET MAINT-DONE TO TRUE
                        END-IF
                    WHEN OTHER

            SET EDITS-PASSED TO TRUE.

      * a change that passed its edits: pending for a second SUP
      * when there is a master to find one in, written straight
      * through (the open door) when there is not
        SAVE-THE-CHANGE.
            IF MASTER-ON-FILE
                PERFORM QUEUE-PENDING-CHANGE
                EXIT PARAGRAPH
            END-IF.
            MOVE OPER-INITIALS TO HIST-KEYED-BY.
            MOVE SPACES TO HIST-APPROVED-BY.
            IF MAINTAINING-LIBRARY
                PERFORM APPEND-LIBRARY-RECORD
            ELSE
                PERFORM WRITE-THE-RECORD
            END-IF.

      * the keyed change goes on the end of the pending file under
      * the next change number, with both images; a library entry
      * keeps its own effective date, a parameter-file change takes
      * effect the business day it is keyed
        QUEUE-PENDING-CHANGE.
            PERFORM BUILD-FIELD-IMAGE.
            MOVE IMAGE-FIELDS TO AFTER-IMAGE.
            IF AFTER-IMAGE = BEFORE-IMAGE
                DISPLAY ' '
                DISPLAY 'PARMMNT: no field changed, nothing to approve'
                EXIT PARAGRAPH
            END-IF.
            PERFORM LOAD-PENDING-TABLE.

            MOVE SPACES TO PARM-PENDING-RECORD.
            COMPUTE PP-CHANGE-NO = PEND-LAST-NO + 1.
            SET PP-PENDING TO TRUE.
            MOVE PARM-FILE-NAME TO PP-TARGET.
            IF MAINTAINING-LIBRARY
                MOVE LIB-JOBNAME TO PP-JOBNAME
                MOVE LIB-EFFDATE TO PP-EFFDATE
            ELSE
                MOVE SPACES TO PP-JOBNAME
                MOVE PROC-DATE TO PP-EFFDATE
            END-IF.
            MOVE OPER-INITIALS TO PP-KEYED-BY.
            MOVE FUNCTION CURRENT-DATE(5:12) TO PP-KEYED-TS.
            MOVE BEFORE-IMAGE TO PP-BEFORE.
            MOVE AFTER-IMAGE TO PP-AFTER.

            OPEN EXTEND PENDFILE.
            IF PENDFILE-STATUS NOT = 0
                OPEN OUTPUT PENDFILE
            END-IF.
            IF PENDFILE-STATUS NOT = 0
                DISPLAY ' '
                DISPLAY 'PARMMNT: cannot write PARMPEND.DAT, status '
                    PENDFILE-STATUS ' -- change not kept'
                EXIT PARAGRAPH
            END-IF.
            WRITE PEND-LINE FROM PARM-PENDING-RECORD.
            CLOSE PENDFILE.

            DISPLAY ' '.
            DISPLAY 'PARMMNT: change ' PP-CHANGE-NO ' to '
                PARM-FILE-NAME ' is PENDING -- a second SUP must '
                'approve it (choice 6)'.
            MOVE SPACES TO APPEND-MESSAGE.
            STRING 'parameter change ' PP-CHANGE-NO ' keyed for '
                PP-TARGET ', pending approval'
                DELIMITED BY SIZE
                INTO APPEND-MESSAGE
            END-STRING.
            CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                APPEND-MESSAGE 'INF'.

      * the second pair of eyes: every pending change the signed-on
      * SUP did not key, shown field for field, approved, rejected
      * or left for later.  one whose effective date has already
      * gone by is expired rather than offered -- approving it now
      * would put a change live that nobody expected tonight
        REVIEW-PENDING-CHANGES.
            IF NOT MASTER-ON-FILE
                DISPLAY 'PARMMNT: no OPERMAST.DAT on file -- changes '
                    'are written directly, nothing to review'
                EXIT PARAGRAPH
            END-IF.
            PERFORM LOAD-PENDING-TABLE.
            IF PENDING-OVERFLOWED
                DISPLAY 'PARMMNT: more than 300 changes in '
                    'PARMPEND.DAT -- review refused, nothing will be '
                    'rewritten'
                DISPLAY '         (move decided changes off the file '
                    'first)'
                MOVE 'PARMPEND.DAT over 300 changes -- review refused'
                    TO APPEND-MESSAGE
                CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                    APPEND-MESSAGE 'WRN'
                EXIT PARAGRAPH
            END-IF.
            PERFORM REVIEW-ONE-CHANGE
                VARYING PEND-SUB FROM 1 BY 1
                UNTIL PEND-SUB > PEND-COUNT.
            DISPLAY ' '.
            DISPLAY 'PARMMNT: ' PEND-SEEN ' pending change(s), '
                PEND-DECIDED ' decided this session'.

        REVIEW-ONE-CHANGE.
            MOVE PEND-ENTRY(PEND-SUB) TO PARM-PENDING-RECORD.
            IF NOT PP-PENDING
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO PEND-SEEN.
            DISPLAY ' '.
            DISPLAY '----------------------------------------------'.
            DISPLAY 'change ' PP-CHANGE-NO ' -- ' PP-TARGET ' '
                PP-JOBNAME ' effective ' PP-EFFDATE.
            DISPLAY '  keyed by ' PP-KEYED-BY ' at ' PP-KEYED-TS.

            IF PP-EFFDATE < PROC-DATE
                SET PP-EXPIRED TO TRUE
                MOVE 'not approved before its effective date'
                    TO REVIEW-REASON
                PERFORM RECORD-DECISION
                DISPLAY '  EXPIRED -- its effective date has passed'
                MOVE 'WRN' TO REVIEW-SEVERITY
                PERFORM LOG-DECISION
                EXIT PARAGRAPH
            END-IF.
            IF PP-KEYED-BY = OPER-INITIALS
                DISPLAY '  keyed by you -- another SUP must review it'
                EXIT PARAGRAPH
            END-IF.

            MOVE PP-BEFORE TO BEFORE-FIELDS.
            MOVE PP-AFTER TO AFTER-FIELDS.
            MOVE 0 TO DIFF-COUNT.
            PERFORM COMPARE-THE-FIELDS.

            DISPLAY 'A approve, R reject, anything else to leave it: '
                WITH NO ADVANCING.
            MOVE SPACE TO REVIEW-ANSWER.
            ACCEPT REVIEW-ANSWER FROM CONSOLE.
            EVALUATE FUNCTION UPPER-CASE(REVIEW-ANSWER)
                WHEN 'A'
                    PERFORM APPROVE-ONE-CHANGE
                WHEN 'R'
                    PERFORM REJECT-ONE-CHANGE
                WHEN OTHER
                    DISPLAY '  left pending'
            END-EVALUATE.

      * the after image goes to the target exactly as the parameter
      * write always has -- a library entry appended, a parameter
      * file rewritten.  a parameter file that has moved on since
      * the change was keyed is not overwritten from a stale
      * before: the change has to be rejected and keyed again
        APPROVE-ONE-CHANGE.
            MOVE PP-TARGET TO PARM-FILE-NAME.
            IF PP-TARGET = 'PARMLIB.DAT'
                SET MAINTAINING-LIBRARY TO TRUE
                MOVE PP-JOBNAME TO LIB-JOBNAME
                MOVE PP-EFFDATE TO LIB-EFFDATE
            ELSE
                MOVE 'F' TO MAINT-TARGET
                MOVE PP-BEFORE TO IMAGE-FIELDS
                PERFORM LOAD-FIELDS-FROM-IMAGE
                PERFORM READ-CURRENT-RECORD
                PERFORM BUILD-FIELD-IMAGE
                IF IMAGE-FIELDS NOT = PP-BEFORE
                    DISPLAY '  NOT approved -- ' PARM-FILE-NAME
                        ' has changed since this was keyed; reject '
                        'it and key it again'
                    EXIT PARAGRAPH
                END-IF
            END-IF.

            MOVE PP-AFTER TO IMAGE-FIELDS.
            PERFORM LOAD-FIELDS-FROM-IMAGE.
            MOVE PP-BEFORE TO BEFORE-IMAGE.
            MOVE PP-KEYED-BY TO HIST-KEYED-BY.
            MOVE OPER-INITIALS TO HIST-APPROVED-BY.
            IF MAINTAINING-LIBRARY
                PERFORM APPEND-LIBRARY-RECORD
            ELSE
                PERFORM WRITE-THE-RECORD
            END-IF.
            IF NOT TARGET-WRITTEN
                DISPLAY '  left pending -- the write did not land'
                EXIT PARAGRAPH
            END-IF.

            SET PP-APPROVED TO TRUE.
            MOVE SPACES TO REVIEW-REASON.
            PERFORM RECORD-DECISION.
            MOVE 'INF' TO REVIEW-SEVERITY.
            PERFORM LOG-DECISION.

        REJECT-ONE-CHANGE.
            DISPLAY 'reason for rejecting: ' WITH NO ADVANCING.
            MOVE SPACES TO REVIEW-REASON.
            ACCEPT REVIEW-REASON FROM CONSOLE.
            IF REVIEW-REASON = SPACES
                DISPLAY '  a rejection needs a reason -- left pending'
                EXIT PARAGRAPH
            END-IF.
            SET PP-REJECTED TO TRUE.
            PERFORM RECORD-DECISION.
            DISPLAY '  REJECTED'.
            MOVE 'INF' TO REVIEW-SEVERITY.
            PERFORM LOG-DECISION.

      * the decision onto the record and the pending file rewritten
      * whole; the record itself is never removed
        RECORD-DECISION.
            MOVE OPER-INITIALS TO PP-DECIDED-BY.
            MOVE FUNCTION CURRENT-DATE(5:12) TO PP-DECIDED-TS.
            MOVE REVIEW-REASON TO PP-REASON.
            MOVE PARM-PENDING-RECORD TO PEND-ENTRY(PEND-SUB).
            ADD 1 TO PEND-DECIDED.
            OPEN OUTPUT PENDFILE.
            IF PENDFILE-STATUS NOT = 0
                DISPLAY 'PARMMNT: cannot rewrite PARMPEND.DAT, status '
                    PENDFILE-STATUS
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING PEND-WRITE-SUB FROM 1 BY 1
                    UNTIL PEND-WRITE-SUB > PEND-COUNT
                WRITE PEND-LINE FROM PEND-ENTRY(PEND-WRITE-SUB)
            END-PERFORM.
            CLOSE PENDFILE.

      * the decision on the day's record under the reviewer's own
      * initials, at the severity staged in REVIEW-SEVERITY
        LOG-DECISION.
            MOVE SPACES TO APPEND-MESSAGE.
            EVALUATE TRUE
                WHEN PP-APPROVED
                    STRING 'parameter change ' PP-CHANGE-NO
                        ' APPROVED, keyed by ' PP-KEYED-BY
                        DELIMITED BY SIZE
                        INTO APPEND-MESSAGE
                    END-STRING
                WHEN PP-REJECTED
                    STRING 'parameter change ' PP-CHANGE-NO
                        ' REJECTED, keyed by ' PP-KEYED-BY
                        DELIMITED BY SIZE
                        INTO APPEND-MESSAGE
                    END-STRING
                WHEN OTHER
                    STRING 'parameter change ' PP-CHANGE-NO
                        ' EXPIRED unapproved, keyed by ' PP-KEYED-BY
                        DELIMITED BY SIZE
                        INTO APPEND-MESSAGE
                    END-STRING
            END-EVALUATE.
            CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                APPEND-MESSAGE REVIEW-SEVERITY.

      * every pending-file record, in change-number order as keyed,
      * and the highest number on file for the next change to follow
        LOAD-PENDING-TABLE.
            MOVE 0 TO PEND-COUNT.
            MOVE 0 TO PEND-LAST-NO.
            MOVE 'N' TO PEND-EOF.
            MOVE 'N' TO PEND-OVERFLOW.
            OPEN INPUT PENDFILE.
            IF PENDFILE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL PENDING-AT-END
                READ PENDFILE INTO PARM-PENDING-RECORD
                    AT END SET PENDING-AT-END TO TRUE
                    NOT AT END
                        IF PEND-COUNT < 300
                            ADD 1 TO PEND-COUNT
                            MOVE PARM-PENDING-RECORD
                                TO PEND-ENTRY(PEND-COUNT)
                        ELSE
                            SET PENDING-OVERFLOWED TO TRUE
                        END-IF
                        IF PP-CHANGE-NO IS NUMERIC
                                AND PP-CHANGE-NO > PEND-LAST-NO
                            MOVE PP-CHANGE-NO TO PEND-LAST-NO
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PENDFILE.

      * field-for-field compare, a line per difference, in the same
      * terms PARMHRPT reports the history in
        COMPARE-THE-FIELDS.
            IF BEF-AMOUNT NOT = AFT-AMOUNT
                ADD 1 TO DIFF-COUNT
                DISPLAY '  amount   : ' BEF-AMOUNT ' -> ' AFT-AMOUNT
            END-IF.
            IF BEF-DRAWCHAR NOT = AFT-DRAWCHAR
                ADD 1 TO DIFF-COUNT
                DISPLAY '  drawchar : ' BEF-DRAWCHAR ' -> '
                    AFT-DRAWCHAR
            END-IF.
            IF BEF-WIDTH NOT = AFT-WIDTH
                ADD 1 TO DIFF-COUNT
                DISPLAY '  width    : ' BEF-WIDTH ' -> ' AFT-WIDTH
            END-IF.
            IF BEF-MODE NOT = AFT-MODE
                ADD 1 TO DIFF-COUNT
                DISPLAY '  mode     : ' BEF-MODE ' -> ' AFT-MODE
            END-IF.
            IF BEF-OUTPUT NOT = AFT-OUTPUT
                ADD 1 TO DIFF-COUNT
                DISPLAY '  output   : ' BEF-OUTPUT ' -> ' AFT-OUTPUT
            END-IF.
            IF BEF-TITLE NOT = AFT-TITLE
                ADD 1 TO DIFF-COUNT
                DISPLAY '  title    : ' BEF-TITLE
                DISPLAY '        -> : ' AFT-TITLE
            END-IF.
            IF BEF-JOBNAME NOT = AFT-JOBNAME
                ADD 1 TO DIFF-COUNT
                DISPLAY '  job name : ' BEF-JOBNAME ' -> '
                    AFT-JOBNAME
            END-IF.
            IF BEF-DELAY NOT = AFT-DELAY
                ADD 1 TO DIFF-COUNT
                DISPLAY '  delay    : ' BEF-DELAY ' -> ' AFT-DELAY
            END-IF.
            IF BEF-BLOCK NOT = AFT-BLOCK
                ADD 1 TO DIFF-COUNT
                DISPLAY '  block    : ' BEF-BLOCK ' -> ' AFT-BLOCK
            END-IF.

      * one record per file, rewritten whole -- same single-record
      * shape the WHEEE programs read at the top of their runs
        WRITE-THE-RECORD.
            MOVE 'N' TO WRITE-FLAG.
            OPEN OUTPUT PARMFILE.
            IF PARMFILE-STATUS NOT = 0
                DISPLAY ' '
            ELSE
                DISPLAY ' '
                DISPLAY 'PARMMNT: ' PARM-FILE-NAME ' written'
                SET TARGET-WRITTEN TO TRUE
                PERFORM APPEND-CHANGE-HISTORY
            END-IF.
            CLOSE PARMFILE.
      * newest record whose date has arrived, so history in the file
      * is harmless and nothing is ever lost to an overwrite
        APPEND-LIBRARY-RECORD.
            MOVE 'N' TO WRITE-FLAG.
            OPEN EXTEND PARMLIBF.
            IF PARMLIBF-STATUS NOT = 0
                OPEN OUTPUT PARMLIBF
                DISPLAY ' '
                DISPLAY 'PARMMNT: library entry for ' LIB-JOBNAME
                    ' effective ' LIB-EFFDATE ' written'
                SET TARGET-WRITTEN TO TRUE
                PERFORM APPEND-CHANGE-HISTORY
            END-IF.
            CLOSE PARMLIBF.
            MOVE FLD-DELAY TO IMG-DELAY.
            MOVE FLD-BLOCK TO IMG-BLOCK.

      * and back: an image from the pending file onto the fields
        LOAD-FIELDS-FROM-IMAGE.
            MOVE IMG-AMOUNT TO FLD-AMOUNT.
            MOVE IMG-DRAWCHAR TO FLD-DRAWCHAR.
            MOVE IMG-WIDTH TO FLD-WIDTH.
            MOVE IMG-MODE TO FLD-MODE.
            MOVE IMG-OUTPUT TO FLD-OUTPUT.
            MOVE IMG-TITLE TO FLD-TITLE.
            MOVE IMG-JOBNAME TO FLD-JOBNAME.
            MOVE IMG-DELAY TO FLD-DELAY.
            MOVE IMG-BLOCK TO FLD-BLOCK.

      * one permanent history row for the write that just landed:
      * operator, timestamp, target, before and after images.
      * OPEN EXTEND auto-creates the history on the first change
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION CURRENT-DATE(5:12) TO PH-TIMESTAMP.
            MOVE HIST-KEYED-BY TO PH-OPERATOR.
            MOVE HIST-APPROVED-BY TO PH-APPROVER.
            MOVE PARM-FILE-NAME TO PH-TARGET.
            IF MAINTAINING-LIBRARY
                MOVE LIB-JOBNAME TO PH-JOBNAME
