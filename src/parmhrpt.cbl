      * before and after images -- so when Monday's banner prints
      * 130 wide instead of 80, the keyed change that did it is
      * one report away
      *
      * with parameter changes under dual control each history row
      * also names the SUP who approved the change, and the changes
      * that never reached the target -- still pending, rejected,
      * or expired unapproved -- follow from PARMPEND.DAT with who
      * decided them and the reason given
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
           05 PH-JOBNAME   PIC X(8).
           05 PH-BEFORE    PIC X(61).
           05 PH-AFTER     PIC X(61).
           05 PH-APPROVER  PIC X(3).

      * read into the pending-change record below
        FD PENDFILE.
        01 PEND-LINE PIC X(228).

        WORKING-STORAGE SECTION.
        01 HISTFILE-REAL PIC XX.

        01 HIST-EOF PIC X(1) VALUE 'N'.
            88 HISTORY-AT-END VALUE 'Y'.
        01 PENDFILE-REAL PIC XX.
        01 PENDFILE-STATUS REDEFINES PENDFILE-REAL PIC 99.
        01 PEND-EOF PIC X(1) VALUE 'N'.
            88 PENDING-AT-END VALUE 'Y'.
        01 UNAPPLIED-COUNT PIC 9(4) VALUE 0.

      * one pending change -- see copybooks/parmpend.cpy
        COPY "parmpend.cpy".

      * which target's history to show -- the same menu PARMMNT
      * maintains by, so the operator asks in the terms they keyed
            IF HISTFILE-STATUS = 35
                DISPLAY 'PARMHRPT: no PARMHIST.DAT on file -- '
                    'no changes recorded yet'
                PERFORM LIST-UNAPPLIED-CHANGES
                GOBACK
            END-IF.
            IF HISTFILE-STATUS NOT = 0
                'for this target'.
            DISPLAY '=============================================='.

            PERFORM LIST-UNAPPLIED-CHANGES.
            GOBACK.

      * the target's changes that never reached it: still waiting
      * on a second SUP, turned down, or left to expire -- with who
      * decided and why, so the history has no silent gaps
        LIST-UNAPPLIED-CHANGES.
            OPEN INPUT PENDFILE.
            IF PENDFILE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            DISPLAY ' '.
            DISPLAY 'changes not applied (PARMPEND.DAT):'.
            PERFORM UNTIL PENDING-AT-END
                READ PENDFILE INTO PARM-PENDING-RECORD
                    AT END SET PENDING-AT-END TO TRUE
                    NOT AT END PERFORM JUDGE-ONE-UNAPPLIED
                END-READ
            END-PERFORM.
            CLOSE PENDFILE.
            IF UNAPPLIED-COUNT = 0
                DISPLAY '  none'
            END-IF.

        JUDGE-ONE-UNAPPLIED.
            IF PP-APPROVED
                EXIT PARAGRAPH
            END-IF.
            IF WANT-LIBRARY
                IF PP-TARGET NOT = 'PARMLIB.DAT'
                        OR PP-JOBNAME NOT = WANT-JOBNAME
                    EXIT PARAGRAPH
                END-IF
            ELSE
                IF PP-TARGET NOT = WANT-TARGET
                    EXIT PARAGRAPH
                END-IF
            END-IF.

            ADD 1 TO UNAPPLIED-COUNT.
            DISPLAY ' '.
            EVALUATE TRUE
                WHEN PP-PENDING
                    DISPLAY PP-KEYED-TS ' change ' PP-CHANGE-NO
                        ' keyed by ' PP-KEYED-BY ' effective '
                        PP-EFFDATE ' -- PENDING'
                WHEN PP-REJECTED
                    DISPLAY PP-KEYED-TS ' change ' PP-CHANGE-NO
                        ' keyed by ' PP-KEYED-BY ' effective '
                        PP-EFFDATE ' -- REJECTED by ' PP-DECIDED-BY
                        ' ' PP-DECIDED-TS
                WHEN OTHER
                    DISPLAY PP-KEYED-TS ' change ' PP-CHANGE-NO
                        ' keyed by ' PP-KEYED-BY ' effective '
                        PP-EFFDATE ' -- EXPIRED ' PP-DECIDED-TS
            END-EVALUATE.
            IF PP-REASON NOT = SPACES
                DISPLAY '  reason   : ' PP-REASON
            END-IF.
            MOVE PP-BEFORE TO BEFORE-FIELDS.
            MOVE PP-AFTER TO AFTER-FIELDS.
            MOVE 0 TO DIFF-COUNT.
            PERFORM COMPARE-THE-FIELDS.

      * one history row: only the asked-for target's rows print,
      * each with its keyed-by line and the differing fields
        JUDGE-ONE-CHANGE.
            ELSE
                DISPLAY PH-TIMESTAMP ' keyed by ' PH-OPERATOR
            END-IF.
            IF PH-APPROVER NOT = SPACES
                DISPLAY '             approved by ' PH-APPROVER
            END-IF.

            MOVE 0 TO DIFF-COUNT.
            PERFORM COMPARE-THE-FIELDS.
