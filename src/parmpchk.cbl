      * nightly check of the parameter changes waiting on a second
      * SUP.  a change keyed through PARMMNT sits in PARMPEND.DAT
      * (copybooks/parmpend.cpy) until another SUP approves it, and
      * nothing reaches the parameter file or PARMLIB.DAT until
      * then -- so a change nobody got round to approving simply
      * does not happen, and the night runs on the old values with
      * no one the wiser.  this step says so, against the
      * processing date (procdate):
      *   - a change still PENDING on the night it was meant to take
      *     effect is a WRN on the day's log, one per change, naming
      *     the target and who keyed it;
      *   - a change still PENDING after its effective date has gone
      *     by can no longer take effect as keyed, so it is marked
      *     EXPIRED with the reason on the record, decided by SYS,
      *     and logged as a WRN -- it has to be keyed again;
      *   - changes for later dates are only counted.
      * approved, rejected and expired changes are left as they are.
      * run it as a NITEBATCH.STP row ahead of the jobs that read
      * the parameters.  hands back 0 when nothing needed saying and
      * 4 when any change was still pending or was expired.
      * the file is held whole in a 300-entry table; should it ever
      * hold more, the changes that fit are still checked and
      * logged, but nothing is written back -- a rewrite from a
      * table that could not hold the file would drop the rest --
      * and the step hands back 8 so the night stops until the
      * decided changes are moved off the file.  CATCHUP runs the
      * step once per date, so every switch and tally starts afresh
      * on each call.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PARMPCHK.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PENDFILE
            ASSIGN TO "PARMPEND.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PENDFILE-STATUS
            .

        DATA DIVISION.
        FILE SECTION.
      * read into and written from the pending-change record below
        FD PENDFILE.
        01 PEND-LINE PIC X(228).

        WORKING-STORAGE SECTION.
        01 PENDFILE-REAL PIC XX.
        01 PENDFILE-STATUS REDEFINES PENDFILE-REAL PIC 99.

      * one pending change -- see copybooks/parmpend.cpy
        COPY "parmpend.cpy".

      * the whole file, held so expiries can be written back
        01 PEND-TABLE.
           05 PEND-ENTRY OCCURS 300 TIMES PIC X(228).
        01 PEND-COUNT PIC 9(3) VALUE 0.
        01 PEND-SUB PIC 9(3) VALUE 0.
        01 PEND-EOF PIC X(1) VALUE 'N'.
            88 PENDING-AT-END VALUE 'Y'.
        01 PEND-OVERFLOW PIC X(1) VALUE 'N'.
            88 PENDING-OVERFLOWED VALUE 'Y'.

        01 PROC-DATE-X PIC X(8).
        01 PROC-DATE PIC 9(8).

      * tallies for the closing summary and the condition code
        01 DUE-COUNT PIC 9(3) VALUE 0.
        01 EXPIRED-COUNT PIC 9(3) VALUE 0.
        01 LATER-COUNT PIC 9(3) VALUE 0.

      * arguments for CALL 'appender', each sized to exactly match
      * its linkage item
        01 LOG-JOB-ID PIC X(8) VALUE 'PARMPCHK'.
        01 LOG-WRITES PIC 9(4) VALUE 0.
        01 LOG-MESSAGE PIC X(60).
        01 LOG-SEVERITY PIC X(3).

        PROCEDURE DIVISION.
            DISPLAY '=================================================='.
            DISPLAY '   PENDING PARAMETER CHANGES -- CHECKING'.
            DISPLAY '=================================================='.

            MOVE 'N' TO PEND-EOF.
            MOVE 'N' TO PEND-OVERFLOW.
            MOVE 0 TO PEND-COUNT DUE-COUNT EXPIRED-COUNT LATER-COUNT.

            CALL 'procdate' USING PROC-DATE-X.
            MOVE PROC-DATE-X TO PROC-DATE.

            PERFORM LOAD-PENDING-TABLE.
            IF PEND-COUNT = 0
                DISPLAY 'PARMPCHK: no PARMPEND.DAT changes on file'
                MOVE 0 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM CHECK-ONE-CHANGE
                VARYING PEND-SUB FROM 1 BY 1
                UNTIL PEND-SUB > PEND-COUNT.
            IF PENDING-OVERFLOWED
                PERFORM REFUSE-REWRITE
            ELSE
                IF EXPIRED-COUNT > 0
                    PERFORM REWRITE-PENDING-FILE
                END-IF
            END-IF.

            DISPLAY '=================================================='.
            DISPLAY '   FOR ' PROC-DATE ': ' DUE-COUNT ' PENDING, '
                EXPIRED-COUNT ' EXPIRED, ' LATER-COUNT ' LATER'.
            DISPLAY '=================================================='.

            EVALUATE TRUE
                WHEN PENDING-OVERFLOWED
                    MOVE 8 TO RETURN-CODE
                WHEN DUE-COUNT > 0 OR EXPIRED-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

      * one record: only a change still pending is looked at
        CHECK-ONE-CHANGE.
            MOVE PEND-ENTRY(PEND-SUB) TO PARM-PENDING-RECORD.
            IF NOT PP-PENDING
                EXIT PARAGRAPH
            END-IF.
            IF PP-EFFDATE > PROC-DATE
                ADD 1 TO LATER-COUNT
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES TO LOG-MESSAGE.
            IF PP-EFFDATE = PROC-DATE
                ADD 1 TO DUE-COUNT
                DISPLAY 'PARMPCHK: change ' PP-CHANGE-NO ' to '
                    PP-TARGET ' ' PP-JOBNAME ' keyed by ' PP-KEYED-BY
                    ' is still PENDING -- not in effect tonight'
                STRING 'change ' PP-CHANGE-NO ' ' PP-TARGET
                    ' still PENDING, keyed ' PP-KEYED-BY
                    DELIMITED BY SIZE
                    INTO LOG-MESSAGE
                END-STRING
            ELSE
                ADD 1 TO EXPIRED-COUNT
                SET PP-EXPIRED TO TRUE
                MOVE 'SYS' TO PP-DECIDED-BY
                MOVE FUNCTION CURRENT-DATE(5:12) TO PP-DECIDED-TS
                MOVE 'not approved before its effective date'
                    TO PP-REASON
                MOVE PARM-PENDING-RECORD TO PEND-ENTRY(PEND-SUB)
                DISPLAY 'PARMPCHK: change ' PP-CHANGE-NO ' to '
                    PP-TARGET ' ' PP-JOBNAME ' effective '
                    PP-EFFDATE ' EXPIRED unapproved'
                STRING 'change ' PP-CHANGE-NO ' ' PP-TARGET
                    ' EXPIRED unapproved, keyed ' PP-KEYED-BY
                    DELIMITED BY SIZE
                    INTO LOG-MESSAGE
                END-STRING
            END-IF.
            MOVE 'WRN' TO LOG-SEVERITY.
            CALL 'appender' USING LOG-JOB-ID LOG-WRITES
                LOG-MESSAGE LOG-SEVERITY.

        LOAD-PENDING-TABLE.
            MOVE 0 TO PEND-COUNT.
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
                END-READ
            END-PERFORM.
            CLOSE PENDFILE.

      * more than the table holds: the expiries stay off the file
      * and the night is stopped until it is cut back
        REFUSE-REWRITE.
            DISPLAY 'PARMPCHK: more than 300 changes in PARMPEND.DAT '
                '-- only the first 300 checked, nothing rewritten'.
            DISPLAY '          (move decided changes off the file, '
                'then rerun)'.
            MOVE SPACES TO LOG-MESSAGE.
            MOVE 'PARMPEND.DAT over 300 changes -- not all checked'
                TO LOG-MESSAGE.
            MOVE 'WRN' TO LOG-SEVERITY.
            CALL 'appender' USING LOG-JOB-ID LOG-WRITES
                LOG-MESSAGE LOG-SEVERITY.

      * the file back whole with the expiries on it; no record is
      * ever removed
        REWRITE-PENDING-FILE.
            OPEN OUTPUT PENDFILE.
            IF PENDFILE-STATUS NOT = 0
                DISPLAY 'PARMPCHK: cannot rewrite PARMPEND.DAT, '
                    'status ' PENDFILE-STATUS
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING PEND-SUB FROM 1 BY 1
                    UNTIL PEND-SUB > PEND-COUNT
                WRITE PEND-LINE FROM PEND-ENTRY(PEND-SUB)
            END-PERFORM.
            CLOSE PENDFILE.
