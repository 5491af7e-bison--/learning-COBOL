        IDENTIFICATION DIVISION.
        PROGRAM-ID. ACCTRCVR.

      * rebuilds the accepted-accounts master (ACCTMAST.DAT) after
      * it has been lost or damaged.  the starting point is the
      * newest backup on the catalog ACCTBKUP.CAT (ACCTBKUP's flat
      * unloads) that is still good -- the file is there and still
      * reads back at the count cataloged for it; a backup that
      * fails that is named and passed over for the one before.
      * the master is emptied and loaded from that copy, then every
      * master journal (ACCTJyyyymmdd.DAT) from the backup's own
      * business date through today's is replayed on top, oldest
      * first, skipping the records the backup's journal already
      * held when the copy was taken:
      *
      *     A  add      written; if the key is somehow already
      *                 there the image replaces it
      *     C  change   rewritten; if the key is not there it is
      *                 written, and counts as an add
      *     D  delete   removed
      *
      * a journal record with nothing to act on (a delete of a key
      * that is not there) is counted and shown, not treated as a
      * failure.  last, the rebuilt master is read end to end and
      * its count proved against the backup count plus the adds
      * less the deletes.  the run goes on the day's record as a
      * CRITICAL either way -- a master rebuild is never routine --
      * with PROVED or NOT PROVED, and a run that does not prove
      * ends with condition code 12.  the replay does not journal
      * its own writes: the journals it reads are still the record.
      *
      * emptying the master is not something to do by mistake, so
      * the door is ACCTMNT's (an active SUP through operchek, no
      * open door without OPERMAST.DAT) and the chosen backup is
      * shown and RECOVER keyed before anything is touched
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
            SELECT CATFILE
            ASSIGN TO "ACCTBKUP.CAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CATFILE-STATUS
            .
            SELECT BKUPFILE
            ASSIGN TO BKUP-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BKUPFILE-STATUS
            .
            SELECT MASTJRN
            ASSIGN TO JRN-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MASTJRN-STATUS
            .
            SELECT MASTERFILE
            ASSIGN TO "OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MASTERFILE-STATUS
            .

        DATA DIVISION.
        FILE SECTION.
        FD ACCTMAST.
           COPY "acctmast.cpy".

        FD CATFILE.
           COPY "bkupcat.cpy".

        FD BKUPFILE.
        01 BKUP-LINE PIC X(80).

        FD MASTJRN.
           COPY "mastjrn.cpy".

      * opened here only to learn whether a master exists; the
      * record-level lookups go through operchek
        FD MASTERFILE.
        01 MASTER-LINE PIC X(28).

        WORKING-STORAGE SECTION.
        01 ACCTMAST-REAL PIC XX.
        01 ACCTMAST-STATUS REDEFINES ACCTMAST-REAL PIC 99.
        01 CATFILE-REAL PIC XX.
        01 CATFILE-STATUS REDEFINES CATFILE-REAL PIC 99.
        01 BKUPFILE-REAL PIC XX.
        01 BKUPFILE-STATUS REDEFINES BKUPFILE-REAL PIC 99.
        01 MASTJRN-REAL PIC XX.
        01 MASTJRN-STATUS REDEFINES MASTJRN-REAL PIC 99.
        01 MASTERFILE-REAL PIC XX.
        01 MASTERFILE-STATUS REDEFINES MASTERFILE-REAL PIC 99.

        01 PROCESS-DATE PIC X(8).
        01 PROCESS-DATE-NUM REDEFINES PROCESS-DATE PIC 9(8).
        01 BKUP-FILE-NAME PIC X(30).
        01 JRN-FILE-NAME PIC X(30).

        01 OPER-INITIALS PIC X(3) VALUE SPACES.
        01 OPER-NAME PIC X(20).
        01 OPER-ROLE PIC X(4).
        01 OPER-FOUND PIC X(1).
            88 OPERATOR-FOUND VALUE 'Y'.
        01 OPER-ACTIVE PIC X(1).
            88 OPERATOR-ACTIVE VALUE 'Y'.
        01 OPER-JOB-ID PIC X(8).
        01 APPEND-COUNT PIC 9(4).
        01 APPEND-MESSAGE PIC X(60).

      * the catalog, newest last; past 100 rows the oldest drop off
      * the front, a recovery never reaches back that far
        01 CAT-COUNT PIC 9(3) VALUE 0.
        01 CAT-SUB PIC 9(3).
        01 CAT-TABLE.
            05 CAT-ENTRY OCCURS 100 TIMES.
                10 CT-BUSINESS-DATE PIC X(8).
                10 CT-FILE-NAME PIC X(30).
                10 CT-COUNT PIC 9(8).
                10 CT-JOURNAL-NAME PIC X(30).
                10 CT-JOURNAL-POSITION PIC 9(8).

        01 CHOSEN-SUB PIC 9(3) VALUE 0.
        01 CHOSEN-DATE PIC X(8).
        01 CHOSEN-DATE-NUM REDEFINES CHOSEN-DATE PIC 9(8).

        01 CAT-EOF PIC X(1) VALUE 'N'.
            88 CATALOG-AT-END VALUE 'Y'.
        01 BKUP-EOF PIC X(1) VALUE 'N'.
            88 BACKUP-AT-END VALUE 'Y'.
        01 JRN-EOF PIC X(1) VALUE 'N'.
            88 JOURNAL-AT-END VALUE 'Y'.
        01 MAST-EOF PIC X(1) VALUE 'N'.
            88 MASTER-AT-END VALUE 'Y'.

        01 CONFIRM-WORD PIC X(8) VALUE SPACES.

      * the walk through the journals, one business date at a time
        01 DAY-NUMBER PIC 9(8).
        01 LAST-DAY-NUMBER PIC 9(8).
        01 JRN-DATE PIC 9(8).
        01 JRN-SKIP PIC 9(8).
        01 JRN-READ PIC 9(8).

        01 COUNT-ON-BACKUP PIC 9(8) VALUE 0.
        01 COUNT-LOADED PIC 9(8) VALUE 0.
        01 COUNT-LOAD-FAILED PIC 9(8) VALUE 0.
        01 COUNT-JOURNALS PIC 9(4) VALUE 0.
        01 COUNT-REPLAYED PIC 9(8) VALUE 0.
        01 COUNT-ADDS PIC 9(8) VALUE 0.
        01 COUNT-CHANGES PIC 9(8) VALUE 0.
        01 COUNT-DELETES PIC 9(8) VALUE 0.
        01 COUNT-NOTHING PIC 9(8) VALUE 0.
        01 COUNT-ON-FILE PIC 9(8) VALUE 0.
        01 COUNT-EXPECTED PIC S9(9) VALUE 0.
        01 PROOF-WORD PIC X(10).

      * the run's condition code, held here and handed back at the
      * end -- the closing appender call would otherwise reset it
        01 RECOVER-RC PIC 9(2) VALUE 0.

        PROCEDURE DIVISION.
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO RECOVER-RC.
            CALL 'procdate' USING PROCESS-DATE.
            PERFORM SIGN-ON-OPERATOR.

            PERFORM LOAD-BACKUP-CATALOG.
            PERFORM CHOOSE-GOOD-BACKUP.
            IF CHOSEN-SUB = 0
                DISPLAY 'ACCTRCVR: no good backup on ACCTBKUP.CAT -- '
                    'master not touched'
                MOVE 'master recovery FAILED: no good backup on file'
                    TO APPEND-MESSAGE
                CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                    APPEND-MESSAGE 'CRI'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            MOVE CT-FILE-NAME(CHOSEN-SUB) TO BKUP-FILE-NAME.
            MOVE CT-BUSINESS-DATE(CHOSEN-SUB) TO CHOSEN-DATE.
            DISPLAY ' '.
            DISPLAY 'ACCTRCVR: rebuild ACCTMAST.DAT from '
                FUNCTION TRIM(BKUP-FILE-NAME) ' ('
                CT-COUNT(CHOSEN-SUB) ' records, business date '
                CHOSEN-DATE ')'.
            DISPLAY '          then replay the journals through '
                PROCESS-DATE.
            DISPLAY '          the master on file now is EMPTIED.'.
            DISPLAY 'key RECOVER to go on, anything else to stop: '
                WITH NO ADVANCING.
            ACCEPT CONFIRM-WORD FROM CONSOLE.
            IF FUNCTION UPPER-CASE(CONFIRM-WORD) NOT = 'RECOVER'
                DISPLAY 'ACCTRCVR: stopped, master not touched'
                MOVE 'master recovery stopped at confirmation'
                    TO APPEND-MESSAGE
                CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                    APPEND-MESSAGE 'INF'
                GOBACK
            END-IF.

            MOVE SPACES TO APPEND-MESSAGE.
            STRING 'master recovery started from '
                BKUP-FILE-NAME DELIMITED BY SPACE
                INTO APPEND-MESSAGE
            END-STRING.
            CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                APPEND-MESSAGE 'CRI'.

      * an OPEN OUTPUT leaves an empty master behind it; the load
      * and the replay work on it I-O
            OPEN OUTPUT ACCTMAST.
            IF ACCTMAST-STATUS NOT = 0
                DISPLAY 'ACCTRCVR: cannot empty ACCTMAST.DAT, status '
                    ACCTMAST-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            CLOSE ACCTMAST.
            OPEN I-O ACCTMAST.
            IF ACCTMAST-STATUS NOT = 0
                DISPLAY 'ACCTRCVR: cannot open ACCTMAST.DAT, status '
                    ACCTMAST-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM LOAD-FROM-BACKUP.
            PERFORM REPLAY-THE-JOURNALS.
            CLOSE ACCTMAST.

            PERFORM PROVE-THE-MASTER.
            PERFORM SHOW-RECOVERY-TOTALS.
            MOVE RECOVER-RC TO RETURN-CODE.
            GOBACK.

      * the door: an active SUP only, both outcomes on the record
        SIGN-ON-OPERATOR.
            OPEN INPUT MASTERFILE.
            IF MASTERFILE-STATUS NOT = 0
                DISPLAY 'ACCTRCVR: no OPERMAST.DAT on file -- a '
                    'master rebuild needs a signed-on SUP, bye'
                MOVE 12 TO RETURN-CODE
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
                DISPLAY 'ACCTRCVR: initials ' OPER-INITIALS
                    ' may not rebuild the master '
                    '(need an active SUP), bye'
                MOVE 'master recovery sign-on REFUSED'
                    TO APPEND-MESSAGE
                CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                    APPEND-MESSAGE 'WRN'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            DISPLAY 'ACCTRCVR: signed on as '
                FUNCTION TRIM(OPER-NAME) ' (' OPER-ROLE ')'.
            MOVE 'master recovery sign-on accepted'
                TO APPEND-MESSAGE.
            CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                APPEND-MESSAGE 'INF'.

        LOAD-BACKUP-CATALOG.
            OPEN INPUT CATFILE.
            IF CATFILE-STATUS NOT = 0
                DISPLAY 'ACCTRCVR: no ACCTBKUP.CAT on file'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL CATALOG-AT-END
                READ CATFILE
                    AT END SET CATALOG-AT-END TO TRUE
                    NOT AT END PERFORM KEEP-CATALOG-ROW
                END-READ
            END-PERFORM.
            CLOSE CATFILE.

        KEEP-CATALOG-ROW.
            IF CAT-COUNT = 100
                PERFORM VARYING CAT-SUB FROM 1 BY 1
                        UNTIL CAT-SUB > 99
                    MOVE CAT-ENTRY(CAT-SUB + 1) TO CAT-ENTRY(CAT-SUB)
                END-PERFORM
                SUBTRACT 1 FROM CAT-COUNT
            END-IF.
            ADD 1 TO CAT-COUNT.
            MOVE BC-BUSINESS-DATE TO CT-BUSINESS-DATE(CAT-COUNT).
            MOVE BC-FILE-NAME TO CT-FILE-NAME(CAT-COUNT).
            MOVE BC-COUNT TO CT-COUNT(CAT-COUNT).
            MOVE BC-JOURNAL-NAME TO CT-JOURNAL-NAME(CAT-COUNT).
            MOVE BC-JOURNAL-POSITION TO CT-JOURNAL-POSITION(CAT-COUNT).

      * newest first; the first one whose file still reads back at
      * its cataloged count is the one
        CHOOSE-GOOD-BACKUP.
            MOVE 0 TO CHOSEN-SUB.
            MOVE CAT-COUNT TO CAT-SUB.
            PERFORM UNTIL CAT-SUB = 0 OR CHOSEN-SUB > 0
                MOVE CT-FILE-NAME(CAT-SUB) TO BKUP-FILE-NAME
                PERFORM COUNT-BACKUP-FILE
                IF BKUPFILE-STATUS = 0
                        AND COUNT-ON-BACKUP = CT-COUNT(CAT-SUB)
                    MOVE CAT-SUB TO CHOSEN-SUB
                ELSE
                    DISPLAY 'ACCTRCVR: passed over '
                        FUNCTION TRIM(BKUP-FILE-NAME) ' -- '
                        COUNT-ON-BACKUP ' on file, '
                        CT-COUNT(CAT-SUB) ' cataloged'
                    SUBTRACT 1 FROM CAT-SUB
                END-IF
            END-PERFORM.

        COUNT-BACKUP-FILE.
            MOVE 0 TO COUNT-ON-BACKUP.
            MOVE 'N' TO BKUP-EOF.
            OPEN INPUT BKUPFILE.
            IF BKUPFILE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL BACKUP-AT-END
                READ BKUPFILE
                    AT END SET BACKUP-AT-END TO TRUE
                    NOT AT END ADD 1 TO COUNT-ON-BACKUP
                END-READ
            END-PERFORM.
            CLOSE BKUPFILE.

        LOAD-FROM-BACKUP.
            MOVE 'N' TO BKUP-EOF.
            OPEN INPUT BKUPFILE.
            PERFORM UNTIL BACKUP-AT-END
                READ BKUPFILE
                    AT END SET BACKUP-AT-END TO TRUE
                    NOT AT END
                        MOVE BKUP-LINE TO ACCT-MAST-RECORD
                        WRITE ACCT-MAST-RECORD
                            INVALID KEY ADD 1 TO COUNT-LOAD-FAILED
                            NOT INVALID KEY ADD 1 TO COUNT-LOADED
                        END-WRITE
                END-READ
            END-PERFORM.
            CLOSE BKUPFILE.

      * the backup's own date first, past the records it already
      * held, then each later business date whole
        REPLAY-THE-JOURNALS.
            COMPUTE DAY-NUMBER =
                FUNCTION INTEGER-OF-DATE(CHOSEN-DATE-NUM).
            COMPUTE LAST-DAY-NUMBER =
                FUNCTION INTEGER-OF-DATE(PROCESS-DATE-NUM).
            PERFORM UNTIL DAY-NUMBER > LAST-DAY-NUMBER
                COMPUTE JRN-DATE =
                    FUNCTION DATE-OF-INTEGER(DAY-NUMBER)
                MOVE SPACES TO JRN-FILE-NAME
                STRING 'ACCTJ' JRN-DATE '.DAT'
                    DELIMITED BY SIZE
                    INTO JRN-FILE-NAME
                END-STRING
                MOVE 0 TO JRN-SKIP
                IF JRN-FILE-NAME = CT-JOURNAL-NAME(CHOSEN-SUB)
                    MOVE CT-JOURNAL-POSITION(CHOSEN-SUB) TO JRN-SKIP
                END-IF
                PERFORM REPLAY-ONE-JOURNAL
                ADD 1 TO DAY-NUMBER
            END-PERFORM.

      * no journal for a date is a day nothing changed the master
        REPLAY-ONE-JOURNAL.
            MOVE 'N' TO JRN-EOF.
            MOVE 0 TO JRN-READ.
            OPEN INPUT MASTJRN.
            IF MASTJRN-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO COUNT-JOURNALS.
            PERFORM UNTIL JOURNAL-AT-END
                READ MASTJRN
                    AT END SET JOURNAL-AT-END TO TRUE
                    NOT AT END
                        ADD 1 TO JRN-READ
                        IF JRN-READ > JRN-SKIP
                            PERFORM APPLY-JOURNAL-RECORD
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE MASTJRN.
            DISPLAY 'ACCTRCVR: replayed ' FUNCTION TRIM(JRN-FILE-NAME)
                ', ' JRN-READ ' record(s), first ' JRN-SKIP
                ' already on the backup'.

        APPLY-JOURNAL-RECORD.
            ADD 1 TO COUNT-REPLAYED.
            MOVE MJ-IMAGE TO ACCT-MAST-RECORD.
            EVALUATE TRUE
                WHEN MJ-IS-ADD
                    WRITE ACCT-MAST-RECORD
                        INVALID KEY
                            REWRITE ACCT-MAST-RECORD
                            ADD 1 TO COUNT-CHANGES
                        NOT INVALID KEY
                            ADD 1 TO COUNT-ADDS
                    END-WRITE
                WHEN MJ-IS-CHANGE
                    REWRITE ACCT-MAST-RECORD
                        INVALID KEY
                            WRITE ACCT-MAST-RECORD
                            ADD 1 TO COUNT-ADDS
                        NOT INVALID KEY
                            ADD 1 TO COUNT-CHANGES
                    END-REWRITE
                WHEN MJ-IS-DELETE
                    DELETE ACCTMAST RECORD
                        INVALID KEY
                            PERFORM NOTE-NOTHING-TO-APPLY
                        NOT INVALID KEY
                            ADD 1 TO COUNT-DELETES
                    END-DELETE
                WHEN OTHER
                    PERFORM NOTE-NOTHING-TO-APPLY
            END-EVALUATE.

        NOTE-NOTHING-TO-APPLY.
            ADD 1 TO COUNT-NOTHING.
            DISPLAY 'ACCTRCVR: nothing to apply -- '
                FUNCTION TRIM(JRN-FILE-NAME) ' record ' JRN-READ
                ' action ' MJ-ACTION ' from ' MJ-PROGRAM.

      * the rebuilt master read end to end and held to the backup
      * plus what the journals added less what they removed
        PROVE-THE-MASTER.
            MOVE 0 TO COUNT-ON-FILE.
            MOVE 'N' TO MAST-EOF.
            OPEN INPUT ACCTMAST.
            IF ACCTMAST-STATUS = 0
                PERFORM UNTIL MASTER-AT-END
                    READ ACCTMAST NEXT RECORD
                        AT END SET MASTER-AT-END TO TRUE
                        NOT AT END ADD 1 TO COUNT-ON-FILE
                    END-READ
                END-PERFORM
                CLOSE ACCTMAST
            END-IF.
            COMPUTE COUNT-EXPECTED =
                COUNT-LOADED + COUNT-ADDS - COUNT-DELETES.
            IF COUNT-EXPECTED = COUNT-ON-FILE
                    AND COUNT-LOADED = CT-COUNT(CHOSEN-SUB)
                    AND COUNT-LOAD-FAILED = 0
                MOVE 'PROVED' TO PROOF-WORD
            ELSE
                MOVE 'NOT PROVED' TO PROOF-WORD
                MOVE 12 TO RECOVER-RC
            END-IF.

        SHOW-RECOVERY-TOTALS.
            DISPLAY ' '.
            DISPLAY 'ACCTRCVR: master recovery from '
                FUNCTION TRIM(BKUP-FILE-NAME).
            DISPLAY '  records on the backup    : '
                CT-COUNT(CHOSEN-SUB).
            DISPLAY '  records loaded           : ' COUNT-LOADED.
            DISPLAY '  load failures            : ' COUNT-LOAD-FAILED.
            DISPLAY '  journals replayed        : ' COUNT-JOURNALS.
            DISPLAY '  journal records applied  : ' COUNT-REPLAYED.
            DISPLAY '    adds                   : ' COUNT-ADDS.
            DISPLAY '    changes                : ' COUNT-CHANGES.
            DISPLAY '    deletes                : ' COUNT-DELETES.
            DISPLAY '    nothing to apply       : ' COUNT-NOTHING.
            DISPLAY '  records on the master    : ' COUNT-ON-FILE.
            DISPLAY '  proof                    : ' PROOF-WORD.

            MOVE SPACES TO APPEND-MESSAGE.
            STRING 'recovered ' COUNT-LOADED
                ' +' COUNT-ADDS ' -' COUNT-DELETES
                ' = ' COUNT-ON-FILE ' ' PROOF-WORD
                DELIMITED BY SIZE
                INTO APPEND-MESSAGE
            END-STRING.
            CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                APPEND-MESSAGE 'CRI'.

        END PROGRAM ACCTRCVR.
