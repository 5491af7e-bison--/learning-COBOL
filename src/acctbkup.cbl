        IDENTIFICATION DIVISION.
        PROGRAM-ID. ACCTBKUP.

      * nightly backup of the accepted-accounts master.  the master
      * (ACCTMAST.DAT) is an indexed file written in place, and the
      * only record of every account ever accepted; this unloads it
      * whole, in key order, to a flat dated copy
      * (ACCTBKyyyymmdd.DAT for the business date) and proves the
      * copy by reading it back and counting it again.  a proven
      * copy is cataloged in ACCTBKUP.CAT (bkupcat.cpy) with its
      * record count and how far the day's master journal
      * (ACCTJyyyymmdd.DAT) had got when the unload was taken --
      * everything ACCTRCVR needs to rebuild the master from this
      * copy plus the journal records written after it.  a copy
      * that does not read back at the count written is not
      * cataloged and raises a CRITICAL, so recovery can never pick
      * it.  runs as a NITEBATCH step after the intake -- once per
      * date when CATCHUP drives the chain, so every switch and
      * count starts afresh on each call
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ACCTMAST
            ASSIGN TO "ACCTMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS AM-DIGITS
            FILE STATUS IS ACCTMAST-STATUS
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
            SELECT CATFILE
            ASSIGN TO "ACCTBKUP.CAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CATFILE-STATUS
            .

        DATA DIVISION.
        FILE SECTION.
        FD ACCTMAST.
           COPY "acctmast.cpy".

      * the flat copy: each master record as it stands on file
        FD BKUPFILE.
        01 BKUP-LINE PIC X(80).

        FD MASTJRN.
           COPY "mastjrn.cpy".

        FD CATFILE.
           COPY "bkupcat.cpy".

        WORKING-STORAGE SECTION.
        01 ACCTMAST-REAL PIC XX.
        01 ACCTMAST-STATUS REDEFINES ACCTMAST-REAL PIC 99.
        01 BKUPFILE-REAL PIC XX.
        01 BKUPFILE-STATUS REDEFINES BKUPFILE-REAL PIC 99.
        01 MASTJRN-REAL PIC XX.
        01 MASTJRN-STATUS REDEFINES MASTJRN-REAL PIC 99.
        01 CATFILE-REAL PIC XX.
        01 CATFILE-STATUS REDEFINES CATFILE-REAL PIC 99.

        01 PROCESS-DATE PIC X(8).
        01 BKUP-FILE-NAME PIC X(30).
        01 JRN-FILE-NAME PIC X(30).

        01 MAST-EOF PIC X(1) VALUE 'N'.
            88 MASTER-AT-END VALUE 'Y'.
        01 BKUP-EOF PIC X(1) VALUE 'N'.
            88 BACKUP-AT-END VALUE 'Y'.
        01 JRN-EOF PIC X(1) VALUE 'N'.
            88 JOURNAL-AT-END VALUE 'Y'.

        01 COUNT-WRITTEN PIC 9(8) VALUE 0.
        01 COUNT-READ-BACK PIC 9(8) VALUE 0.
        01 JOURNAL-POSITION PIC 9(8) VALUE 0.

      * appender boundary staging, same shapes nitebatch uses
        01 STEP-JOB-ID PIC X(8) VALUE 'ACCTBKUP'.
        01 STEP-WRITES PIC 9(4).
        01 STEP-MESSAGE PIC X(60).

        PROCEDURE DIVISION.
            MOVE 0 TO RETURN-CODE.
            MOVE 'N' TO MAST-EOF.
            MOVE 'N' TO BKUP-EOF.
            MOVE 'N' TO JRN-EOF.
            MOVE 0 TO COUNT-WRITTEN COUNT-READ-BACK JOURNAL-POSITION.
            CALL 'procdate' USING PROCESS-DATE.
            MOVE SPACES TO BKUP-FILE-NAME.
            STRING 'ACCTBK' PROCESS-DATE '.DAT'
                DELIMITED BY SIZE
                INTO BKUP-FILE-NAME
            END-STRING.
            MOVE SPACES TO JRN-FILE-NAME.
            STRING 'ACCTJ' PROCESS-DATE '.DAT'
                DELIMITED BY SIZE
                INTO JRN-FILE-NAME
            END-STRING.

            OPEN INPUT ACCTMAST.
            IF ACCTMAST-STATUS = 35
                DISPLAY 'ACCTBKUP: no ACCTMAST.DAT on file -- '
                    'nothing to back up'
                MOVE 'no ACCTMAST.DAT on file, no backup taken'
                    TO STEP-MESSAGE
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'WRN'
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF.
            IF ACCTMAST-STATUS NOT = 0
                DISPLAY 'ACCTBKUP: cannot open ACCTMAST.DAT, status '
                    ACCTMAST-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

      * where the day's journal stands now: everything past this
      * point was written after the unload and is what a recovery
      * from this copy has to replay
            PERFORM COUNT-JOURNAL-POSITION.

            OPEN OUTPUT BKUPFILE.
            IF BKUPFILE-STATUS NOT = 0
                DISPLAY 'ACCTBKUP: cannot open ' BKUP-FILE-NAME
                    ', status ' BKUPFILE-STATUS
                CLOSE ACCTMAST
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM UNTIL MASTER-AT-END
                READ ACCTMAST NEXT RECORD
                    AT END SET MASTER-AT-END TO TRUE
                    NOT AT END
                        WRITE BKUP-LINE FROM ACCT-MAST-RECORD
                        ADD 1 TO COUNT-WRITTEN
                END-READ
            END-PERFORM.
            CLOSE BKUPFILE.
            CLOSE ACCTMAST.

            PERFORM COUNT-BACKUP-READ-BACK.
            IF COUNT-READ-BACK NOT = COUNT-WRITTEN
                DISPLAY 'ACCTBKUP: *** BACKUP NOT PROVEN *** -- '
                    COUNT-WRITTEN ' written, ' COUNT-READ-BACK
                    ' read back'
                MOVE SPACES TO STEP-MESSAGE
                STRING 'master backup NOT proven: wrote '
                    COUNT-WRITTEN ' read ' COUNT-READ-BACK
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'CRI'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM CATALOG-THE-BACKUP.

            DISPLAY 'ACCTBKUP: ' COUNT-WRITTEN ' record(s) to '
                BKUP-FILE-NAME.
            DISPLAY 'ACCTBKUP: journal ' JRN-FILE-NAME ' at record '
                JOURNAL-POSITION.
            MOVE SPACES TO STEP-MESSAGE.
            STRING 'master backup ' BKUP-FILE-NAME DELIMITED BY SPACE
                ' ' COUNT-WRITTEN ' records, journal at '
                JOURNAL-POSITION
                DELIMITED BY SIZE
                INTO STEP-MESSAGE
            END-STRING.
            CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                STEP-MESSAGE 'INF'.
            MOVE 0 TO RETURN-CODE.
            GOBACK.

      * no journal yet today is position zero
        COUNT-JOURNAL-POSITION.
            MOVE 0 TO JOURNAL-POSITION.
            OPEN INPUT MASTJRN.
            IF MASTJRN-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL JOURNAL-AT-END
                READ MASTJRN
                    AT END SET JOURNAL-AT-END TO TRUE
                    NOT AT END ADD 1 TO JOURNAL-POSITION
                END-READ
            END-PERFORM.
            CLOSE MASTJRN.

        COUNT-BACKUP-READ-BACK.
            MOVE 0 TO COUNT-READ-BACK.
            OPEN INPUT BKUPFILE.
            IF BKUPFILE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL BACKUP-AT-END
                READ BKUPFILE
                    AT END SET BACKUP-AT-END TO TRUE
                    NOT AT END ADD 1 TO COUNT-READ-BACK
                END-READ
            END-PERFORM.
            CLOSE BKUPFILE.

      * the proven copy onto the catalog; OPEN EXTEND auto-creates
      * the catalog on the first backup ever
        CATALOG-THE-BACKUP.
            OPEN EXTEND CATFILE.
            IF CATFILE-STATUS NOT = 0
                OPEN OUTPUT CATFILE
            END-IF.
            IF CATFILE-STATUS NOT = 0
                DISPLAY 'ACCTBKUP: cannot write ACCTBKUP.CAT, status '
                    CATFILE-STATUS ' -- backup not cataloged'
                MOVE 'master backup taken but NOT cataloged'
                    TO STEP-MESSAGE
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'CRI'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE SPACES TO BKUP-CAT-RECORD.
            MOVE PROCESS-DATE TO BC-BUSINESS-DATE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO BC-RUN-DATE.
            MOVE FUNCTION CURRENT-DATE(9:6) TO BC-RUN-TIME.
            MOVE BKUP-FILE-NAME TO BC-FILE-NAME.
            MOVE COUNT-WRITTEN TO BC-COUNT.
            MOVE JRN-FILE-NAME TO BC-JOURNAL-NAME.
            MOVE JOURNAL-POSITION TO BC-JOURNAL-POSITION.
            WRITE BKUP-CAT-RECORD.
            CLOSE CATFILE.

        END PROGRAM ACCTBKUP.
