      * room whose pile the section joins.  when no control file
      * is on hand the classic four WHEEE/SEPPAGE sections spool
      * as before, one copy of everything
      *
      * PRINTSPOOL.TXT goes to the shared printer, and sections
      * such as ACCTREJ.DAT and ACCTDUP.DAT are account files
      * printed as they stand.  every report line is put under the
      * shop's account-number mask (acctmask) on its way into the
      * spool, so no section prints more than the last four digits
      * of an account, whatever file it was spooled from
      *
      * PRINTSPOOL.TXT is rebuilt every night, so each night's
      * spool is also kept, line for line, as a dated archive
      * SPOOLyyyymmdd.TXT for the processing date (procdate), with
      * an index beside it, SPOOLyyyymmdd.NDX (spoolndx.cpy), of
      * which section, job, recipient and copy starts on which line
      * and page.  PRTREPR reprints from them.  the archived nights
      * are listed in SPOOLCAT.DAT (spoolcat.cpy); a night older
      * than the spool retention period is deleted and dropped
      * from the catalog as tonight's is added.  a spool that
      * cannot be archived still prints, with a warning.  CATCHUP
      * calls the step once per date in one run, so the section
      * list, the spool and archive positions and the catalog are
      * all started afresh on every call
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DISTFILE-STATUS
            .
            SELECT ARCHFILE
            ASSIGN TO ARCH-FILE-NAME
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS ARCHFILE-STATUS
            .
            SELECT INDEXFILE
            ASSIGN TO INDEX-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INDEXFILE-STATUS
            .
            SELECT CATFILE
            ASSIGN TO "SPOOLCAT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CATFILE-STATUS
            .

        DATA DIVISION.
        FILE SECTION.
           05 PD-COPIES    PIC 9(1).
           05 PD-RECIPIENT PIC X(20).

      * the night's spool kept line for line, and its index
        FD ARCHFILE.
        01 ARCH-LINE PIC X(132).

        FD INDEXFILE.
        01 INDEX-LINE PIC X(82).

        FD CATFILE.
        01 CAT-LINE PIC X(33).

        WORKING-STORAGE SECTION.
        01 RPTFILE-REAL PIC XX.
        01 RPTFILE-STATUS REDEFINES RPTFILE-REAL PIC 99.
        01 SPOOLFILE-STATUS REDEFINES SPOOLFILE-REAL PIC 99.
        01 DISTFILE-REAL PIC XX.
        01 DISTFILE-STATUS REDEFINES DISTFILE-REAL PIC 99.
        01 ARCHFILE-REAL PIC XX.
        01 ARCHFILE-STATUS REDEFINES ARCHFILE-REAL PIC 99.
        01 INDEXFILE-REAL PIC XX.
        01 INDEXFILE-STATUS REDEFINES INDEXFILE-REAL PIC 99.
        01 CATFILE-REAL PIC XX.
        01 CATFILE-STATUS REDEFINES CATFILE-REAL PIC 99.

        01 RPT-FILE-NAME PIC X(15).

      * the dated archive and its index, named for the processing
      * date; archiving is given up, never the print run, when
      * either cannot be opened
        01 PROC-DATE-X PIC X(8).
        01 ARCH-FILE-NAME PIC X(17).
        01 INDEX-FILE-NAME PIC X(17).
        01 ARCHIVE-FLAG PIC X(1) VALUE 'N'.
            88 ARCHIVING VALUE 'Y'.

      * where the spool stands, for the index: lines and pages so
      * far, and where the copy being spooled began
        01 SPOOL-LINE-NO PIC 9(6) VALUE 0.
        01 SPOOL-PAGE-NO PIC 9(4) VALUE 1.
        01 COPY-START-LINE PIC 9(6) VALUE 0.
        01 COPY-START-PAGE PIC 9(4) VALUE 0.
        01 COPIES-INDEXED PIC 9(3) VALUE 0.
        COPY "spoolndx.cpy".

      * the archived nights, held while the catalog is rewritten;
      * a night is kept for SPOOL-RETENTION-DAYS calendar days
        COPY "spoolcat.cpy".
        01 SPOOL-RETENTION-DAYS PIC 9(3) VALUE 30.
        01 CAT-TABLE.
           05 CAT-ENTRY OCCURS 400 TIMES PIC X(33).
        01 CAT-COUNT PIC 9(3) VALUE 0.
        01 CAT-SUB PIC 9(3) VALUE 0.
        01 CAT-EOF PIC X(1) VALUE 'N'.
            88 CATALOG-AT-END VALUE 'Y'.
        01 CUTOFF-INTEGER PIC 9(9) COMP.
        01 PURGE-FILE-NAME PIC X(17).
        01 PURGE-RC PIC S9(9) COMP-5.
        01 NIGHTS-PURGED PIC 9(3) VALUE 0.
        01 PURGE-FLAG PIC X(1) VALUE 'N'.
            88 PURGE-FAILED VALUE 'Y'.
      * a night whose files would not delete stays on the catalog
      * for the next run to try again, and the step ends cc 4
        01 PRTASM-CC PIC 9(4) VALUE 0.
      * what CBL_CHECK_FILE_EXIST hands back, looked at only to
      * tell a file already gone from one that would not go
        01 EXIST-RC PIC S9(9) COMP-5.
        01 EXIST-DETAILS.
           05 EXIST-SIZE PIC X(8) COMP-X.
           05 EXIST-DAY PIC X COMP-X.
           05 EXIST-MONTH PIC X COMP-X.
           05 EXIST-YEAR PIC X(2) COMP-X.
           05 EXIST-HOURS PIC X COMP-X.
           05 EXIST-MINUTES PIC X COMP-X.
           05 EXIST-SECONDS PIC X COMP-X.
           05 EXIST-HUNDREDTHS PIC X COMP-X.

      * the night's print order, from PRTDIST.DAT -- or the
      * built-in WHEEE/SEPPAGE list below when no control file is
      * on hand

        01 STAR-LINE PIC X(132) VALUE ALL '*'.
        01 TEXT-LINE PIC X(132).
        01 TEXT-LENGTH PIC 9(3) VALUE 132.

        PROCEDURE DIVISION.
            MOVE 0 TO PRTASM-CC.
            MOVE 'N' TO ARCHIVE-FLAG.
            MOVE 'N' TO DIST-EOF.
            MOVE 0 TO SECTION-COUNT SECTIONS-FOUND LINES-COPIED.
            PERFORM LOAD-DISTRIBUTION-TABLE.

            OPEN OUTPUT SPOOLFILE.
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM OPEN-SPOOL-ARCHIVE.

            PERFORM ASSEMBLE-ONE-SECTION
                VARYING SECTION-SUB FROM 1 BY 1
            DISPLAY 'PRTASM: ' SECTIONS-FOUND ' section(s), '
                LINES-COPIED ' line(s) spooled to PRINTSPOOL.TXT'.

            IF ARCHIVING
                CLOSE ARCHFILE
                CLOSE INDEXFILE
                DISPLAY 'PRTASM: spool archived as ' ARCH-FILE-NAME
                    ', ' COPIES-INDEXED ' section copies indexed'
                PERFORM UPDATE-SPOOL-CATALOG
            END-IF.

            MOVE PRTASM-CC TO RETURN-CODE.
            GOBACK.

      * the distribution control file, one record per section in
      * got written tonight is noted on the spool itself, where
      * the print room will see it
        ASSEMBLE-ONE-COPY.
            COMPUTE COPY-START-LINE = SPOOL-LINE-NO + 1.
            MOVE SPOOL-PAGE-NO TO COPY-START-PAGE.
            PERFORM WRITE-SEPARATOR-PAGE.

            MOVE SEC-FILE-NAME(SECTION-SUB) TO RPT-FILE-NAME.
                        AT END SET REPORT-AT-END TO TRUE
                        NOT AT END
                            MOVE RPT-LINE TO TEXT-LINE
                            CALL 'acctmask' USING TEXT-LINE
                                TEXT-LENGTH
                            PERFORM WRITE-SPOOL-LINE
                            ADD 1 TO LINES-COPIED
                    END-READ
            END-IF.

            PERFORM WRITE-PAGE-EJECT.
            IF ARCHIVING
                PERFORM WRITE-INDEX-ENTRY
            END-IF.

      * the fence ahead of each section: who printed it, when, and
      * what it is -- readable from six feet away while bursting
                DISPLAY 'PRTASM: spool write failed, status '
                    SPOOLFILE-STATUS
            END-IF.
            ADD 1 TO SPOOL-LINE-NO.
            IF ARCHIVING
                WRITE ARCH-LINE FROM TEXT-LINE
                IF ARCHFILE-STATUS NOT = 0
                    DISPLAY 'PRTASM: archive write failed, status '
                        ARCHFILE-STATUS
                END-IF
            END-IF.
      * a form feed ends the page it is on, wherever it came from
            IF TEXT-LINE(1:1) = PAGE-EJECT
                ADD 1 TO SPOOL-PAGE-NO
            END-IF.

      * tonight's archive and index, named for the processing date;
      * a rerun for the same date replaces both
        OPEN-SPOOL-ARCHIVE.
            MOVE 'N' TO ARCHIVE-FLAG.
            MOVE 0 TO SPOOL-LINE-NO.
            MOVE 1 TO SPOOL-PAGE-NO.
            MOVE 0 TO COPY-START-LINE COPY-START-PAGE COPIES-INDEXED.
            CALL 'procdate' USING PROC-DATE-X.
            MOVE SPACES TO ARCH-FILE-NAME.
            STRING 'SPOOL' PROC-DATE-X '.TXT'
                DELIMITED BY SIZE
                INTO ARCH-FILE-NAME
            END-STRING.
            MOVE SPACES TO INDEX-FILE-NAME.
            STRING 'SPOOL' PROC-DATE-X '.NDX'
                DELIMITED BY SIZE
                INTO INDEX-FILE-NAME
            END-STRING.
            OPEN OUTPUT ARCHFILE.
            IF ARCHFILE-STATUS NOT = 0
                DISPLAY 'PRTASM: WARNING -- cannot open '
                    ARCH-FILE-NAME ', status ' ARCHFILE-STATUS
                    ', spool not archived'
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT INDEXFILE.
            IF INDEXFILE-STATUS NOT = 0
                DISPLAY 'PRTASM: WARNING -- cannot open '
                    INDEX-FILE-NAME ', status ' INDEXFILE-STATUS
                    ', spool not archived'
                CLOSE ARCHFILE
                EXIT PARAGRAPH
            END-IF.
            SET ARCHIVING TO TRUE.

      * one copy of one section, now that its last line (the
      * eject) is down and its length is known
        WRITE-INDEX-ENTRY.
            MOVE SECTION-SUB TO SX-SECTION-NO.
            MOVE SEC-JOB-NAME(SECTION-SUB) TO SX-JOB-NAME.
            MOVE SEC-TITLE(SECTION-SUB) TO SX-TITLE.
            MOVE SEC-RECIPIENT(SECTION-SUB) TO SX-RECIPIENT.
            MOVE COPY-SUB TO SX-COPY-NO.
            MOVE SEC-COPIES(SECTION-SUB) TO SX-COPIES.
            MOVE COPY-START-LINE TO SX-START-LINE.
            COMPUTE SX-LINE-COUNT =
                SPOOL-LINE-NO - COPY-START-LINE + 1.
            MOVE COPY-START-PAGE TO SX-START-PAGE.
            COMPUTE SX-PAGE-COUNT =
                SPOOL-PAGE-NO - COPY-START-PAGE.
            WRITE INDEX-LINE FROM SPOOL-INDEX-RECORD.
            ADD 1 TO COPIES-INDEXED.

      * the catalog back with tonight's night on the end: nights
      * past retention are deleted and left off, and an entry for
      * tonight's date from an earlier run is replaced
        UPDATE-SPOOL-CATALOG.
            COMPUTE CUTOFF-INTEGER =
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(PROC-DATE-X))
                - SPOOL-RETENTION-DAYS.
            MOVE 0 TO CAT-COUNT.
            MOVE 0 TO NIGHTS-PURGED.
            MOVE 'N' TO CAT-EOF.
            OPEN INPUT CATFILE.
            IF CATFILE-STATUS = 0
                PERFORM UNTIL CATALOG-AT-END
                    READ CATFILE INTO SPOOL-CATALOG-RECORD
                        AT END SET CATALOG-AT-END TO TRUE
                        NOT AT END
                            PERFORM JUDGE-ONE-NIGHT
                    END-READ
                END-PERFORM
                CLOSE CATFILE
            END-IF.

            MOVE PROC-DATE-X TO SC-BUSINESS-DATE.
            MOVE SPOOL-LINE-NO TO SC-LINE-COUNT.
            COMPUTE SC-PAGE-COUNT = SPOOL-PAGE-NO - 1.
            MOVE COPIES-INDEXED TO SC-COPY-COUNT.
            MOVE FUNCTION CURRENT-DATE(5:12) TO SC-WRITTEN-TS.
            IF CAT-COUNT < 400
                ADD 1 TO CAT-COUNT
                MOVE SPOOL-CATALOG-RECORD TO CAT-ENTRY(CAT-COUNT)
            END-IF.

            OPEN OUTPUT CATFILE.
            IF CATFILE-STATUS NOT = 0
                DISPLAY 'PRTASM: cannot rewrite SPOOLCAT.DAT, status '
                    CATFILE-STATUS
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING CAT-SUB FROM 1 BY 1
                    UNTIL CAT-SUB > CAT-COUNT
                WRITE CAT-LINE FROM CAT-ENTRY(CAT-SUB)
            END-PERFORM.
            CLOSE CATFILE.
            IF NIGHTS-PURGED > 0
                DISPLAY 'PRTASM: ' NIGHTS-PURGED ' archived spool(s) '
                    'past ' SPOOL-RETENTION-DAYS ' days deleted'
            END-IF.

      * one catalog entry: kept, replaced by tonight's, or past
      * retention and deleted with its index.  a night whose spool
      * or index will not delete keeps its entry, so the file is
      * still known to the catalog and the next run tries again
        JUDGE-ONE-NIGHT.
            IF SC-BUSINESS-DATE = PROC-DATE-X
                EXIT PARAGRAPH
            END-IF.
            IF SC-BUSINESS-DATE IS NUMERIC
                    AND FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(SC-BUSINESS-DATE))
                        < CUTOFF-INTEGER
                MOVE 'N' TO PURGE-FLAG
                MOVE SPACES TO PURGE-FILE-NAME
                STRING 'SPOOL' SC-BUSINESS-DATE '.TXT'
                    DELIMITED BY SIZE
                    INTO PURGE-FILE-NAME
                END-STRING
                PERFORM PURGE-ONE-FILE
                MOVE SPACES TO PURGE-FILE-NAME
                STRING 'SPOOL' SC-BUSINESS-DATE '.NDX'
                    DELIMITED BY SIZE
                    INTO PURGE-FILE-NAME
                END-STRING
                PERFORM PURGE-ONE-FILE
                IF NOT PURGE-FAILED
                    ADD 1 TO NIGHTS-PURGED
                    EXIT PARAGRAPH
                END-IF
                MOVE 4 TO PRTASM-CC
            END-IF.
            IF CAT-COUNT < 400
                ADD 1 TO CAT-COUNT
                MOVE SPOOL-CATALOG-RECORD TO CAT-ENTRY(CAT-COUNT)
            END-IF.

      * a file already gone counts as deleted; one still there after
      * CBL_DELETE_FILE is named with the code it came back with
        PURGE-ONE-FILE.
            CALL 'CBL_DELETE_FILE' USING PURGE-FILE-NAME
                RETURNING PURGE-RC
            END-CALL.
            IF PURGE-RC = 0
                EXIT PARAGRAPH
            END-IF.
            CALL 'CBL_CHECK_FILE_EXIST' USING PURGE-FILE-NAME
                EXIST-DETAILS
                RETURNING EXIST-RC
            END-CALL.
            IF EXIST-RC NOT = 0
                EXIT PARAGRAPH
            END-IF.
            SET PURGE-FAILED TO TRUE.
            DISPLAY 'PRTASM: cannot delete ' PURGE-FILE-NAME
                ', rc ' PURGE-RC ' -- kept on SPOOLCAT.DAT'.

        END PROGRAM PRTASM.
