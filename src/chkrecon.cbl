        IDENTIFICATION DIVISION.
        PROGRAM-ID. CHKRECON.

      * partner full-file reconciliation.  once a quarter each
      * partner sends its complete list of live accounts and asks
      * us to confirm our records agree; this reads that list (the
      * intake layout -- HDR record with the partner id and file
      * date, one account per record, TRL record with the count)
      * and the accepted-accounts master ACCTMAST.DAT, and sorts
      * every difference into three exception lists:
      *
      *     NOM  on their list, not on our master (or on it under
      *          another partner, or only reserved by CHKGEN)
      *     NOL  on our master under their id, not on their list
      *     CKD  on both, with a different check digit
      *
      * an account we hold closed or blocked is not expected on a
      * live list, so its absence is counted but not an exception;
      * one they still list is counted for the sign-off letter.
      * the list's keys go into a work index (CHKRECON.WRK) on the
      * way through, which catches a number listed twice and lets
      * the master side be checked against the list one record at
      * a time, however long the list.
      *
      * every exception goes to a return file in the partner
      * acknowledgment layout (RCNppppppppyyyymmdd.DAT -- partner
      * and the list's file date; ackrec.cpy, closed by an R
      * reconciled-totals record), and the printed report is read
      * back off that same file, so what is printed is exactly what
      * the partner gets.  the report ends with the summary totals
      * for the sign-off letter and the verdict goes to the day's
      * log: INF when the two sides agree, WRN with condition code
      * 4 when anything is out
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LISTFILE
            ASSIGN TO LIST-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LISTFILE-STATUS
            .
            SELECT ACCTMAST
            ASSIGN TO "ACCTMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AM-DIGITS
            FILE STATUS IS ACCTMAST-STATUS
            .
            SELECT LISTKEYS
            ASSIGN TO "CHKRECON.WRK"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS LKY-DIGITS
            FILE STATUS IS LISTKEYS-STATUS
            .
            SELECT RCNFILE
            ASSIGN TO RCN-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RCNFILE-STATUS
            .

        DATA DIVISION.
        FILE SECTION.
      * the partner's full list, in the intake layout
        FD LISTFILE.
        01 LIST-RECORD.
           05 LST-DIGITS PIC X(18).
           05 LST-CHECK  PIC X(1).
        01 LIST-HEADER.
           05 HDR-TAG     PIC X(3).
           05 HDR-PARTNER PIC X(8).
           05 HDR-DATE    PIC X(8).
        01 LIST-TRAILER.
           05 TRL-TAG   PIC X(3).
           05 TRL-COUNT PIC 9(6).

        FD ACCTMAST.
           COPY "acctmast.cpy".

      * the list's account keys, for the master-side pass
        FD LISTKEYS.
        01 LIST-KEY-RECORD.
           05 LKY-DIGITS PIC X(18).
           05 LKY-CHECK  PIC X(1).

        FD RCNFILE.
           COPY "ackrec.cpy".

        WORKING-STORAGE SECTION.
        01 LISTFILE-REAL PIC XX.
        01 LISTFILE-STATUS REDEFINES LISTFILE-REAL PIC 99.
        01 ACCTMAST-REAL PIC XX.
        01 ACCTMAST-STATUS REDEFINES ACCTMAST-REAL PIC 99.
        01 LISTKEYS-REAL PIC XX.
        01 LISTKEYS-STATUS REDEFINES LISTKEYS-REAL PIC 99.
        01 RCNFILE-REAL PIC XX.
        01 RCNFILE-STATUS REDEFINES RCNFILE-REAL PIC 99.

        01 PROCESS-DATE PIC X(8).
        01 RECON-PARTNER PIC X(8) VALUE SPACES.
        01 LIST-FILE-NAME PIC X(30) VALUE SPACES.
        01 RCN-FILE-NAME PIC X(30) VALUE SPACES.
        01 LIST-DATE PIC X(8) VALUE SPACES.

        01 LIST-EOF PIC X(1) VALUE 'N'.
            88 LIST-AT-END VALUE 'Y'.
        01 MAST-EOF PIC X(1) VALUE 'N'.
            88 MASTER-AT-END VALUE 'Y'.
        01 RCN-EOF PIC X(1) VALUE 'N'.
            88 RETURN-AT-END VALUE 'Y'.
        01 TRAILER-FLAG PIC X(1) VALUE 'N'.
            88 TRAILER-SEEN VALUE 'Y'.
        01 ON-LIST-FLAG PIC X(1).
            88 ON-THEIR-LIST VALUE 'Y'.

      * the summary totals for the sign-off letter
        01 COUNT-LISTED PIC 9(6) VALUE 0.
        01 COUNT-LIST-DUP PIC 9(6) VALUE 0.
        01 COUNT-ON-MASTER PIC 9(6) VALUE 0.
        01 COUNT-MASTER-STOPPED PIC 9(6) VALUE 0.
        01 COUNT-AGREED PIC 9(6) VALUE 0.
        01 COUNT-NOT-OURS PIC 9(6) VALUE 0.
        01 COUNT-NOT-THEIRS PIC 9(6) VALUE 0.
        01 COUNT-CHECK-DIFFS PIC 9(6) VALUE 0.
        01 COUNT-LISTED-STOPPED PIC 9(6) VALUE 0.
        01 COUNT-STOPPED-UNLISTED PIC 9(6) VALUE 0.
        01 COUNT-EXCEPTIONS PIC 9(6) VALUE 0.
        01 COUNT-SECTION PIC 9(6) VALUE 0.
        01 TRAILER-COUNT PIC 9(6) VALUE 0.
        01 TRAILER-WORD PIC X(15) VALUE SPACES.

      * the exception being written: its disposition and reason
        01 EXC-DISPOSITION PIC X(3).
        01 EXC-REASON PIC X(30).
        01 EXC-DIGITS PIC X(18).
        01 EXC-CHECK PIC X(1).
        01 EXC-FIRST-DATE PIC X(8).
        01 WANT-DISPOSITION PIC X(3).

      * staged arguments for the shared report-page layer, each
      * sized to exactly match rptpage's linkage items
        01 RPT-ACTION PIC X(1).
        01 RPT-ID PIC X(8) VALUE 'CHKRECON'.
        01 RPT-TITLE PIC X(40).
        01 RPT-LINE PIC X(132).

      * appender boundary staging
        01 STEP-JOB-ID PIC X(8) VALUE 'CHKRECON'.
        01 STEP-WRITES PIC 9(4).
        01 STEP-MESSAGE PIC X(60).

        PROCEDURE DIVISION.
            MOVE 0 TO RETURN-CODE.
            CALL 'procdate' USING PROCESS-DATE.
            DISPLAY 'Partner id to reconcile: ' WITH NO ADVANCING.
            ACCEPT RECON-PARTNER FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(RECON-PARTNER) TO RECON-PARTNER.
            IF RECON-PARTNER = SPACES
                DISPLAY 'CHKRECON: no partner keyed, bye'
                GOBACK
            END-IF.
            DISPLAY 'Full-list file (blank for FULL'
                FUNCTION TRIM(RECON-PARTNER) '.DAT): '
                WITH NO ADVANCING.
            ACCEPT LIST-FILE-NAME FROM CONSOLE.
            IF LIST-FILE-NAME = SPACES OR LIST-FILE-NAME = LOW-VALUES
                MOVE SPACES TO LIST-FILE-NAME
                STRING 'FULL' DELIMITED BY SIZE
                    RECON-PARTNER DELIMITED BY SPACE
                    '.DAT' DELIMITED BY SIZE
                    INTO LIST-FILE-NAME
                END-STRING
            END-IF.

            PERFORM OPEN-THE-LIST.
            PERFORM OPEN-RECON-FILES.
            PERFORM CHECK-LIST-AGAINST-MASTER.
            CLOSE LISTFILE.
            CLOSE LISTKEYS.
            CLOSE ACCTMAST.
            PERFORM CHECK-MASTER-AGAINST-LIST.
            PERFORM CLOSE-RETURN-FILE.

            COMPUTE COUNT-EXCEPTIONS =
                COUNT-NOT-OURS + COUNT-NOT-THEIRS + COUNT-CHECK-DIFFS.
            PERFORM PRINT-THE-REPORT.
            PERFORM LOG-THE-VERDICT.
            GOBACK.

      * the list must open on a header naming the partner keyed --
      * reconciling one partner's list against another's accounts
      * would only produce a page of nonsense
        OPEN-THE-LIST.
            OPEN INPUT LISTFILE.
            IF LISTFILE-STATUS NOT = 0
                DISPLAY 'CHKRECON: cannot open '
                    FUNCTION TRIM(LIST-FILE-NAME) ', status '
                    LISTFILE-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            READ LISTFILE
                AT END SET LIST-AT-END TO TRUE
            END-READ.
            IF LIST-AT-END
                    OR HDR-TAG NOT = 'HDR'
                    OR HDR-PARTNER NOT = RECON-PARTNER
                DISPLAY 'CHKRECON: ' FUNCTION TRIM(LIST-FILE-NAME)
                    ' does not open on a header for '
                    RECON-PARTNER ' -- not reconciled'
                MOVE SPACES TO STEP-MESSAGE
                STRING 'reconcile refused: list header not '
                    RECON-PARTNER
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'WRN'
                CLOSE LISTFILE
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE HDR-DATE TO LIST-DATE.

        OPEN-RECON-FILES.
            OPEN INPUT ACCTMAST.
            IF ACCTMAST-STATUS NOT = 0
                DISPLAY 'CHKRECON: cannot open ACCTMAST.DAT, status '
                    ACCTMAST-STATUS
                CLOSE LISTFILE
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN OUTPUT LISTKEYS.
            IF LISTKEYS-STATUS NOT = 0
                DISPLAY 'CHKRECON: cannot open CHKRECON.WRK, status '
                    LISTKEYS-STATUS
                CLOSE LISTFILE
                CLOSE ACCTMAST
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE SPACES TO RCN-FILE-NAME.
            STRING 'RCN' DELIMITED BY SIZE
                RECON-PARTNER DELIMITED BY SPACE
                LIST-DATE '.DAT' DELIMITED BY SIZE
                INTO RCN-FILE-NAME
            END-STRING.
            OPEN OUTPUT RCNFILE.
            IF RCNFILE-STATUS NOT = 0
                DISPLAY 'CHKRECON: cannot open '
                    FUNCTION TRIM(RCN-FILE-NAME) ', status '
                    RCNFILE-STATUS
                CLOSE LISTFILE
                CLOSE ACCTMAST
                CLOSE LISTKEYS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE SPACES TO ACK-RECORD.
            SET ACK-IS-HEADER TO TRUE.
            MOVE RECON-PARTNER TO ACKH-PARTNER.
            MOVE LIST-DATE TO ACKH-FILE-DATE.
            MOVE 0 TO ACKH-COUNT.
            MOVE PROCESS-DATE TO ACKH-PROCESS-DATE.
            WRITE ACK-RECORD.

      * their side: every listed account looked up on the master
        CHECK-LIST-AGAINST-MASTER.
            PERFORM UNTIL LIST-AT-END
                READ LISTFILE
                    AT END SET LIST-AT-END TO TRUE
                    NOT AT END
                        IF TRL-TAG = 'TRL'
                            SET TRAILER-SEEN TO TRUE
                            MOVE TRL-COUNT TO TRAILER-COUNT
                            SET LIST-AT-END TO TRUE
                        ELSE
                            PERFORM CHECK-ONE-LISTED
                        END-IF
                END-READ
            END-PERFORM.

        CHECK-ONE-LISTED.
            IF LST-DIGITS = SPACES
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO COUNT-LISTED.
            MOVE LST-DIGITS TO LKY-DIGITS.
            MOVE LST-CHECK TO LKY-CHECK.
            WRITE LIST-KEY-RECORD
                INVALID KEY
                    ADD 1 TO COUNT-LIST-DUP
                    DISPLAY 'CHKRECON: listed twice -- ' LST-DIGITS
                    EXIT PARAGRAPH
            END-WRITE.

            MOVE LST-DIGITS TO EXC-DIGITS.
            MOVE LST-CHECK TO EXC-CHECK.
            MOVE SPACES TO EXC-FIRST-DATE.
            MOVE LST-DIGITS TO AM-DIGITS.
            READ ACCTMAST
                INVALID KEY
                    MOVE 'NOT ON OUR MASTER' TO EXC-REASON
                    PERFORM WRITE-NOT-OURS
                    EXIT PARAGRAPH
            END-READ.
            IF AM-PARTNER NOT = RECON-PARTNER
                MOVE SPACES TO EXC-REASON
                STRING 'ON OUR MASTER UNDER ' AM-PARTNER
                    DELIMITED BY SIZE
                    INTO EXC-REASON
                END-STRING
                MOVE AM-FIRST-DATE TO EXC-FIRST-DATE
                PERFORM WRITE-NOT-OURS
                EXIT PARAGRAPH
            END-IF.
            IF AM-IS-RESERVED
                MOVE 'RESERVED ONLY, NEVER ACCEPTED' TO EXC-REASON
                PERFORM WRITE-NOT-OURS
                EXIT PARAGRAPH
            END-IF.
            MOVE AM-FIRST-DATE TO EXC-FIRST-DATE.
            IF AM-CHECK NOT = LST-CHECK
                MOVE SPACES TO EXC-REASON
                STRING 'OUR CHECK DIGIT IS ' AM-CHECK
                    DELIMITED BY SIZE
                    INTO EXC-REASON
                END-STRING
                MOVE 'CKD' TO EXC-DISPOSITION
                ADD 1 TO COUNT-CHECK-DIFFS
                PERFORM WRITE-EXCEPTION
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO COUNT-AGREED.
            IF AM-IS-STOPPED
                ADD 1 TO COUNT-LISTED-STOPPED
            END-IF.

        WRITE-NOT-OURS.
            MOVE 'NOM' TO EXC-DISPOSITION.
            ADD 1 TO COUNT-NOT-OURS.
            PERFORM WRITE-EXCEPTION.

      * our side: every account on the master under their id (a
      * CHKGEN reservation is not an account yet) looked up among
      * the keys their list carried
        CHECK-MASTER-AGAINST-LIST.
            OPEN INPUT ACCTMAST.
            OPEN INPUT LISTKEYS.
            PERFORM UNTIL MASTER-AT-END
                READ ACCTMAST NEXT RECORD
                    AT END SET MASTER-AT-END TO TRUE
                    NOT AT END
                        IF AM-PARTNER = RECON-PARTNER
                                AND NOT AM-IS-RESERVED
                            PERFORM CHECK-ONE-OURS
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ACCTMAST.
            CLOSE LISTKEYS.

        CHECK-ONE-OURS.
            ADD 1 TO COUNT-ON-MASTER.
            IF AM-IS-STOPPED
                ADD 1 TO COUNT-MASTER-STOPPED
            END-IF.
            MOVE 'Y' TO ON-LIST-FLAG.
            MOVE AM-DIGITS TO LKY-DIGITS.
            READ LISTKEYS
                INVALID KEY MOVE 'N' TO ON-LIST-FLAG
            END-READ.
            IF ON-THEIR-LIST
                EXIT PARAGRAPH
            END-IF.
            IF AM-IS-STOPPED
                ADD 1 TO COUNT-STOPPED-UNLISTED
                EXIT PARAGRAPH
            END-IF.
            MOVE AM-DIGITS TO EXC-DIGITS.
            MOVE AM-CHECK TO EXC-CHECK.
            MOVE AM-FIRST-DATE TO EXC-FIRST-DATE.
            MOVE 'ON OUR MASTER, NOT ON YOUR LIST' TO EXC-REASON.
            MOVE 'NOL' TO EXC-DISPOSITION.
            ADD 1 TO COUNT-NOT-THEIRS.
            PERFORM WRITE-EXCEPTION.

        WRITE-EXCEPTION.
            MOVE SPACES TO ACK-RECORD.
            SET ACK-IS-DETAIL TO TRUE.
            MOVE EXC-DIGITS TO ACKD-DIGITS.
            MOVE EXC-CHECK TO ACKD-CHECK.
            MOVE EXC-DISPOSITION TO ACKD-DISPOSITION.
            MOVE EXC-REASON TO ACKD-REASON.
            MOVE EXC-FIRST-DATE TO ACKD-FIRST-DATE.
            WRITE ACK-RECORD.

        CLOSE-RETURN-FILE.
            MOVE SPACES TO ACK-RECORD.
            SET ACK-IS-RECON TO TRUE.
            MOVE COUNT-LISTED TO ACKR-LISTED.
            MOVE COUNT-ON-MASTER TO ACKR-ON-MASTER.
            MOVE COUNT-AGREED TO ACKR-AGREED.
            MOVE COUNT-NOT-OURS TO ACKR-NOT-OURS.
            MOVE COUNT-NOT-THEIRS TO ACKR-NOT-THEIRS.
            MOVE COUNT-CHECK-DIFFS TO ACKR-CHECK-DIFFS.
            WRITE ACK-RECORD.
            CLOSE RCNFILE.

      * the three exception lists, each read back off the return
      * file, then the totals for the sign-off letter
        PRINT-THE-REPORT.
            MOVE SPACES TO RPT-TITLE.
            STRING 'reconciliation ' RECON-PARTNER ' list '
                LIST-DATE
                DELIMITED BY SIZE
                INTO RPT-TITLE
            END-STRING.
            MOVE 'O' TO RPT-ACTION.
            CALL 'rptpage' USING RPT-ACTION RPT-ID RPT-TITLE
                RPT-LINE.

            MOVE 'NOM' TO WANT-DISPOSITION.
            MOVE 'on your list, not on our master' TO RPT-LINE.
            PERFORM PRINT-ONE-SECTION.
            MOVE 'NOL' TO WANT-DISPOSITION.
            MOVE 'on our master under your id, not on your list'
                TO RPT-LINE.
            PERFORM PRINT-ONE-SECTION.
            MOVE 'CKD' TO WANT-DISPOSITION.
            MOVE 'on both, check digit differs' TO RPT-LINE.
            PERFORM PRINT-ONE-SECTION.

            IF NOT TRAILER-SEEN
                MOVE 'NO TRAILER' TO TRAILER-WORD
            ELSE
                IF TRAILER-COUNT = COUNT-LISTED
                    MOVE 'agrees' TO TRAILER-WORD
                ELSE
                    MOVE '*** DIFFERS ***' TO TRAILER-WORD
                END-IF
            END-IF.

            MOVE SPACES TO RPT-LINE.
            PERFORM PUT-REPORT-LINE.
            MOVE 'summary' TO RPT-LINE.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '  accounts on your list          : ' COUNT-LISTED
                '   trailer count ' TRAILER-WORD
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '  listed more than once          : '
                COUNT-LIST-DUP
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '  accounts on our master         : '
                COUNT-ON-MASTER
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '    of which closed or blocked   : '
                COUNT-MASTER-STOPPED
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '  agreed                         : ' COUNT-AGREED
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '    listed, closed/blocked here  : '
                COUNT-LISTED-STOPPED
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '  closed/blocked, not listed     : '
                COUNT-STOPPED-UNLISTED
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '  on your list, not our master   : '
                COUNT-NOT-OURS
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '  on our master, not your list   : '
                COUNT-NOT-THEIRS
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '  check digit differs            : '
                COUNT-CHECK-DIFFS
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '  exceptions                     : '
                COUNT-EXCEPTIONS
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '  returned to the partner in     : '
                RCN-FILE-NAME
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.

            MOVE 'C' TO RPT-ACTION.
            CALL 'rptpage' USING RPT-ACTION RPT-ID RPT-TITLE
                RPT-LINE.

      * one exception list: its heading (already in RPT-LINE), then
      * the return file's details of that disposition
        PRINT-ONE-SECTION.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '  account             ck  first     reason'
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE 0 TO COUNT-SECTION.
            MOVE 'N' TO RCN-EOF.
            OPEN INPUT RCNFILE.
            PERFORM UNTIL RETURN-AT-END
                READ RCNFILE
                    AT END SET RETURN-AT-END TO TRUE
                    NOT AT END
                        IF ACK-IS-DETAIL
                                AND ACKD-DISPOSITION = WANT-DISPOSITION
                            PERFORM PRINT-ONE-EXCEPTION
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE RCNFILE.
            IF COUNT-SECTION = 0
                MOVE '  (none)' TO RPT-LINE
                PERFORM PUT-REPORT-LINE
            END-IF.
            MOVE SPACES TO RPT-LINE.
            PERFORM PUT-REPORT-LINE.

        PRINT-ONE-EXCEPTION.
            ADD 1 TO COUNT-SECTION.
            MOVE SPACES TO RPT-LINE.
            STRING '  ' ACKD-DIGITS '  ' ACKD-CHECK '   '
                ACKD-FIRST-DATE '  ' ACKD-REASON
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.

      * the verdict on the day's record: INF only when the two
      * sides agree outright and the list's own count held up
        LOG-THE-VERDICT.
            MOVE SPACES TO STEP-MESSAGE.
            IF COUNT-EXCEPTIONS = 0
                    AND COUNT-LIST-DUP = 0
                    AND TRAILER-WORD = 'agrees'
                STRING 'reconcile ' RECON-PARTNER ' '
                    LIST-DATE ' agrees, ' COUNT-LISTED ' listed'
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'INF'
                DISPLAY 'CHKRECON: ' RECON-PARTNER ' agrees'
            ELSE
                STRING 'recon ' RECON-PARTNER ' '
                    LIST-DATE ' OUT ' COUNT-EXCEPTIONS
                    ' exceptions ' COUNT-LIST-DUP ' dup'
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'WRN'
                DISPLAY 'CHKRECON: ' RECON-PARTNER ' out -- '
                    COUNT-EXCEPTIONS ' exception(s), see '
                    FUNCTION TRIM(RCN-FILE-NAME)
                MOVE 4 TO RETURN-CODE
            END-IF.

        PUT-REPORT-LINE.
            MOVE 'L' TO RPT-ACTION.
            CALL 'rptpage' USING RPT-ACTION RPT-ID RPT-TITLE
                RPT-LINE.

        END PROGRAM CHKRECON.
