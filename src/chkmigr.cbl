        IDENTIFICATION DIVISION.
        PROGRAM-ID. CHKMIGR.

      * check-digit algorithm migration for one partner.  when a
      * partner moves its numbers from one check algorithm to the
      * other (W weighted-reversal through CHKCOMP, L Luhn through
      * CHKLUHN) its profile in CHKPART.DAT is changed to the new
      * algorithm first; this run then takes the partner and the
      * cutover date and brings the accepted-accounts master into
      * line.  every master account under that partner has its
      * check digit recomputed under the new algorithm (CHKCOMP
      * gives the weighted digit outright; Luhn has only the
      * validator, so the digit that verifies is found by trying
      * each in turn, the way ACCTFIX suggests one).  an account
      * whose digit changes is rewritten on the master, journaled,
      * and written to the permanent cross-reference CHKXREF.DAT
      * (chkxref.cpy) as old full number to new; one whose digit
      * already verifies under the new algorithm is left alone.
      *
      * the run is registered in CHKMIGR.DAT (chkmigr.cpy) with the
      * grace period keyed for it: from the cutover date for that
      * many days CHKBATCH still takes the partner's old-form
      * number, converts it through the cross-reference and flags
      * it in its summary; after that the old form is a reject.
      *
      * the proof report, through rptpage, gives the counts, a
      * proof that every account read was either converted or
      * already right and every converted number verifies under
      * the new algorithm, and samples of the conversions and of
      * any account whose old digit did not verify under the old
      * algorithm either.  the result goes to the day's log; a run
      * that does not prove ends with condition code 12.
      *
      * the master is being rewritten, so the door is ACCTMNT's --
      * an active SUP through operchek -- and the run refuses a
      * cutover still in the future, a partner whose profile does
      * not yet name the new algorithm, and a migration already
      * registered for the same partner, algorithm and cutover
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
            SELECT XREFFILE
            ASSIGN TO "CHKXREF.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS XR-OLD-NUMBER
            FILE STATUS IS XREFFILE-STATUS
            .
            SELECT MIGRFILE
            ASSIGN TO "CHKMIGR.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MIGRFILE-STATUS
            .
            SELECT PARTFILE
            ASSIGN TO "CHKPART.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARTFILE-STATUS
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

        FD XREFFILE.
           COPY "chkxref.cpy".

        FD MIGRFILE.
           COPY "chkmigr.cpy".

        FD PARTFILE.
        01 PART-RECORD.
           05 CPP-PARTNER   PIC X(8).
           05 CPP-ALGORITHM PIC X(1).
           05 CPP-LENGTH    PIC 9(2).

        FD MASTJRN.
           COPY "mastjrn.cpy".

      * opened here only to learn whether a master exists; the
      * record-level lookups go through operchek
        FD MASTERFILE.
        01 MASTER-LINE PIC X(28).

        WORKING-STORAGE SECTION.
        01 ACCTMAST-REAL PIC XX.
        01 ACCTMAST-STATUS REDEFINES ACCTMAST-REAL PIC 99.
        01 XREFFILE-REAL PIC XX.
        01 XREFFILE-STATUS REDEFINES XREFFILE-REAL PIC 99.
        01 MIGRFILE-REAL PIC XX.
        01 MIGRFILE-STATUS REDEFINES MIGRFILE-REAL PIC 99.
        01 PARTFILE-REAL PIC XX.
        01 PARTFILE-STATUS REDEFINES PARTFILE-REAL PIC 99.
        01 MASTJRN-REAL PIC XX.
        01 MASTJRN-STATUS REDEFINES MASTJRN-REAL PIC 99.
        01 MASTERFILE-REAL PIC XX.
        01 MASTERFILE-STATUS REDEFINES MASTERFILE-REAL PIC 99.
        01 JRN-FILE-NAME PIC X(30).

        01 PROCESS-DATE PIC X(8).

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

      * what was keyed for the run
        01 MIGR-PARTNER PIC X(8) VALUE SPACES.
        01 CUTOVER-DATE PIC X(8) VALUE SPACES.
        01 CUTOVER-NUMBER PIC 9(8).
        01 GRACE-TEXT PIC X(3) VALUE SPACES.
        01 GRACE-DAYS PIC 9(3) VALUE 90.
        01 GRACE-END-NUMBER PIC 9(8).
        01 CONFIRM-WORD PIC X(8) VALUE SPACES.

      * the algorithms: the profile names the new one, the old one
        01 NEW-ALGORITHM PIC X(1) VALUE SPACE.
            88 NEW-IS-LUHN VALUE 'L'.
        01 OLD-ALGORITHM PIC X(1) VALUE SPACE.
            88 OLD-IS-LUHN VALUE 'L'.
        01 WANT-ALGORITHM PIC X(1).
            88 WANT-IS-LUHN VALUE 'L'.
        01 PROFILE-FLAG PIC X(1) VALUE 'N'.
            88 PROFILE-ON-FILE VALUE 'Y'.
        01 PART-EOF PIC X(1) VALUE 'N'.
            88 PARTNERS-AT-END VALUE 'Y'.
        01 MIGR-EOF PIC X(1) VALUE 'N'.
            88 MIGRATIONS-AT-END VALUE 'Y'.
        01 ALREADY-FLAG PIC X(1) VALUE 'N'.
            88 ALREADY-MIGRATED VALUE 'Y'.
        01 MAST-EOF PIC X(1) VALUE 'N'.
            88 MASTER-AT-END VALUE 'Y'.

      * staged arguments for CHKCOMP / CHKLUHN / CHKDIGIT, sized to
      * exactly match their linkage items
        01 DIGIT-STRING PIC A(18).
        01 CHECK-DIGIT PIC 9(1).
        01 COMPUTED-DIGIT PIC 9(1).
        01 TRY-DIGIT PIC 9(2).
        01 VALID-FLAG PIC X(1).
            88 CHECK-DIGIT-IS-VALID VALUE 'Y'.
        01 NEW-CHECK PIC X(1).
        01 OLD-CHECK PIC X(1).

        01 COUNT-READ PIC 9(8) VALUE 0.
        01 COUNT-CONVERTED PIC 9(8) VALUE 0.
        01 COUNT-UNCHANGED PIC 9(8) VALUE 0.
        01 COUNT-OLD-BAD PIC 9(8) VALUE 0.
        01 COUNT-REVERIFIED PIC 9(8) VALUE 0.
        01 COUNT-NO-DIGIT PIC 9(8) VALUE 0.
        01 COUNT-REWRITE-FAILED PIC 9(8) VALUE 0.
        01 PROOF-WORD PIC X(10).

      * samples for the proof report: the first conversions, and
      * the first accounts whose old digit did not verify either
        01 SAMPLE-LIMIT PIC 99 VALUE 10.
        01 SAMPLE-COUNT PIC 99 VALUE 0.
        01 SAMPLE-SUB PIC 99.
        01 SAMPLE-TABLE.
            05 SAMPLE-ENTRY OCCURS 10 TIMES.
                10 SMP-DIGITS PIC X(18).
                10 SMP-OLD-CHECK PIC X(1).
                10 SMP-NEW-CHECK PIC X(1).
        01 ODD-COUNT PIC 99 VALUE 0.
        01 ODD-TABLE.
            05 ODD-ENTRY OCCURS 10 TIMES.
                10 ODD-DIGITS PIC X(18).
                10 ODD-CHECK PIC X(1).

      * staged arguments for the shared report-page layer, each
      * sized to exactly match rptpage's linkage items
        01 RPT-ACTION PIC X(1).
        01 RPT-ID PIC X(8) VALUE 'CHKMIGR'.
        01 RPT-TITLE PIC X(40).
        01 RPT-LINE PIC X(132).

        PROCEDURE DIVISION.
            MOVE 0 TO RETURN-CODE.
            CALL 'procdate' USING PROCESS-DATE.
            PERFORM SIGN-ON-OPERATOR.
            PERFORM TAKE-THE-RUN-CARD.
            PERFORM SELECT-THE-ALGORITHMS.
            PERFORM CHECK-NOT-ALREADY-RUN.

            DISPLAY ' '.
            DISPLAY 'CHKMIGR: partner ' MIGR-PARTNER ' from '
                OLD-ALGORITHM ' to ' NEW-ALGORITHM ', cutover '
                CUTOVER-DATE ', grace ' GRACE-DAYS ' days'.
            DISPLAY 'key MIGRATE to rewrite the master, anything '
                'else to stop: ' WITH NO ADVANCING.
            ACCEPT CONFIRM-WORD FROM CONSOLE.
            IF FUNCTION UPPER-CASE(CONFIRM-WORD) NOT = 'MIGRATE'
                DISPLAY 'CHKMIGR: stopped, nothing changed'
                GOBACK
            END-IF.

            PERFORM OPEN-MIGRATION-FILES.
            PERFORM UNTIL MASTER-AT-END
                READ ACCTMAST NEXT RECORD
                    AT END SET MASTER-AT-END TO TRUE
                    NOT AT END
                        IF AM-PARTNER = MIGR-PARTNER
                            PERFORM MIGRATE-ONE-ACCOUNT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ACCTMAST.
            CLOSE XREFFILE.

            PERFORM REGISTER-THE-MIGRATION.
            PERFORM PROVE-THE-MIGRATION.
            PERFORM PRINT-PROOF-REPORT.

            MOVE SPACES TO APPEND-MESSAGE.
            STRING 'migrate ' MIGR-PARTNER ' ' OLD-ALGORITHM '>'
                NEW-ALGORITHM ' conv ' COUNT-CONVERTED
                ' same ' COUNT-UNCHANGED ' ' PROOF-WORD
                DELIMITED BY SIZE
                INTO APPEND-MESSAGE
            END-STRING.
            IF PROOF-WORD = 'PROVED'
                CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                    APPEND-MESSAGE 'INF'
            ELSE
                CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                    APPEND-MESSAGE 'CRI'
                MOVE 12 TO RETURN-CODE
            END-IF.
            DISPLAY 'CHKMIGR: ' APPEND-MESSAGE.
            GOBACK.

      * the door: an active SUP only, both outcomes on the record
        SIGN-ON-OPERATOR.
            OPEN INPUT MASTERFILE.
            IF MASTERFILE-STATUS NOT = 0
                DISPLAY 'CHKMIGR: no OPERMAST.DAT on file -- a '
                    'migration needs a signed-on SUP, bye'
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
                DISPLAY 'CHKMIGR: initials ' OPER-INITIALS
                    ' may not migrate check digits '
                    '(need an active SUP), bye'
                MOVE 'check digit migration sign-on REFUSED'
                    TO APPEND-MESSAGE
                CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                    APPEND-MESSAGE 'WRN'
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

            DISPLAY 'CHKMIGR: signed on as '
                FUNCTION TRIM(OPER-NAME) ' (' OPER-ROLE ')'.
            MOVE 'check digit migration sign-on accepted'
                TO APPEND-MESSAGE.
            CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                APPEND-MESSAGE 'INF'.

      * partner, cutover date (blank for the business date) and
      * grace days (blank for 90).  the master is rewritten now,
      * so a cutover still to come is refused -- until then the
      * partner is still sending the old form
        TAKE-THE-RUN-CARD.
            DISPLAY 'Partner id to migrate: ' WITH NO ADVANCING.
            ACCEPT MIGR-PARTNER FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(MIGR-PARTNER) TO MIGR-PARTNER.
            IF MIGR-PARTNER = SPACES
                DISPLAY 'CHKMIGR: no partner keyed, bye'
                GOBACK
            END-IF.
            DISPLAY 'Cutover date (YYYYMMDD, blank for '
                PROCESS-DATE '): ' WITH NO ADVANCING.
            ACCEPT CUTOVER-DATE FROM CONSOLE.
            IF CUTOVER-DATE = SPACES OR CUTOVER-DATE = LOW-VALUES
                MOVE PROCESS-DATE TO CUTOVER-DATE
            END-IF.
            IF FUNCTION TEST-NUMVAL(CUTOVER-DATE) NOT = 0
                DISPLAY 'CHKMIGR: cutover must be YYYYMMDD, bye'
                GOBACK
            END-IF.
            COMPUTE CUTOVER-NUMBER = FUNCTION NUMVAL(CUTOVER-DATE).
            IF FUNCTION INTEGER-OF-DATE(CUTOVER-NUMBER) = 0
                DISPLAY 'CHKMIGR: cutover is not a real date, bye'
                GOBACK
            END-IF.
            IF CUTOVER-DATE > PROCESS-DATE
                DISPLAY 'CHKMIGR: cutover ' CUTOVER-DATE
                    ' is still to come -- run this on the day, bye'
                GOBACK
            END-IF.
            DISPLAY 'Grace days for the old form (blank for 090): '
                WITH NO ADVANCING.
            ACCEPT GRACE-TEXT FROM CONSOLE.
            IF GRACE-TEXT NOT = SPACES AND GRACE-TEXT NOT = LOW-VALUES
                IF FUNCTION TEST-NUMVAL(GRACE-TEXT) NOT = 0
                    DISPLAY 'CHKMIGR: grace days must be numeric, bye'
                    GOBACK
                END-IF
                COMPUTE GRACE-DAYS = FUNCTION NUMVAL(GRACE-TEXT)
            END-IF.

      * the profile has to name the new algorithm already, or the
      * next intake would reject every number this run converts;
      * the old one is the other of the two
        SELECT-THE-ALGORITHMS.
            OPEN INPUT PARTFILE.
            IF PARTFILE-STATUS = 0
                PERFORM UNTIL PARTNERS-AT-END
                    READ PARTFILE
                        AT END SET PARTNERS-AT-END TO TRUE
                        NOT AT END
                            IF CPP-PARTNER = MIGR-PARTNER
                                SET PROFILE-ON-FILE TO TRUE
                                MOVE CPP-ALGORITHM TO NEW-ALGORITHM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PARTFILE
            END-IF.
            IF NOT PROFILE-ON-FILE
                    OR (NEW-ALGORITHM NOT = 'W'
                        AND NEW-ALGORITHM NOT = 'L')
                DISPLAY 'CHKMIGR: ' MIGR-PARTNER ' has no W or L '
                    'profile in CHKPART.DAT -- set the new '
                    'algorithm there first, bye'
                GOBACK
            END-IF.
            IF NEW-IS-LUHN
                MOVE 'W' TO OLD-ALGORITHM
            ELSE
                MOVE 'L' TO OLD-ALGORITHM
            END-IF.

        CHECK-NOT-ALREADY-RUN.
            OPEN INPUT MIGRFILE.
            IF MIGRFILE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL MIGRATIONS-AT-END
                READ MIGRFILE
                    AT END SET MIGRATIONS-AT-END TO TRUE
                    NOT AT END
                        IF CM-PARTNER = MIGR-PARTNER
                                AND CM-NEW-ALGORITHM = NEW-ALGORITHM
                                AND CM-CUTOVER-DATE = CUTOVER-DATE
                            SET ALREADY-MIGRATED TO TRUE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE MIGRFILE.
            IF ALREADY-MIGRATED
                DISPLAY 'CHKMIGR: ' MIGR-PARTNER ' already migrated '
                    'to ' NEW-ALGORITHM ' for cutover ' CUTOVER-DATE
                    ', bye'
                GOBACK
            END-IF.

      * the cross-reference is created empty the first time a
      * migration ever runs, then taken I-O
        OPEN-MIGRATION-FILES.
            OPEN I-O ACCTMAST.
            IF ACCTMAST-STATUS NOT = 0
                DISPLAY 'CHKMIGR: cannot open ACCTMAST.DAT, status '
                    ACCTMAST-STATUS
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN I-O XREFFILE.
            IF XREFFILE-STATUS = 35
                OPEN OUTPUT XREFFILE
                CLOSE XREFFILE
                OPEN I-O XREFFILE
            END-IF.
            IF XREFFILE-STATUS NOT = 0
                DISPLAY 'CHKMIGR: cannot open CHKXREF.DAT, status '
                    XREFFILE-STATUS
                CLOSE ACCTMAST
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.

      * one of the partner's accounts: its digit under the new
      * algorithm, and if that differs, the cross-reference row,
      * the master rewrite and its journal image
        MIGRATE-ONE-ACCOUNT.
            ADD 1 TO COUNT-READ.
            MOVE AM-CHECK TO OLD-CHECK.

            MOVE OLD-ALGORITHM TO WANT-ALGORITHM.
            MOVE OLD-CHECK TO NEW-CHECK.
            PERFORM VERIFY-UNDER-WANTED.
            IF NOT CHECK-DIGIT-IS-VALID
                ADD 1 TO COUNT-OLD-BAD
                IF ODD-COUNT < SAMPLE-LIMIT
                    ADD 1 TO ODD-COUNT
                    MOVE AM-DIGITS TO ODD-DIGITS(ODD-COUNT)
                    MOVE OLD-CHECK TO ODD-CHECK(ODD-COUNT)
                END-IF
            END-IF.

            MOVE NEW-ALGORITHM TO WANT-ALGORITHM.
            PERFORM COMPUTE-NEW-CHECK.
            IF NEW-CHECK = SPACE
                ADD 1 TO COUNT-NO-DIGIT
                DISPLAY 'CHKMIGR: no ' NEW-ALGORITHM ' digit for '
                    AM-DIGITS ' -- left as it was'
                EXIT PARAGRAPH
            END-IF.
            IF NEW-CHECK = OLD-CHECK
                ADD 1 TO COUNT-UNCHANGED
                EXIT PARAGRAPH
            END-IF.

            MOVE SPACES TO CHECK-XREF-RECORD.
            MOVE AM-DIGITS TO XR-OLD-DIGITS.
            MOVE OLD-CHECK TO XR-OLD-CHECK.
            MOVE AM-DIGITS TO XR-NEW-DIGITS.
            MOVE NEW-CHECK TO XR-NEW-CHECK.
            MOVE MIGR-PARTNER TO XR-PARTNER.
            MOVE OLD-ALGORITHM TO XR-OLD-ALGORITHM.
            MOVE NEW-ALGORITHM TO XR-NEW-ALGORITHM.
            MOVE CUTOVER-DATE TO XR-CUTOVER-DATE.
            MOVE PROCESS-DATE TO XR-RUN-DATE.
            WRITE CHECK-XREF-RECORD
                INVALID KEY
                    REWRITE CHECK-XREF-RECORD
            END-WRITE.

            MOVE NEW-CHECK TO AM-CHECK.
            REWRITE ACCT-MAST-RECORD
                INVALID KEY
                    DISPLAY 'CHKMIGR: master rewrite failed for '
                        AM-DIGITS ', status ' ACCTMAST-STATUS
            END-REWRITE.
            IF ACCTMAST-STATUS NOT = 0
                ADD 1 TO COUNT-REWRITE-FAILED
                EXIT PARAGRAPH
            END-IF.
            PERFORM JOURNAL-MASTER-CHANGE.
            ADD 1 TO COUNT-CONVERTED.
            IF SAMPLE-COUNT < SAMPLE-LIMIT
                ADD 1 TO SAMPLE-COUNT
                MOVE AM-DIGITS TO SMP-DIGITS(SAMPLE-COUNT)
                MOVE OLD-CHECK TO SMP-OLD-CHECK(SAMPLE-COUNT)
                MOVE NEW-CHECK TO SMP-NEW-CHECK(SAMPLE-COUNT)
            END-IF.

      * the converted number proved through the validator itself,
      * not the routine that produced it
            PERFORM VERIFY-UNDER-WANTED.
            IF CHECK-DIGIT-IS-VALID
                ADD 1 TO COUNT-REVERIFIED
            END-IF.

      * the digit that verifies under WANT-ALGORITHM, into
      * NEW-CHECK; space if no digit does
        COMPUTE-NEW-CHECK.
            MOVE SPACE TO NEW-CHECK.
            MOVE AM-DIGITS TO DIGIT-STRING.
            IF WANT-IS-LUHN
                PERFORM VARYING TRY-DIGIT FROM 0 BY 1
                        UNTIL TRY-DIGIT > 9
                        OR NEW-CHECK NOT = SPACE
                    MOVE TRY-DIGIT TO CHECK-DIGIT
                    MOVE 'N' TO VALID-FLAG
                    CALL 'CHKLUHN' USING DIGIT-STRING
                        CHECK-DIGIT VALID-FLAG
                    IF CHECK-DIGIT-IS-VALID
                        MOVE CHECK-DIGIT TO NEW-CHECK
                    END-IF
                END-PERFORM
            ELSE
                CALL 'CHKCOMP' USING DIGIT-STRING COMPUTED-DIGIT
                MOVE COMPUTED-DIGIT TO NEW-CHECK
            END-IF.

      * does AM-DIGITS with NEW-CHECK verify under WANT-ALGORITHM
        VERIFY-UNDER-WANTED.
            MOVE 'N' TO VALID-FLAG.
            IF NEW-CHECK < '0' OR NEW-CHECK > '9'
                EXIT PARAGRAPH
            END-IF.
            MOVE AM-DIGITS TO DIGIT-STRING.
            MOVE NEW-CHECK TO CHECK-DIGIT.
            IF WANT-IS-LUHN
                CALL 'CHKLUHN' USING DIGIT-STRING CHECK-DIGIT
                    VALID-FLAG
            ELSE
                CALL 'CHKDIGIT' USING DIGIT-STRING CHECK-DIGIT
                    VALID-FLAG
            END-IF.

        JOURNAL-MASTER-CHANGE.
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
                DISPLAY 'CHKMIGR: cannot write ' JRN-FILE-NAME
                    ', status ' MASTJRN-STATUS
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO MAST-JRN-RECORD.
            SET MJ-IS-CHANGE TO TRUE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO MJ-DATE.
            MOVE FUNCTION CURRENT-DATE(9:6) TO MJ-TIME.
            MOVE 'CHKMIGR' TO MJ-PROGRAM.
            MOVE ACCT-MAST-RECORD TO MJ-IMAGE.
            WRITE MAST-JRN-RECORD.
            CLOSE MASTJRN.

        REGISTER-THE-MIGRATION.
            OPEN EXTEND MIGRFILE.
            IF MIGRFILE-STATUS NOT = 0
                OPEN OUTPUT MIGRFILE
            END-IF.
            IF MIGRFILE-STATUS NOT = 0
                DISPLAY 'CHKMIGR: cannot write CHKMIGR.DAT, status '
                    MIGRFILE-STATUS ' -- no grace period for the '
                    'old form'
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO CHECK-MIGR-RECORD.
            MOVE MIGR-PARTNER TO CM-PARTNER.
            MOVE OLD-ALGORITHM TO CM-OLD-ALGORITHM.
            MOVE NEW-ALGORITHM TO CM-NEW-ALGORITHM.
            MOVE CUTOVER-DATE TO CM-CUTOVER-DATE.
            MOVE GRACE-DAYS TO CM-GRACE-DAYS.
            MOVE PROCESS-DATE TO CM-RUN-DATE.
            MOVE OPER-INITIALS TO CM-OPERATOR.
            MOVE COUNT-READ TO CM-COUNT-READ.
            MOVE COUNT-CONVERTED TO CM-COUNT-CONVERTED.
            MOVE COUNT-UNCHANGED TO CM-COUNT-UNCHANGED.
            WRITE CHECK-MIGR-RECORD.
            CLOSE MIGRFILE.

      * every account read is either converted or already right,
      * and every converted number verifies under the new algorithm
        PROVE-THE-MIGRATION.
            IF COUNT-READ = COUNT-CONVERTED + COUNT-UNCHANGED
                    AND COUNT-REVERIFIED = COUNT-CONVERTED
                    AND RETURN-CODE = 0
                MOVE 'PROVED' TO PROOF-WORD
            ELSE
                MOVE 'NOT PROVED' TO PROOF-WORD
            END-IF.

        PRINT-PROOF-REPORT.
            COMPUTE GRACE-END-NUMBER = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(CUTOVER-NUMBER) + GRACE-DAYS).
            MOVE SPACES TO RPT-TITLE.
            STRING 'check digit migration ' MIGR-PARTNER
                DELIMITED BY SIZE
                INTO RPT-TITLE
            END-STRING.
            MOVE 'O' TO RPT-ACTION.
            CALL 'rptpage' USING RPT-ACTION RPT-ID RPT-TITLE
                RPT-LINE.

            MOVE SPACES TO RPT-LINE.
            STRING 'partner ' MIGR-PARTNER '  algorithm '
                OLD-ALGORITHM ' to ' NEW-ALGORITHM '  cutover '
                CUTOVER-DATE '  old form refused from '
                GRACE-END-NUMBER '  run by ' OPER-INITIALS
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '  accounts read                  : ' COUNT-READ
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '  converted, on CHKXREF.DAT      : '
                COUNT-CONVERTED
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '  digit already right            : '
                COUNT-UNCHANGED
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '  converted and re-verified      : '
                COUNT-REVERIFIED
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '  no new digit found             : '
                COUNT-NO-DIGIT
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '  master rewrite failed          : '
                COUNT-REWRITE-FAILED
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '  old digit did not verify under '
                OLD-ALGORITHM ' : ' COUNT-OLD-BAD
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING '  proof (read = converted + right, all re-'
                'verified) : ' PROOF-WORD
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.

            MOVE SPACES TO RPT-LINE.
            PERFORM PUT-REPORT-LINE.
            MOVE 'sample conversions (old -> new)' TO RPT-LINE.
            PERFORM PUT-REPORT-LINE.
            PERFORM VARYING SAMPLE-SUB FROM 1 BY 1
                    UNTIL SAMPLE-SUB > SAMPLE-COUNT
                MOVE SPACES TO RPT-LINE
                STRING '  ' SMP-DIGITS(SAMPLE-SUB) ' '
                    SMP-OLD-CHECK(SAMPLE-SUB) '  ->  '
                    SMP-DIGITS(SAMPLE-SUB) ' '
                    SMP-NEW-CHECK(SAMPLE-SUB)
                    DELIMITED BY SIZE
                    INTO RPT-LINE
                END-STRING
                PERFORM PUT-REPORT-LINE
            END-PERFORM.
            IF SAMPLE-COUNT = 0
                MOVE '  (none)' TO RPT-LINE
                PERFORM PUT-REPORT-LINE
            END-IF.

            IF ODD-COUNT > 0
                MOVE SPACES TO RPT-LINE
                PERFORM PUT-REPORT-LINE
                MOVE 'sample accounts whose old digit did not verify'
                    TO RPT-LINE
                PERFORM PUT-REPORT-LINE
                PERFORM VARYING SAMPLE-SUB FROM 1 BY 1
                        UNTIL SAMPLE-SUB > ODD-COUNT
                    MOVE SPACES TO RPT-LINE
                    STRING '  ' ODD-DIGITS(SAMPLE-SUB) ' '
                        ODD-CHECK(SAMPLE-SUB)
                        DELIMITED BY SIZE
                        INTO RPT-LINE
                    END-STRING
                    PERFORM PUT-REPORT-LINE
                END-PERFORM
            END-IF.

            MOVE 'C' TO RPT-ACTION.
            CALL 'rptpage' USING RPT-ACTION RPT-ID RPT-TITLE
                RPT-LINE.

        PUT-REPORT-LINE.
            MOVE 'L' TO RPT-ACTION.
            CALL 'rptpage' USING RPT-ACTION RPT-ID RPT-TITLE
                RPT-LINE.

        END PROGRAM CHKMIGR.
