      * numbers with the digit appended.  malformed rows go to a
      * reject file with a reason, counts go through appender.  for
      * a single number at the desk, see CHKMAKE below
      *
      * the bare numbers no longer have to come off a spreadsheet.
      * with an allocation request on the CHKGEN.CRD card (product
      * code, how many numbers, requester's initials) the run is
      * in allocation mode instead: the product's row in the range
      * control file (CHKRANGE.DAT -- product, body length, first
      * number, last number, next available) hands out numbers
      * from its next-available pointer up, each one completed
      * through CHKCOMP and checked against the accepted-accounts
      * master so a number already on file is never issued twice.
      * every number issued goes to ACCTISS.DAT as before and onto
      * the master as RESERVED under the requester's initials, so
      * the next allocation -- for this product or any other whose
      * range overlaps by mistake -- skips it.  the pointer moves
      * forward and the range file is rewritten whole; a range
      * with less than RANGE-WARN-PCT of its numbers left raises a
      * WRN through appender while there is still time to open the
      * next one.  a range whose last number is not numeric, or
      * has more digits than the product's body length, is refused
      * outright with cc 8 before a number is handed out, and so is
      * a body length under ACCOUNT-MIN-LENGTH digits.  the card
      * is cleared once the request is served, so a rerun of the
      * step cannot allocate the same request twice; no card (or an
      * empty one) is the classic
      * ACCTNEW.DAT run.  each reservation's after-image also goes
      * onto the business date's master journal
      * (ACCTJyyyymmdd.DAT), the same as every master change
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ACCTNREJ-STATUS
            .
            SELECT REQCARD
            ASSIGN TO "CHKGEN.CRD"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REQCARD-STATUS
            .
            SELECT RANGEFILE
            ASSIGN TO "CHKRANGE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RANGEFILE-STATUS
            .
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
            SELECT MASTJRN
            ASSIGN TO JRN-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MASTJRN-STATUS
            .

        DATA DIVISION.
        FILE SECTION.
           05 NRJ-DIGITS PIC X(18).
           05 NRJ-REASON PIC X(30).

      * the allocation request: which product, how many, and who
      * asked -- one record, cleared once it has been served
        FD REQCARD.
        01 REQ-CARD-RECORD.
           05 CRD-PRODUCT   PIC X(8).
           05 CRD-COUNT     PIC X(4).
           05 CRD-REQUESTER PIC X(3).

      * one number range per product: how long its account bodies
      * are, the first and last number it may issue, and the next
      * number not yet handed out
        FD RANGEFILE.
        01 RANGE-RECORD.
           05 RNG-PRODUCT PIC X(8).
           05 RNG-LENGTH  PIC 9(2).
           05 RNG-FIRST   PIC 9(18).
           05 RNG-LAST    PIC 9(18).
           05 RNG-NEXT    PIC 9(18).

        FD ACCTMAST.
           COPY "acctmast.cpy".

        FD HISTFILE.
           COPY "accthist.cpy".

      * the dated master journal, one after-image per reservation
        FD MASTJRN.
           COPY "mastjrn.cpy".

        WORKING-STORAGE SECTION.
        01 ACCTNEW-REAL PIC XX.
        01 ACCTNEW-STATUS REDEFINES ACCTNEW-REAL PIC 99.
        01 ACCTISS-STATUS REDEFINES ACCTISS-REAL PIC 99.
        01 ACCTNREJ-REAL PIC XX.
        01 ACCTNREJ-STATUS REDEFINES ACCTNREJ-REAL PIC 99.
        01 REQCARD-REAL PIC XX.
        01 REQCARD-STATUS REDEFINES REQCARD-REAL PIC 99.
        01 RANGEFILE-REAL PIC XX.
        01 RANGEFILE-STATUS REDEFINES RANGEFILE-REAL PIC 99.
        01 ACCTMAST-REAL PIC XX.
        01 ACCTMAST-STATUS REDEFINES ACCTMAST-REAL PIC 99.
        01 HISTFILE-REAL PIC XX.
        01 HISTFILE-STATUS REDEFINES HISTFILE-REAL PIC 99.
        01 MASTJRN-REAL PIC XX.
        01 MASTJRN-STATUS REDEFINES MASTJRN-REAL PIC 99.
        01 JRN-FILE-NAME PIC X(30).

      * the run's business date, stamped on every reservation
        01 PROCESS-DATE PIC X(8).

      * the request as the card keyed it
        01 REQ-FLAG PIC X(1) VALUE 'N'.
            88 ALLOCATION-REQUESTED VALUE 'Y'.
        01 REQ-PRODUCT PIC X(8).
        01 REQ-COUNT PIC 9(4) VALUE 0.
        01 REQ-REQUESTER PIC X(3).

      * the range control file held whole while the request is
      * served, then rewritten whole -- the same rewrite-in-full
      * shape alertack uses on ALERTS.DAT
        01 RANGE-TABLE.
           05 RANGE-ENTRY OCCURS 50 TIMES PIC X(64).
        01 RANGE-COUNT PIC 99 VALUE 0.
        01 RANGE-SUB PIC 99 VALUE 0.
        01 RANGE-FOUND-SUB PIC 99 VALUE 0.
        01 RANGE-EOF PIC X(1) VALUE 'N'.
            88 RANGES-AT-END VALUE 'Y'.

      * a range with less than this many percent of its numbers
      * left is close enough to running out to say so
        01 RANGE-WARN-PCT PIC 9(3) VALUE 10.
        01 RANGE-SIZE PIC 9(18).
        01 RANGE-LEFT PIC 9(18).
        01 RANGE-LEFT-PCT PIC 9(3).

      * the shortest account body the shop issues: acctmask only
      * masks digit runs this long, so a shorter account number
      * would reach the log and the reports whole
        01 ACCOUNT-MIN-LENGTH PIC 99 VALUE 13.

      * the candidate number, and its account body: the right-hand
      * RNG-LENGTH digits of the 18-digit counter
        01 CAND-NUMBER PIC 9(18).
        01 CAND-NUMBER-X REDEFINES CAND-NUMBER PIC X(18).
        01 CAND-START PIC 99.
        01 CAND-DIGITS PIC X(18).

        01 COUNT-ON-FILE PIC 9(6) VALUE 0.

        01 IN-EOF PIC X(1) VALUE 'N'.
            88 INPUT-AT-END VALUE 'Y'.
        01 STEP-WRITES PIC 9(4).
        01 STEP-MESSAGE PIC X(60).

      * the worst condition code of the run, kept apart from the
      * shared register -- every CALL 'appender' resets that -- and
      * handed back just before GOBACK, the way CHKBATCH does
        01 RUN-RC PIC 9(2) VALUE 0.

        PROCEDURE DIVISION.
            MOVE 0 TO RUN-RC.

      * a request on the card turns the run into an allocation;
      * otherwise it is the classic bare-number file
            PERFORM READ-ALLOCATION-REQUEST.
            IF ALLOCATION-REQUESTED
                PERFORM ALLOCATE-FROM-RANGE
                MOVE RUN-RC TO RETURN-CODE
                GOBACK
            END-IF.

            OPEN INPUT ACCTNEW.
            IF ACCTNEW-STATUS NOT = 0
                DISPLAY 'CHKGEN: cannot open ACCTNEW.DAT, status '
                    ACCTNEW-STATUS
                MOVE 12 TO RUN-RC
                MOVE RUN-RC TO RETURN-CODE
                GOBACK
            END-IF.

            IF ACCTISS-STATUS NOT = 0 OR ACCTNREJ-STATUS NOT = 0
                DISPLAY 'CHKGEN: cannot open output files, status '
                    ACCTISS-STATUS ' / ' ACCTNREJ-STATUS
                MOVE 12 TO RUN-RC
                MOVE RUN-RC TO RETURN-CODE
                GOBACK
            END-IF.

            IF COUNT-FAILED > 0
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'WRN'
                MOVE 4 TO RUN-RC
            ELSE
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'INF'
            DISPLAY 'CHKGEN: ' COUNT-IN ' in, ' COUNT-ISSUED
                ' issued, ' COUNT-FAILED ' rejected'.

            MOVE RUN-RC TO RETURN-CODE.
            GOBACK.

      * one bare number: field edits, then the shared computation,

            SET RECORD-EDITS-OK TO TRUE.

      * the card, when there is one: product and requester must be
      * keyed and the count must be a number above zero, or the
      * request is refused with nothing allocated
        READ-ALLOCATION-REQUEST.
            OPEN INPUT REQCARD.
            IF REQCARD-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            READ REQCARD
                AT END
                    CLOSE REQCARD
                    EXIT PARAGRAPH
            END-READ.
            CLOSE REQCARD.
            IF REQ-CARD-RECORD = SPACES
                EXIT PARAGRAPH
            END-IF.

            SET ALLOCATION-REQUESTED TO TRUE.
            MOVE CRD-PRODUCT TO REQ-PRODUCT.
            MOVE CRD-REQUESTER TO REQ-REQUESTER.
            IF CRD-COUNT IS NUMERIC
                MOVE CRD-COUNT TO REQ-COUNT
            ELSE
                MOVE 0 TO REQ-COUNT
            END-IF.

      * the allocation itself: find the product's range, walk its
      * pointer forward issuing numbers the master has never seen,
      * reserve each one, then put the range file back with the
      * pointer moved and the card cleared
        ALLOCATE-FROM-RANGE.
            CALL 'procdate' USING PROCESS-DATE.
            DISPLAY 'CHKGEN: allocation request for '
                REQ-COUNT ' number(s), product ' REQ-PRODUCT
                ' by ' REQ-REQUESTER.

            IF REQ-PRODUCT = SPACES OR REQ-REQUESTER = SPACES
                    OR REQ-COUNT = 0
                MOVE 'allocation card needs product, count, initials'
                    TO STEP-MESSAGE
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'WRN'
                DISPLAY 'CHKGEN: ' STEP-MESSAGE
                MOVE 8 TO RUN-RC
                EXIT PARAGRAPH
            END-IF.

            PERFORM LOAD-RANGE-TABLE.
            IF RANGE-FOUND-SUB = 0
                MOVE SPACES TO STEP-MESSAGE
                STRING 'no number range on file for product '
                    REQ-PRODUCT
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'WRN'
                DISPLAY 'CHKGEN: ' STEP-MESSAGE
                MOVE 8 TO RUN-RC
                EXIT PARAGRAPH
            END-IF.
            MOVE RANGE-ENTRY(RANGE-FOUND-SUB) TO RANGE-RECORD.
            MOVE SPACES TO STEP-MESSAGE.
            PERFORM CHECK-RANGE-LAST.
            IF STEP-MESSAGE NOT = SPACES
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'WRN'
                DISPLAY 'CHKGEN: ' STEP-MESSAGE
                DISPLAY 'CHKGEN: last number on CHKRANGE.DAT is '''
                    RNG-LAST ''', body length ' RNG-LENGTH
                MOVE 8 TO RUN-RC
                EXIT PARAGRAPH
            END-IF.
            IF RNG-LENGTH < 1 OR RNG-LENGTH > 18
                    OR RNG-FIRST > RNG-LAST
                    OR RNG-NEXT < RNG-FIRST
                MOVE SPACES TO STEP-MESSAGE
                STRING 'number range for product ' REQ-PRODUCT
                    ' is not valid'
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'WRN'
                DISPLAY 'CHKGEN: ' STEP-MESSAGE
                MOVE 8 TO RUN-RC
                EXIT PARAGRAPH
            END-IF.

            OPEN I-O ACCTMAST.
            IF ACCTMAST-STATUS = 35
                OPEN OUTPUT ACCTMAST
                CLOSE ACCTMAST
                OPEN I-O ACCTMAST
            END-IF.
            IF ACCTMAST-STATUS NOT = 0
                DISPLAY 'CHKGEN: cannot open ACCTMAST.DAT, status '
                    ACCTMAST-STATUS
                MOVE 12 TO RUN-RC
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT ACCTISS.
            IF ACCTISS-STATUS NOT = 0
                DISPLAY 'CHKGEN: cannot open ACCTISS.DAT, status '
                    ACCTISS-STATUS
                CLOSE ACCTMAST
                MOVE 12 TO RUN-RC
                EXIT PARAGRAPH
            END-IF.

            COMPUTE CAND-START = 18 - RNG-LENGTH + 1.
            PERFORM UNTIL COUNT-ISSUED >= REQ-COUNT
                    OR RNG-NEXT > RNG-LAST
                PERFORM ALLOCATE-ONE-NUMBER
            END-PERFORM.

            CLOSE ACCTISS.
            CLOSE ACCTMAST.

            MOVE RANGE-RECORD TO RANGE-ENTRY(RANGE-FOUND-SUB).
            PERFORM REWRITE-RANGE-FILE.
            PERFORM CLEAR-ALLOCATION-CARD.

            MOVE SPACES TO STEP-MESSAGE.
            STRING 'product ' REQ-PRODUCT ' allocated ' COUNT-ISSUED
                ' of ' REQ-COUNT ' skipped ' COUNT-ON-FILE
                DELIMITED BY SIZE
                INTO STEP-MESSAGE
            END-STRING.
            IF COUNT-ISSUED < REQ-COUNT
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'WRN'
                IF RUN-RC < 4
                    MOVE 4 TO RUN-RC
                END-IF
            ELSE
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE 'INF'
            END-IF.
            DISPLAY 'CHKGEN: ' STEP-MESSAGE.

            PERFORM CHECK-RANGE-HEADROOM.

      * the last number has to be a number, and one that fits the
      * product's body length -- a body is the right-hand
      * RNG-LENGTH digits of the counter, so a last number any
      * wider would have the pointer walk past the longest body
      * and issue short numbers that wrap round to ones already
      * given out.  the body itself must be at least
      * ACCOUNT-MIN-LENGTH digits long.  leaves STEP-MESSAGE blank
      * when the range is fit
        CHECK-RANGE-LAST.
            IF RNG-LENGTH IS NOT NUMERIC
                    OR RNG-LENGTH < 1 OR RNG-LENGTH > 18
                STRING 'number range for product ' REQ-PRODUCT
                    ' has no valid body length'
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
                EXIT PARAGRAPH
            END-IF.
            IF RNG-LENGTH < ACCOUNT-MIN-LENGTH
                STRING 'number range for product ' REQ-PRODUCT
                    ' body under ' ACCOUNT-MIN-LENGTH ' digits'
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
                EXIT PARAGRAPH
            END-IF.
            IF RNG-LAST IS NOT NUMERIC
                STRING 'number range for product ' REQ-PRODUCT
                    ' last number not numeric'
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
                EXIT PARAGRAPH
            END-IF.
            IF RNG-LENGTH = 18
                EXIT PARAGRAPH
            END-IF.
            MOVE RNG-LAST TO CAND-NUMBER.
            COMPUTE CAND-START = 18 - RNG-LENGTH.
            IF CAND-NUMBER-X(1:CAND-START) NOT = ZEROS
                STRING 'number range for product ' REQ-PRODUCT
                    ' last number exceeds body'
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
            END-IF.

      * one candidate off the pointer: completed through CHKCOMP,
      * then only issued if the master has never heard of it
        ALLOCATE-ONE-NUMBER.
            MOVE RNG-NEXT TO CAND-NUMBER.
            ADD 1 TO RNG-NEXT.
            MOVE SPACES TO CAND-DIGITS.
            MOVE CAND-NUMBER-X(CAND-START:RNG-LENGTH) TO CAND-DIGITS.

            MOVE CAND-DIGITS TO AM-DIGITS.
            READ ACCTMAST
                INVALID KEY CONTINUE
            END-READ.
            IF ACCTMAST-STATUS = 0
                ADD 1 TO COUNT-ON-FILE
                DISPLAY 'CHKGEN: ' FUNCTION TRIM(CAND-DIGITS)
                    ' already on the master, skipped'
                EXIT PARAGRAPH
            END-IF.

            MOVE CAND-DIGITS TO DIGIT-STRING.
            CALL 'CHKCOMP' USING DIGIT-STRING COMPUTED-DIGIT.

            MOVE CAND-DIGITS TO AM-DIGITS.
            MOVE COMPUTED-DIGIT TO AM-CHECK.
            MOVE SPACES TO AM-FIRST-DATE.
            MOVE SPACES TO AM-PARTNER.
            MOVE 'S' TO AM-STATUS.
            MOVE PROCESS-DATE TO AM-STATUS-DATE.
            MOVE REQ-REQUESTER TO AM-STATUS-OPER.
            MOVE 'AL' TO AM-STATUS-REASON.
            WRITE ACCT-MAST-RECORD
                INVALID KEY
                    DISPLAY 'CHKGEN: reservation failed for '
                        FUNCTION TRIM(CAND-DIGITS) ', status '
                        ACCTMAST-STATUS
            END-WRITE.
            IF ACCTMAST-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.

            PERFORM JOURNAL-RESERVATION.

            ADD 1 TO COUNT-ISSUED.
            MOVE CAND-DIGITS TO ISS-DIGITS.
            MOVE COMPUTED-DIGIT TO ISS-CHECK.
            WRITE ACCT-ISS-RECORD.
            PERFORM APPEND-RESERVE-HISTORY.

      * the reservation's after-image onto the business date's
      * master journal, so a master rebuilt from its backup gets
      * the reservation back
        JOURNAL-RESERVATION.
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
                DISPLAY 'CHKGEN: cannot write ' JRN-FILE-NAME
                    ', status ' MASTJRN-STATUS
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO MAST-JRN-RECORD.
            SET MJ-IS-ADD TO TRUE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO MJ-DATE.
            MOVE FUNCTION CURRENT-DATE(9:6) TO MJ-TIME.
            MOVE 'CHKGEN' TO MJ-PROGRAM.
            MOVE ACCT-MAST-RECORD TO MJ-IMAGE.
            WRITE MAST-JRN-RECORD.
            CLOSE MASTJRN.

      * the reservation goes on the account's status history like
      * any other status change, under the requester's initials
        APPEND-RESERVE-HISTORY.
            OPEN EXTEND HISTFILE.
            IF HISTFILE-STATUS NOT = 0
                OPEN OUTPUT HISTFILE
            END-IF.
            IF HISTFILE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE AM-DIGITS TO AH-DIGITS.
            MOVE FUNCTION CURRENT-DATE(1:8) TO AH-DATE.
            MOVE FUNCTION CURRENT-DATE(9:6) TO AH-TIME.
            MOVE SPACE TO AH-OLD-STATUS.
            MOVE AM-STATUS TO AH-NEW-STATUS.
            MOVE AM-STATUS-REASON TO AH-REASON.
            MOVE REQ-REQUESTER TO AH-OPERATOR.
            WRITE ACCT-HIST-RECORD.
            CLOSE HISTFILE.

      * the whole range file into the table; the requested
      * product's row is remembered (last one wins if a product
      * was keyed twice)
        LOAD-RANGE-TABLE.
            MOVE 0 TO RANGE-COUNT.
            MOVE 0 TO RANGE-FOUND-SUB.
            OPEN INPUT RANGEFILE.
            IF RANGEFILE-STATUS NOT = 0
                DISPLAY 'CHKGEN: no CHKRANGE.DAT on file, status '
                    RANGEFILE-STATUS
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL RANGES-AT-END
                READ RANGEFILE
                    AT END SET RANGES-AT-END TO TRUE
                    NOT AT END
                        IF RANGE-COUNT < 50
                            ADD 1 TO RANGE-COUNT
                            MOVE RANGE-RECORD
                                TO RANGE-ENTRY(RANGE-COUNT)
                            IF RNG-PRODUCT = REQ-PRODUCT
                                MOVE RANGE-COUNT TO RANGE-FOUND-SUB
                            END-IF
                        ELSE
                            DISPLAY 'CHKGEN: more than 50 ranges '
                                'in CHKRANGE.DAT, extras ignored'
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE RANGEFILE.

      * the range file put back whole with the moved pointer; a
      * failure here is loud -- the numbers are already reserved
      * on the master, so the next run still cannot reissue them,
      * but the pointer will have to be moved by hand
        REWRITE-RANGE-FILE.
            OPEN OUTPUT RANGEFILE.
            IF RANGEFILE-STATUS NOT = 0
                DISPLAY 'CHKGEN: cannot rewrite CHKRANGE.DAT, status '
                    RANGEFILE-STATUS ' -- move the pointer by hand'
                MOVE 12 TO RUN-RC
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING RANGE-SUB FROM 1 BY 1
                    UNTIL RANGE-SUB > RANGE-COUNT
                MOVE RANGE-ENTRY(RANGE-SUB) TO RANGE-RECORD
                WRITE RANGE-RECORD
            END-PERFORM.
            CLOSE RANGEFILE.
            MOVE RANGE-ENTRY(RANGE-FOUND-SUB) TO RANGE-RECORD.

        CLEAR-ALLOCATION-CARD.
            OPEN OUTPUT REQCARD.
            IF REQCARD-STATUS = 0
                CLOSE REQCARD
            ELSE
                DISPLAY 'CHKGEN: cannot clear CHKGEN.CRD, status '
                    REQCARD-STATUS ' -- clear it before a rerun'
            END-IF.

      * how much of the range is left once the pointer has moved;
      * under the warning line (or gone entirely) is a WRN while
      * there is still time to open the next range
        CHECK-RANGE-HEADROOM.
            COMPUTE RANGE-SIZE = RNG-LAST - RNG-FIRST + 1.
            IF RNG-NEXT > RNG-LAST
                MOVE 0 TO RANGE-LEFT
            ELSE
                COMPUTE RANGE-LEFT = RNG-LAST - RNG-NEXT + 1
            END-IF.
            COMPUTE RANGE-LEFT-PCT = (RANGE-LEFT * 100) / RANGE-SIZE.
            IF RANGE-LEFT-PCT >= RANGE-WARN-PCT
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO STEP-MESSAGE.
            IF RANGE-LEFT = 0
                STRING 'number range for product ' REQ-PRODUCT
                    ' is EXHAUSTED'
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
            ELSE
                STRING 'number range for product ' REQ-PRODUCT
                    ' down to ' RANGE-LEFT-PCT ' pct left'
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
            END-IF.
            CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                STEP-MESSAGE 'WRN'.
            DISPLAY 'CHKGEN: ' STEP-MESSAGE.
            IF RUN-RC < 4
                MOVE 4 TO RUN-RC
            END-IF.

        END PROGRAM CHKGEN.

      * console driver for CHKCOMP, same shape as CHECKDIG's driver
