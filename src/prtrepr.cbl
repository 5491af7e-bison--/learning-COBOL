        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRTREPR.

      * selective reprint from the archived print spool.  PRTASM
      * keeps every night's spool as SPOOLyyyymmdd.TXT with its
      * index SPOOLyyyymmdd.NDX (spoolndx.cpy); when the burst room
      * loses a pile, or an auditor wants a night's reports as they
      * were printed, this spools that part again from the archive
      * instead of rerunning reports that may no longer come out
      * the same.
      *
      * the operator signs on with initials (OPERMAST.DAT through
      * operchek when a master is on file; any active operator may
      * reprint), keys the business date, sees that night's index,
      * and picks one of:
      *   R  a recipient -- every section copy that went to that
      *      recipient's pile, all copies, in spool order;
      *   S  a section, by its number on the list -- one copy;
      *   P  a range of spool pages, as the index numbers them.
      * the reprint goes to REPRINT.TXT, never over PRINTSPOOL.TXT.
      * every separator page it copies carries a REPRINT line
      * naming the night, when it was reprinted and by whom, and a
      * page range gets a REPRINT separator of its own in front,
      * since its first page need not be a separator.  each reprint
      * -- and a refused sign-on -- goes on the day's log through
      * appender under the operator's initials.  nights past the
      * spool retention period have been dropped by PRTASM and
      * cannot be reprinted
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
      * ordinal 13 is ASCII form feed (x'0C') plus one -- the page
      * eject the print room's burster keys on
            SYMBOLIC CHARACTERS PAGE-EJECT IS 13.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MASTERFILE
            ASSIGN TO "OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MASTERFILE-STATUS
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
            SELECT REPRINTFILE
            ASSIGN TO "REPRINT.TXT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS REPRINTFILE-STATUS
            .

        DATA DIVISION.
        FILE SECTION.
      * opened here only to learn whether a master exists; the
      * record-level lookups go through operchek
        FD MASTERFILE.
        01 MASTER-LINE PIC X(28).

        FD ARCHFILE.
        01 ARCH-LINE PIC X(132).

        FD INDEXFILE.
        01 INDEX-LINE PIC X(82).

        FD REPRINTFILE.
        01 REPRINT-LINE PIC X(132).

        WORKING-STORAGE SECTION.
        01 MASTERFILE-REAL PIC XX.
        01 MASTERFILE-STATUS REDEFINES MASTERFILE-REAL PIC 99.
        01 ARCHFILE-REAL PIC XX.
        01 ARCHFILE-STATUS REDEFINES ARCHFILE-REAL PIC 99.
        01 INDEXFILE-REAL PIC XX.
        01 INDEXFILE-STATUS REDEFINES INDEXFILE-REAL PIC 99.
        01 REPRINTFILE-REAL PIC XX.
        01 REPRINTFILE-STATUS REDEFINES REPRINTFILE-REAL PIC 99.

      * who is at the keyboard, validated through operchek when a
      * master is on file
        01 OPER-INITIALS PIC X(3) VALUE SPACES.
        01 OPER-NAME PIC X(20).
        01 OPER-ROLE PIC X(4).
        01 OPER-FOUND PIC X(1).
            88 OPERATOR-FOUND VALUE 'Y'.
        01 OPER-ACTIVE PIC X(1).
            88 OPERATOR-ACTIVE VALUE 'Y'.

      * the reprint and the refusals go on the log under the
      * operator's own initials, staged to exactly match appender's
      * linkage items
        01 OPER-JOB-ID PIC X(8).
        01 APPEND-COUNT PIC 9(4).
        01 APPEND-MESSAGE PIC X(60).

      * the night asked for, and its archive and index
        01 SPOOL-DATE-X PIC X(8).
        01 ARCH-FILE-NAME PIC X(17).
        01 INDEX-FILE-NAME PIC X(17).
        COPY "spoolndx.cpy".

      * the night's index, with a flag per entry for what has been
      * chosen
        01 NDX-TABLE.
           05 NDX-ENTRY OCCURS 200 TIMES.
              10 NDX-RECORD PIC X(82).
              10 NDX-CHOSEN PIC X(1).
                 88 NDX-IS-CHOSEN VALUE 'Y'.
        01 NDX-COUNT PIC 9(3) VALUE 0.
        01 NDX-SUB PIC 9(3) VALUE 0.
        01 NDX-EOF PIC X(1) VALUE 'N'.
            88 INDEX-AT-END VALUE 'Y'.
        01 LAST-PAGE PIC 9(4) VALUE 0.

      * what the operator asked for
        01 REPRINT-CHOICE PIC X(1).
            88 BY-RECIPIENT VALUE 'R'.
            88 BY-SECTION VALUE 'S'.
            88 BY-PAGES VALUE 'P'.
        01 WANTED-RECIPIENT PIC X(20).
        01 WANTED-SECTION-X PIC X(2).
        01 WANTED-SECTION PIC 9(2).
        01 FROM-PAGE-X PIC X(4).
        01 TO-PAGE-X PIC X(4).
        01 FROM-PAGE PIC 9(4) VALUE 0.
        01 TO-PAGE PIC 9(4) VALUE 0.
        01 CHOSEN-COUNT PIC 9(3) VALUE 0.
        01 SELECTION-TEXT PIC X(30).

      * walking the archive
        01 ARCH-EOF PIC X(1) VALUE 'N'.
            88 ARCHIVE-AT-END VALUE 'Y'.
        01 ARCH-LINE-NO PIC 9(6) VALUE 0.
        01 ARCH-PAGE-NO PIC 9(4) VALUE 1.
        01 LINE-WANTED PIC X(1).
            88 COPY-THIS-LINE VALUE 'Y'.
        01 MARK-AFTER PIC X(1).
            88 MARK-AFTER-THIS-LINE VALUE 'Y'.
        01 LINES-REPRINTED PIC 9(6) VALUE 0.

        01 STAR-LINE PIC X(132) VALUE ALL '*'.
        01 TEXT-LINE PIC X(132).
        01 REPRINT-MARK PIC X(132).
        01 NOW-STAMP PIC X(14).

        PROCEDURE DIVISION.
            DISPLAY '=================================================='.
            DISPLAY '   PRINT SPOOL REPRINT'.
            DISPLAY '=================================================='.
            MOVE 0 TO RETURN-CODE.

            PERFORM SIGN-ON-OPERATOR.
            IF NOT OPERATOR-ACTIVE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.

            DISPLAY 'business date to reprint (YYYYMMDD, blank for '
                'the processing date): ' WITH NO ADVANCING.
            MOVE SPACES TO SPOOL-DATE-X.
            ACCEPT SPOOL-DATE-X FROM CONSOLE.
            IF SPOOL-DATE-X = SPACES OR SPOOL-DATE-X = LOW-VALUES
                CALL 'procdate' USING SPOOL-DATE-X
            END-IF.
            IF SPOOL-DATE-X IS NOT NUMERIC
                DISPLAY 'PRTREPR: ' SPOOL-DATE-X ' is not a date, '
                    'nothing reprinted'
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF.
            STRING 'SPOOL' SPOOL-DATE-X '.TXT'
                DELIMITED BY SIZE
                INTO ARCH-FILE-NAME
            END-STRING.
            STRING 'SPOOL' SPOOL-DATE-X '.NDX'
                DELIMITED BY SIZE
                INTO INDEX-FILE-NAME
            END-STRING.

            PERFORM LOAD-SPOOL-INDEX.
            IF NDX-COUNT = 0
                DISPLAY 'PRTREPR: no archived spool for '
                    SPOOL-DATE-X ' -- never archived, or past '
                    'retention'
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM SHOW-SPOOL-INDEX.

            PERFORM CHOOSE-WHAT-TO-REPRINT.
            IF CHOSEN-COUNT = 0
                DISPLAY 'PRTREPR: nothing in the ' SPOOL-DATE-X
                    ' spool matches -- nothing reprinted'
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF.

            PERFORM WRITE-THE-REPRINT.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.

            DISPLAY 'PRTREPR: ' LINES-REPRINTED ' line(s) of the '
                SPOOL-DATE-X ' spool (' FUNCTION TRIM(SELECTION-TEXT)
                ') written to REPRINT.TXT'.
            MOVE SPACES TO APPEND-MESSAGE.
            STRING 'spool reprint ' SPOOL-DATE-X ' '
                SELECTION-TEXT
                DELIMITED BY SIZE
                INTO APPEND-MESSAGE
            END-STRING.
            CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                APPEND-MESSAGE 'INF'.
            GOBACK.

      * the door: with a master on file only an active operator
      * gets past it; initials are asked either way, since the
      * reprint is logged under them
        SIGN-ON-OPERATOR.
            DISPLAY 'operator initials: ' WITH NO ADVANCING.
            ACCEPT OPER-INITIALS FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(OPER-INITIALS) TO OPER-INITIALS.
            MOVE SPACES TO OPER-JOB-ID.
            MOVE OPER-INITIALS TO OPER-JOB-ID.

            OPEN INPUT MASTERFILE.
            IF MASTERFILE-STATUS NOT = 0
                DISPLAY 'PRTREPR: NOTE -- no OPERMAST.DAT on file, '
                    'any initials are accepted'
                SET OPERATOR-ACTIVE TO TRUE
                EXIT PARAGRAPH
            END-IF.
            CLOSE MASTERFILE.

            MOVE 'N' TO OPER-FOUND.
            MOVE 'N' TO OPER-ACTIVE.
            CALL 'operchek' USING OPER-INITIALS OPER-NAME
                OPER-ROLE OPER-FOUND OPER-ACTIVE.
            IF OPERATOR-FOUND AND OPERATOR-ACTIVE
                DISPLAY 'PRTREPR: signed on as '
                    FUNCTION TRIM(OPER-NAME)
                EXIT PARAGRAPH
            END-IF.

            MOVE 'N' TO OPER-ACTIVE.
            DISPLAY 'PRTREPR: initials ' OPER-INITIALS
                ' are not an active operator, bye'.
            MOVE 'spool reprint sign-on REFUSED' TO APPEND-MESSAGE.
            CALL 'appender' USING OPER-JOB-ID APPEND-COUNT
                APPEND-MESSAGE 'WRN'.

        LOAD-SPOOL-INDEX.
            MOVE 0 TO NDX-COUNT.
            OPEN INPUT INDEXFILE.
            IF INDEXFILE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL INDEX-AT-END
                READ INDEXFILE INTO SPOOL-INDEX-RECORD
                    AT END SET INDEX-AT-END TO TRUE
                    NOT AT END
                        IF NDX-COUNT < 200
                            ADD 1 TO NDX-COUNT
                            MOVE SPOOL-INDEX-RECORD
                                TO NDX-RECORD(NDX-COUNT)
                            MOVE 'N' TO NDX-CHOSEN(NDX-COUNT)
                            COMPUTE LAST-PAGE = SX-START-PAGE
                                + SX-PAGE-COUNT - 1
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE INDEXFILE.

      * the night's print order, one line per copy, so the operator
      * picks from what was actually spooled
        SHOW-SPOOL-INDEX.
            DISPLAY ' '.
            DISPLAY 'SPOOL OF ' SPOOL-DATE-X ' -- ' LAST-PAGE
                ' PAGE(S)'.
            DISPLAY 'SC JOB      TITLE                          '
                'RECIPIENT            COPY  PAGES'.
            PERFORM VARYING NDX-SUB FROM 1 BY 1
                    UNTIL NDX-SUB > NDX-COUNT
                MOVE NDX-RECORD(NDX-SUB) TO SPOOL-INDEX-RECORD
                COMPUTE TO-PAGE = SX-START-PAGE + SX-PAGE-COUNT - 1
                DISPLAY SX-SECTION-NO ' ' SX-JOB-NAME ' ' SX-TITLE
                    ' ' SX-RECIPIENT ' ' SX-COPY-NO '/' SX-COPIES
                    '   ' SX-START-PAGE '-' TO-PAGE
            END-PERFORM.
            MOVE 0 TO TO-PAGE.
            DISPLAY ' '.

        CHOOSE-WHAT-TO-REPRINT.
            DISPLAY 'reprint by R)ecipient, S)ection or P)age range: '
                WITH NO ADVANCING.
            MOVE SPACES TO REPRINT-CHOICE.
            ACCEPT REPRINT-CHOICE FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(REPRINT-CHOICE) TO REPRINT-CHOICE.
            MOVE SPACES TO SELECTION-TEXT.
            EVALUATE TRUE
                WHEN BY-RECIPIENT
                    PERFORM CHOOSE-BY-RECIPIENT
                WHEN BY-SECTION
                    PERFORM CHOOSE-BY-SECTION
                WHEN BY-PAGES
                    PERFORM CHOOSE-BY-PAGES
                WHEN OTHER
                    DISPLAY 'PRTREPR: choose R, S or P'
            END-EVALUATE.

      * every copy that went to the recipient's pile; the name is
      * matched without regard to case
        CHOOSE-BY-RECIPIENT.
            DISPLAY 'recipient: ' WITH NO ADVANCING.
            MOVE SPACES TO WANTED-RECIPIENT.
            ACCEPT WANTED-RECIPIENT FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WANTED-RECIPIENT)
                TO WANTED-RECIPIENT.
            IF WANTED-RECIPIENT = SPACES
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING NDX-SUB FROM 1 BY 1
                    UNTIL NDX-SUB > NDX-COUNT
                MOVE NDX-RECORD(NDX-SUB) TO SPOOL-INDEX-RECORD
                IF FUNCTION UPPER-CASE(SX-RECIPIENT)
                        = WANTED-RECIPIENT
                    SET NDX-IS-CHOSEN(NDX-SUB) TO TRUE
                    ADD 1 TO CHOSEN-COUNT
                END-IF
            END-PERFORM.
            STRING 'for ' WANTED-RECIPIENT
                DELIMITED BY SIZE
                INTO SELECTION-TEXT
            END-STRING.

      * one copy of the section -- the first, as every copy of a
      * section prints the same
        CHOOSE-BY-SECTION.
            DISPLAY 'section number: ' WITH NO ADVANCING.
            MOVE SPACES TO WANTED-SECTION-X.
            ACCEPT WANTED-SECTION-X FROM CONSOLE.
            IF FUNCTION TEST-NUMVAL(WANTED-SECTION-X) NOT = 0
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WANTED-SECTION = FUNCTION NUMVAL(WANTED-SECTION-X).
            PERFORM VARYING NDX-SUB FROM 1 BY 1
                    UNTIL NDX-SUB > NDX-COUNT
                MOVE NDX-RECORD(NDX-SUB) TO SPOOL-INDEX-RECORD
                IF SX-SECTION-NO = WANTED-SECTION
                        AND CHOSEN-COUNT = 0
                    SET NDX-IS-CHOSEN(NDX-SUB) TO TRUE
                    ADD 1 TO CHOSEN-COUNT
                    STRING 'section ' SX-SECTION-NO ' ' SX-JOB-NAME
                        DELIMITED BY SIZE
                        INTO SELECTION-TEXT
                    END-STRING
                END-IF
            END-PERFORM.

      * pages as the index numbers them; a blank upper page is the
      * same as the lower one
        CHOOSE-BY-PAGES.
            DISPLAY 'from page: ' WITH NO ADVANCING.
            MOVE SPACES TO FROM-PAGE-X.
            ACCEPT FROM-PAGE-X FROM CONSOLE.
            DISPLAY 'to page (blank for the same): ' WITH NO ADVANCING.
            MOVE SPACES TO TO-PAGE-X.
            ACCEPT TO-PAGE-X FROM CONSOLE.
            IF FUNCTION TEST-NUMVAL(FROM-PAGE-X) NOT = 0
                EXIT PARAGRAPH
            END-IF.
            COMPUTE FROM-PAGE = FUNCTION NUMVAL(FROM-PAGE-X).
            IF TO-PAGE-X = SPACES
                MOVE FROM-PAGE TO TO-PAGE
            ELSE
                IF FUNCTION TEST-NUMVAL(TO-PAGE-X) NOT = 0
                    EXIT PARAGRAPH
                END-IF
                COMPUTE TO-PAGE = FUNCTION NUMVAL(TO-PAGE-X)
            END-IF.
            IF TO-PAGE > LAST-PAGE
                MOVE LAST-PAGE TO TO-PAGE
            END-IF.
            IF FROM-PAGE = 0 OR FROM-PAGE > TO-PAGE
                EXIT PARAGRAPH
            END-IF.
            COMPUTE CHOSEN-COUNT = TO-PAGE - FROM-PAGE + 1.
            STRING 'pages ' FROM-PAGE '-' TO-PAGE
                DELIMITED BY SIZE
                INTO SELECTION-TEXT
            END-STRING.

      * the archive walked line by line, the wanted lines copied;
      * each copied separator page gets the REPRINT line under its
      * top fence
        WRITE-THE-REPRINT.
            OPEN INPUT ARCHFILE.
            IF ARCHFILE-STATUS NOT = 0
                DISPLAY 'PRTREPR: cannot open ' ARCH-FILE-NAME
                    ', status ' ARCHFILE-STATUS
                    ' -- index on file without its spool'
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT REPRINTFILE.
            IF REPRINTFILE-STATUS NOT = 0
                DISPLAY 'PRTREPR: cannot open REPRINT.TXT, status '
                    REPRINTFILE-STATUS
                CLOSE ARCHFILE
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-STAMP.
            MOVE SPACES TO REPRINT-MARK.
            STRING '**  REPRINT: ' SPOOL-DATE-X ' SPOOL, REPRINTED '
                NOW-STAMP(1:8) ' ' NOW-STAMP(9:6) ' BY '
                OPER-INITIALS
                DELIMITED BY SIZE
                INTO REPRINT-MARK
            END-STRING.
            IF BY-PAGES
                PERFORM WRITE-REPRINT-COVER
            END-IF.

            PERFORM UNTIL ARCHIVE-AT-END
                READ ARCHFILE
                    AT END SET ARCHIVE-AT-END TO TRUE
                    NOT AT END
                        ADD 1 TO ARCH-LINE-NO
                        PERFORM JUDGE-ONE-LINE
                        IF COPY-THIS-LINE
                            MOVE ARCH-LINE TO TEXT-LINE
                            PERFORM WRITE-REPRINT-LINE
                        END-IF
                        IF MARK-AFTER-THIS-LINE
                            MOVE REPRINT-MARK TO TEXT-LINE
                            PERFORM WRITE-REPRINT-LINE
                        END-IF
                        IF ARCH-LINE(1:1) = PAGE-EJECT
                            ADD 1 TO ARCH-PAGE-NO
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ARCHFILE.
            CLOSE REPRINTFILE.

      * is this archive line wanted, and is it the second star line
      * of a chosen copy's separator, where the mark goes
        JUDGE-ONE-LINE.
            MOVE 'N' TO LINE-WANTED.
            MOVE 'N' TO MARK-AFTER.
            IF BY-PAGES
                IF ARCH-PAGE-NO >= FROM-PAGE
                        AND ARCH-PAGE-NO <= TO-PAGE
                    SET COPY-THIS-LINE TO TRUE
                END-IF
                PERFORM VARYING NDX-SUB FROM 1 BY 1
                        UNTIL NDX-SUB > NDX-COUNT
                    MOVE NDX-RECORD(NDX-SUB) TO SPOOL-INDEX-RECORD
                    IF COPY-THIS-LINE
                            AND ARCH-LINE-NO = SX-START-LINE + 1
                        SET MARK-AFTER-THIS-LINE TO TRUE
                    END-IF
                END-PERFORM
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING NDX-SUB FROM 1 BY 1
                    UNTIL NDX-SUB > NDX-COUNT
                IF NDX-IS-CHOSEN(NDX-SUB)
                    MOVE NDX-RECORD(NDX-SUB) TO SPOOL-INDEX-RECORD
                    IF ARCH-LINE-NO >= SX-START-LINE
                            AND ARCH-LINE-NO < SX-START-LINE
                                + SX-LINE-COUNT
                        SET COPY-THIS-LINE TO TRUE
                    END-IF
                    IF ARCH-LINE-NO = SX-START-LINE + 1
                        SET MARK-AFTER-THIS-LINE TO TRUE
                    END-IF
                END-IF
            END-PERFORM.

      * a page range may start mid-report, so it gets a separator
      * of its own saying what it is
        WRITE-REPRINT-COVER.
            MOVE STAR-LINE TO TEXT-LINE.
            PERFORM WRITE-REPRINT-LINE.
            PERFORM WRITE-REPRINT-LINE.
            MOVE REPRINT-MARK TO TEXT-LINE.
            PERFORM WRITE-REPRINT-LINE.
            MOVE SPACES TO TEXT-LINE.
            STRING '**  PAGES:   ' FROM-PAGE ' THRU ' TO-PAGE
                ' OF ' LAST-PAGE
                DELIMITED BY SIZE
                INTO TEXT-LINE
            END-STRING.
            PERFORM WRITE-REPRINT-LINE.
            MOVE STAR-LINE TO TEXT-LINE.
            PERFORM WRITE-REPRINT-LINE.
            PERFORM WRITE-REPRINT-LINE.
            MOVE SPACES TO TEXT-LINE.
            MOVE PAGE-EJECT TO TEXT-LINE(1:1).
            PERFORM WRITE-REPRINT-LINE.

        WRITE-REPRINT-LINE.
            WRITE REPRINT-LINE FROM TEXT-LINE.
            IF REPRINTFILE-STATUS NOT = 0
                DISPLAY 'PRTREPR: reprint write failed, status '
                    REPRINTFILE-STATUS
            END-IF.
            ADD 1 TO LINES-REPRINTED.

        END PROGRAM PRTREPR.
