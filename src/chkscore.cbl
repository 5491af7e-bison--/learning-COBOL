        IDENTIFICATION DIVISION.
        PROGRAM-ID. CHKSCORE.

      * partner scorecard over the intake history CHKBATCH appends
      * to CHKINTAK.HIS -- the account managers' view of a partner
      * for the quarterly review.  for an operator-keyed range of
      * business dates it prints, per partner: how many feeds came
      * in, how many accounts they carried, the reject and
      * resubmit rates, how many files were refused whole, the
      * reject reasons that turned up most, and a RISING flag when
      * the partner's reject rate over the back half of the range
      * is running more than RISE-MARGIN points above the front
      * half.  the day's log only ever said how one night went;
      * this says which way a partner is heading.  prints through
      * the shared rptpage layer like the other reports
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT INTKHIS
            ASSIGN TO "CHKINTAK.HIS"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INTKHIS-STATUS
            .

        DATA DIVISION.
        FILE SECTION.
      * the rows CHKBATCH appends, one feed row plus its reasons
        FD INTKHIS.
           COPY "intkhis.cpy".

        WORKING-STORAGE SECTION.
        01 INTKHIS-REAL PIC XX.
        01 INTKHIS-STATUS REDEFINES INTKHIS-REAL PIC 99.

        01 HIST-EOF PIC X(1) VALUE 'N'.
            88 HISTORY-AT-END VALUE 'Y'.

      * the range being scored, and the date that splits it into
      * a front and a back half for the trend
        01 FROM-DATE PIC X(8).
        01 TO-DATE PIC X(8).
        01 FROM-NUMBER PIC 9(8).
        01 TO-NUMBER PIC 9(8).
        01 MID-INTEGER PIC 9(9).
        01 MID-NUMBER PIC 9(8).
        01 MID-DATE PIC X(8).

      * a back-half reject rate this many points above the front
      * half is a partner getting worse, not noise
        01 RISE-MARGIN PIC 9(3)V9 VALUE 2.0.

      * one scorecard row per partner seen in the range, each with
      * its own reject-reason tally
        01 SCORE-TABLE.
           05 SCORE-ENTRY OCCURS 50 TIMES.
              10 SC-PARTNER     PIC X(8).
              10 SC-FEEDS       PIC 9(5).
              10 SC-WHOLE       PIC 9(5).
              10 SC-ACCOUNTS    PIC 9(8).
              10 SC-REJECTS     PIC 9(8).
              10 SC-RESUBS      PIC 9(8).
              10 SC-EARLY-IN    PIC 9(8).
              10 SC-EARLY-REJ   PIC 9(8).
              10 SC-LATE-IN     PIC 9(8).
              10 SC-LATE-REJ    PIC 9(8).
              10 SC-REASON-USED PIC 99.
              10 SC-REASON OCCURS 10 TIMES.
                 15 SC-REASON-TEXT  PIC X(30).
                 15 SC-REASON-COUNT PIC 9(8).
                 15 SC-REASON-TAKEN PIC X(1).
        01 SCORE-COUNT PIC 99 VALUE 0.
        01 SCORE-SUB PIC 99 VALUE 0.
        01 REASON-SUB PIC 99 VALUE 0.
        01 BEST-SUB PIC 99 VALUE 0.
        01 BEST-COUNT PIC 9(8) VALUE 0.
        01 TOP-SUB PIC 9 VALUE 0.

        01 FEEDS-IN-RANGE PIC 9(6) VALUE 0.
        01 RISING-COUNT PIC 9(4) VALUE 0.

      * rates to one decimal, and their printed forms
        01 REJECT-RATE PIC 9(3)V9.
        01 RESUB-RATE PIC 9(3)V9.
        01 EARLY-RATE PIC 9(3)V9.
        01 LATE-RATE PIC 9(3)V9.
        01 REJECT-RATE-ED PIC ZZ9.9.
        01 RESUB-RATE-ED PIC ZZ9.9.
        01 EARLY-RATE-ED PIC ZZ9.9.
        01 LATE-RATE-ED PIC ZZ9.9.
        01 TREND-WORD PIC X(14).

      * staged arguments for the shared report-page layer, each
      * sized to exactly match rptpage's linkage items
        01 RPT-ACTION PIC X(1).
        01 RPT-ID PIC X(8) VALUE 'CHKSCORE'.
        01 RPT-TITLE PIC X(40).
        01 RPT-LINE PIC X(132).

        PROCEDURE DIVISION.
            DISPLAY 'Scorecard from business date (YYYYMMDD): '
                WITH NO ADVANCING.
            ACCEPT FROM-DATE FROM CONSOLE.
            DISPLAY 'Scorecard to business date (YYYYMMDD, blank '
                'for the run date): ' WITH NO ADVANCING.
            ACCEPT TO-DATE FROM CONSOLE.
            IF TO-DATE = SPACES OR TO-DATE = LOW-VALUES
                CALL 'procdate' USING TO-DATE
            END-IF.

      * the split date needs two real calendar dates to sit
      * between, so both ends are checked before a row is read
            IF FUNCTION TEST-NUMVAL(FROM-DATE) NOT = 0
                    OR FUNCTION TEST-NUMVAL(TO-DATE) NOT = 0
                DISPLAY 'CHKSCORE: dates must be YYYYMMDD, bye'
                GOBACK
            END-IF.
            COMPUTE FROM-NUMBER = FUNCTION NUMVAL(FROM-DATE).
            COMPUTE TO-NUMBER = FUNCTION NUMVAL(TO-DATE).
            IF FUNCTION INTEGER-OF-DATE(FROM-NUMBER) = 0
                    OR FUNCTION INTEGER-OF-DATE(TO-NUMBER) = 0
                    OR FROM-NUMBER > TO-NUMBER
                DISPLAY 'CHKSCORE: not a real date range, bye'
                GOBACK
            END-IF.
            COMPUTE MID-INTEGER =
                (FUNCTION INTEGER-OF-DATE(FROM-NUMBER)
                 + FUNCTION INTEGER-OF-DATE(TO-NUMBER)) / 2.
            COMPUTE MID-NUMBER = FUNCTION DATE-OF-INTEGER(MID-INTEGER).
            MOVE MID-NUMBER TO MID-DATE.

            OPEN INPUT INTKHIS.
            IF INTKHIS-STATUS = 35
                DISPLAY 'CHKSCORE: no CHKINTAK.HIS on file -- '
                    'no feeds recorded yet'
                GOBACK
            END-IF.
            IF INTKHIS-STATUS NOT = 0
                DISPLAY 'CHKSCORE: cannot open CHKINTAK.HIS, status '
                    INTKHIS-STATUS
                GOBACK
            END-IF.

            PERFORM UNTIL HISTORY-AT-END
                READ INTKHIS
                    AT END SET HISTORY-AT-END TO TRUE
                    NOT AT END
                        IF IH-BUSINESS-DATE >= FROM-DATE
                                AND IH-BUSINESS-DATE <= TO-DATE
                            PERFORM SCORE-ONE-ROW
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE INTKHIS.

            MOVE SPACES TO RPT-TITLE.
            STRING 'partner scorecard ' FROM-DATE ' - ' TO-DATE
                DELIMITED BY SIZE
                INTO RPT-TITLE
            END-STRING.
            MOVE 'O' TO RPT-ACTION.
            CALL 'rptpage' USING RPT-ACTION RPT-ID RPT-TITLE
                RPT-LINE.

            MOVE SPACES TO RPT-LINE.
            STRING 'partner   feeds  accounts  reject%  resub%  '
                'whole-rej  rej% to ' MID-DATE '  rej% after  trend'
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.

            PERFORM VARYING SCORE-SUB FROM 1 BY 1
                    UNTIL SCORE-SUB > SCORE-COUNT
                PERFORM REPORT-ONE-PARTNER
            END-PERFORM.

            MOVE SPACES TO RPT-LINE.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING 'feeds in range   : ' FEEDS-IN-RANGE
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING 'partners scored  : ' SCORE-COUNT
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE SPACES TO RPT-LINE.
            STRING 'rising rejects   : ' RISING-COUNT
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.
            MOVE 'C' TO RPT-ACTION.
            CALL 'rptpage' USING RPT-ACTION RPT-ID RPT-TITLE
                RPT-LINE.

            GOBACK.

      * one history row in range onto its partner's scorecard: a
      * feed row adds to the counts (and to the front or back half
      * for the trend), a reason row to the reason tally
        SCORE-ONE-ROW.
            PERFORM FIND-PARTNER-ROW.
            IF SCORE-SUB = 0
                EXIT PARAGRAPH
            END-IF.

            IF IH-IS-REASON
                PERFORM TALLY-ONE-REASON
                EXIT PARAGRAPH
            END-IF.

            ADD 1 TO FEEDS-IN-RANGE.
            ADD 1 TO SC-FEEDS(SCORE-SUB).
            IF IH-REJECTED-WHOLE
                ADD 1 TO SC-WHOLE(SCORE-SUB)
                EXIT PARAGRAPH
            END-IF.
            ADD IH-COUNT-IN TO SC-ACCOUNTS(SCORE-SUB).
            ADD IH-FAILED TO SC-REJECTS(SCORE-SUB).
            ADD IH-RESUB TO SC-RESUBS(SCORE-SUB).
            IF IH-BUSINESS-DATE <= MID-DATE
                ADD IH-COUNT-IN TO SC-EARLY-IN(SCORE-SUB)
                ADD IH-FAILED TO SC-EARLY-REJ(SCORE-SUB)
            ELSE
                ADD IH-COUNT-IN TO SC-LATE-IN(SCORE-SUB)
                ADD IH-FAILED TO SC-LATE-REJ(SCORE-SUB)
            END-IF.

      * the partner's scorecard row, started fresh the first time
      * the partner turns up; SCORE-SUB comes back 0 once the
      * table is full
        FIND-PARTNER-ROW.
            PERFORM VARYING SCORE-SUB FROM 1 BY 1
                    UNTIL SCORE-SUB > SCORE-COUNT
                    OR SC-PARTNER(SCORE-SUB) = IH-PARTNER
                CONTINUE
            END-PERFORM.
            IF SCORE-SUB <= SCORE-COUNT
                EXIT PARAGRAPH
            END-IF.
            IF SCORE-COUNT >= 50
                DISPLAY 'CHKSCORE: more than 50 partners in range, '
                    IH-PARTNER ' not scored'
                MOVE 0 TO SCORE-SUB
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO SCORE-COUNT.
            MOVE SCORE-COUNT TO SCORE-SUB.
            INITIALIZE SCORE-ENTRY(SCORE-SUB).
            MOVE IH-PARTNER TO SC-PARTNER(SCORE-SUB).

        TALLY-ONE-REASON.
            PERFORM VARYING REASON-SUB FROM 1 BY 1
                    UNTIL REASON-SUB > SC-REASON-USED(SCORE-SUB)
                    OR SC-REASON-TEXT(SCORE-SUB, REASON-SUB)
                        = IH-REASON
                CONTINUE
            END-PERFORM.
            IF REASON-SUB > SC-REASON-USED(SCORE-SUB)
                IF SC-REASON-USED(SCORE-SUB) < 10
                    ADD 1 TO SC-REASON-USED(SCORE-SUB)
                    MOVE SC-REASON-USED(SCORE-SUB) TO REASON-SUB
                    MOVE IH-REASON
                        TO SC-REASON-TEXT(SCORE-SUB, REASON-SUB)
                ELSE
                    MOVE 10 TO REASON-SUB
                    MOVE 'OTHER REASONS'
                        TO SC-REASON-TEXT(SCORE-SUB, REASON-SUB)
                END-IF
            END-IF.
            ADD IH-REASON-COUNT
                TO SC-REASON-COUNT(SCORE-SUB, REASON-SUB).

      * the partner's line -- counts, rates, the two half-range
      * reject rates and the trend verdict -- then its top three
      * reject reasons underneath
        REPORT-ONE-PARTNER.
            MOVE 0 TO REJECT-RATE.
            MOVE 0 TO RESUB-RATE.
            MOVE 0 TO EARLY-RATE.
            MOVE 0 TO LATE-RATE.
            IF SC-ACCOUNTS(SCORE-SUB) > 0
                COMPUTE REJECT-RATE ROUNDED =
                    (SC-REJECTS(SCORE-SUB) * 100)
                    / SC-ACCOUNTS(SCORE-SUB)
                COMPUTE RESUB-RATE ROUNDED =
                    (SC-RESUBS(SCORE-SUB) * 100)
                    / SC-ACCOUNTS(SCORE-SUB)
            END-IF.
            IF SC-EARLY-IN(SCORE-SUB) > 0
                COMPUTE EARLY-RATE ROUNDED =
                    (SC-EARLY-REJ(SCORE-SUB) * 100)
                    / SC-EARLY-IN(SCORE-SUB)
            END-IF.
            IF SC-LATE-IN(SCORE-SUB) > 0
                COMPUTE LATE-RATE ROUNDED =
                    (SC-LATE-REJ(SCORE-SUB) * 100)
                    / SC-LATE-IN(SCORE-SUB)
            END-IF.

      * a trend needs accounts on both sides of the split; one
      * half alone is just a rate
            MOVE SPACES TO TREND-WORD.
            IF SC-EARLY-IN(SCORE-SUB) > 0
                    AND SC-LATE-IN(SCORE-SUB) > 0
                IF LATE-RATE > EARLY-RATE + RISE-MARGIN
                    MOVE '*** RISING ***' TO TREND-WORD
                    ADD 1 TO RISING-COUNT
                ELSE
                    MOVE 'steady' TO TREND-WORD
                END-IF
            ELSE
                MOVE 'n/a' TO TREND-WORD
            END-IF.

            MOVE REJECT-RATE TO REJECT-RATE-ED.
            MOVE RESUB-RATE TO RESUB-RATE-ED.
            MOVE EARLY-RATE TO EARLY-RATE-ED.
            MOVE LATE-RATE TO LATE-RATE-ED.
            MOVE SPACES TO RPT-LINE.
            STRING SC-PARTNER(SCORE-SUB) '  '
                SC-FEEDS(SCORE-SUB) '  '
                SC-ACCOUNTS(SCORE-SUB) '    '
                REJECT-RATE-ED '   '
                RESUB-RATE-ED '      '
                SC-WHOLE(SCORE-SUB) '              '
                EARLY-RATE-ED '       '
                LATE-RATE-ED '  '
                TREND-WORD
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.

            PERFORM VARYING TOP-SUB FROM 1 BY 1
                    UNTIL TOP-SUB > 3
                PERFORM REPORT-NEXT-TOP-REASON
            END-PERFORM.

      * the most frequent reason not yet printed for this partner
        REPORT-NEXT-TOP-REASON.
            MOVE 0 TO BEST-SUB.
            MOVE 0 TO BEST-COUNT.
            PERFORM VARYING REASON-SUB FROM 1 BY 1
                    UNTIL REASON-SUB > SC-REASON-USED(SCORE-SUB)
                IF SC-REASON-TAKEN(SCORE-SUB, REASON-SUB) NOT = 'Y'
                        AND SC-REASON-COUNT(SCORE-SUB, REASON-SUB)
                            > BEST-COUNT
                    MOVE REASON-SUB TO BEST-SUB
                    MOVE SC-REASON-COUNT(SCORE-SUB, REASON-SUB)
                        TO BEST-COUNT
                END-IF
            END-PERFORM.
            IF BEST-SUB = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'Y' TO SC-REASON-TAKEN(SCORE-SUB, BEST-SUB).
            MOVE SPACES TO RPT-LINE.
            STRING '          reason ' TOP-SUB ': '
                SC-REASON-TEXT(SCORE-SUB, BEST-SUB)
                ' x ' BEST-COUNT
                DELIMITED BY SIZE
                INTO RPT-LINE
            END-STRING.
            PERFORM PUT-REPORT-LINE.

        PUT-REPORT-LINE.
            MOVE 'L' TO RPT-ACTION.
            CALL 'rptpage' USING RPT-ACTION RPT-ID RPT-TITLE
                RPT-LINE.

        END PROGRAM CHKSCORE.
