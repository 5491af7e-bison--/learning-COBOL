        IDENTIFICATION DIVISION.
        PROGRAM-ID. ACCTCONV.

      * one-time conversion of the accepted-accounts master
      * (ACCTMAST.DAT) from its original 35-byte record -- digits,
      * check digit, first-accepted date, partner -- to the 49-byte
      * record of acctmast.cpy, which carries the account's status,
      * status date, operator and reason after them.  an indexed
      * file cannot change its record length in place, so this
      * unloads the old master whole, in key order, to a flat copy
      * (ACCTMAST.U35), proves the copy by reading it back and
      * counting it again, then empties the master at the new
      * length and reloads every record with the new fields left
      * blank -- a blank status reads as active, which is what
      * every account on the old master was.  the reload is
      * counted back against the unload before the conversion is
      * called done.  the flat copy is kept: it is the old master
      * byte for byte, and the way back if the reload is ever in
      * doubt.
      *
      * a converted master is marked by ACCTCONV.DON (date, time
      * and count of the conversion), and a master that already
      * opens only at the new length is taken as converted too, so
      * running this again is harmless -- NITEBATCH CALLs it at its
      * door every night and it returns at once.  a shop that runs
      * ACCTMNT, ACCTINQ or CHKBATCH by hand before the first
      * night on the new layout runs ACCTCONV by hand first.
      *
      * NITEBATCH calls it before the night's LOGGER step has made
      * the day's log, and LOGGER opens that log fresh -- anything
      * appended ahead of it would be wiped.  so a caller may pass
      * CONV-OUTCOME, and then gets the severity and the entry back
      * to write once the log exists, instead of this program
      * writing it; run by hand, with nothing passed, the entry
      * goes through appender here as before.
      *
      * condition code 0: converted, already converted, or no
      * master on file.  8: the conversion could not be made; the
      * master is left as it was (or, if the reload itself failed,
      * ACCTMAST.U35 holds every record) and the reason is on the
      * day's record as a CRITICAL
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OLDMAST
            ASSIGN TO "ACCTMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS OM-DIGITS
            FILE STATUS IS OLDMAST-STATUS
            .
            SELECT ACCTMAST
            ASSIGN TO "ACCTMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS AM-DIGITS
            FILE STATUS IS ACCTMAST-STATUS
            .
            SELECT UNLDFILE
            ASSIGN TO "ACCTMAST.U35"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS UNLDFILE-STATUS
            .
            SELECT DONEFILE
            ASSIGN TO "ACCTCONV.DON"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DONEFILE-STATUS
            .

        DATA DIVISION.
        FILE SECTION.
      * the master as the intake first laid it down
        FD OLDMAST.
        01 OLD-MAST-RECORD.
           05 OM-DIGITS     PIC X(18).
           05 OM-CHECK      PIC X(1).
           05 OM-FIRST-DATE PIC X(8).
           05 OM-PARTNER    PIC X(8).

        FD ACCTMAST.
           COPY "acctmast.cpy".

        FD UNLDFILE.
        01 UNLD-LINE PIC X(35).

        FD DONEFILE.
        01 DONE-RECORD.
           05 DONE-DATE  PIC X(8).
           05 FILLER     PIC X(1).
           05 DONE-TIME  PIC X(6).
           05 FILLER     PIC X(1).
           05 DONE-COUNT PIC 9(8).

        WORKING-STORAGE SECTION.
        01 OLDMAST-REAL PIC XX.
        01 OLDMAST-STATUS REDEFINES OLDMAST-REAL PIC 99.
        01 ACCTMAST-REAL PIC XX.
        01 ACCTMAST-STATUS REDEFINES ACCTMAST-REAL PIC 99.
        01 UNLDFILE-REAL PIC XX.
        01 UNLDFILE-STATUS REDEFINES UNLDFILE-REAL PIC 99.
        01 DONEFILE-REAL PIC XX.
        01 DONEFILE-STATUS REDEFINES DONEFILE-REAL PIC 99.

        01 OLD-EOF PIC X(1) VALUE 'N'.
            88 OLD-AT-END VALUE 'Y'.
        01 UNLD-EOF PIC X(1) VALUE 'N'.
            88 UNLOAD-AT-END VALUE 'Y'.
        01 NEW-EOF PIC X(1) VALUE 'N'.
            88 NEW-AT-END VALUE 'Y'.

        01 COUNT-UNLOADED PIC 9(8) VALUE 0.
        01 COUNT-READ-BACK PIC 9(8) VALUE 0.
        01 COUNT-RELOADED PIC 9(8) VALUE 0.
        01 COUNT-PROVED PIC 9(8) VALUE 0.

      * appender boundary staging, same shapes nitebatch uses
        01 STEP-JOB-ID PIC X(8) VALUE 'ACCTCONV'.
        01 STEP-WRITES PIC 9(4).
        01 STEP-MESSAGE PIC X(60).
        01 STEP-SEVERITY PIC X(3).

        LINKAGE SECTION.
      * the outcome for a caller that writes the entry itself;
      * left blank when there is nothing to record
        01 CONV-OUTCOME.
           05 CONV-SEVERITY PIC X(3).
           05 CONV-MESSAGE PIC X(60).

        PROCEDURE DIVISION USING OPTIONAL CONV-OUTCOME.
            MOVE 0 TO RETURN-CODE.
            IF CONV-OUTCOME IS NOT OMITTED
                MOVE SPACES TO CONV-OUTCOME
            END-IF.
            MOVE 'N' TO OLD-EOF.
            MOVE 'N' TO UNLD-EOF.
            MOVE 'N' TO NEW-EOF.
            MOVE 0 TO COUNT-UNLOADED COUNT-READ-BACK COUNT-RELOADED
                COUNT-PROVED.

      * the marker says it has been done; nothing more to look at
            OPEN INPUT DONEFILE.
            IF DONEFILE-STATUS = 0
                CLOSE DONEFILE
                GOBACK
            END-IF.

      * which length does the master on file have?  a file written
      * at the new length will not open at the old one (status 39)
            OPEN INPUT OLDMAST.
            IF OLDMAST-STATUS = 35
                GOBACK
            END-IF.
            IF OLDMAST-STATUS = 39
                PERFORM CONFIRM-NEW-LENGTH
                GOBACK
            END-IF.
            IF OLDMAST-STATUS NOT = 0
                DISPLAY 'ACCTCONV: cannot open ACCTMAST.DAT, status '
                    OLDMAST-STATUS
                MOVE 'master conversion: cannot open ACCTMAST.DAT'
                    TO STEP-MESSAGE
                PERFORM CONVERSION-FAILED
                GOBACK
            END-IF.

            DISPLAY 'ACCTCONV: ACCTMAST.DAT is on the 35-byte layout '
                '-- converting to 49 bytes'.
            OPEN OUTPUT UNLDFILE.
            IF UNLDFILE-STATUS NOT = 0
                DISPLAY 'ACCTCONV: cannot open ACCTMAST.U35, status '
                    UNLDFILE-STATUS
                CLOSE OLDMAST
                MOVE 'master conversion: cannot write ACCTMAST.U35'
                    TO STEP-MESSAGE
                PERFORM CONVERSION-FAILED
                GOBACK
            END-IF.
            PERFORM UNTIL OLD-AT-END
                READ OLDMAST NEXT RECORD
                    AT END SET OLD-AT-END TO TRUE
                    NOT AT END
                        WRITE UNLD-LINE FROM OLD-MAST-RECORD
                        ADD 1 TO COUNT-UNLOADED
                END-READ
            END-PERFORM.
            CLOSE UNLDFILE.
            CLOSE OLDMAST.

      * the master is not emptied until the copy is proven
            PERFORM COUNT-UNLOAD-READ-BACK.
            IF COUNT-READ-BACK NOT = COUNT-UNLOADED
                DISPLAY 'ACCTCONV: *** UNLOAD NOT PROVEN *** -- '
                    COUNT-UNLOADED ' written, ' COUNT-READ-BACK
                    ' read back; master left on the old layout'
                MOVE 'master conversion: unload not proven, no change'
                    TO STEP-MESSAGE
                PERFORM CONVERSION-FAILED
                GOBACK
            END-IF.

            PERFORM RELOAD-AT-NEW-LENGTH.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.

            PERFORM COUNT-NEW-MASTER.
            IF COUNT-PROVED NOT = COUNT-UNLOADED
                DISPLAY 'ACCTCONV: *** RELOAD NOT PROVEN *** -- '
                    COUNT-UNLOADED ' unloaded, ' COUNT-PROVED
                    ' on the new master; ACCTMAST.U35 holds them all'
                MOVE SPACES TO STEP-MESSAGE
                STRING 'master conversion NOT proven: unloaded '
                    COUNT-UNLOADED ' on file ' COUNT-PROVED
                    DELIMITED BY SIZE
                    INTO STEP-MESSAGE
                END-STRING
                PERFORM CONVERSION-FAILED
                GOBACK
            END-IF.

            PERFORM WRITE-DONE-MARKER.
            DISPLAY 'ACCTCONV: ' COUNT-RELOADED ' record(s) converted'
                ', old master kept as ACCTMAST.U35'.
            MOVE SPACES TO STEP-MESSAGE.
            STRING 'master converted to 49-byte layout: '
                COUNT-RELOADED ' records'
                DELIMITED BY SIZE
                INTO STEP-MESSAGE
            END-STRING.
            MOVE 'INF' TO STEP-SEVERITY.
            PERFORM RECORD-OUTCOME.
            MOVE 0 TO RETURN-CODE.
            GOBACK.

      * refused at the old length: it must open at the new one, or
      * the file is something this program does not recognize
        CONFIRM-NEW-LENGTH.
            OPEN INPUT ACCTMAST.
            IF ACCTMAST-STATUS = 0
                CLOSE ACCTMAST
                PERFORM WRITE-DONE-MARKER
                EXIT PARAGRAPH
            END-IF.
            DISPLAY 'ACCTCONV: ACCTMAST.DAT opens at neither the old '
                'nor the new length, status ' ACCTMAST-STATUS.
            MOVE 'master conversion: ACCTMAST.DAT layout unknown'
                TO STEP-MESSAGE.
            PERFORM CONVERSION-FAILED.

        COUNT-UNLOAD-READ-BACK.
            MOVE 0 TO COUNT-READ-BACK.
            MOVE 'N' TO UNLD-EOF.
            OPEN INPUT UNLDFILE.
            IF UNLDFILE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL UNLOAD-AT-END
                READ UNLDFILE
                    AT END SET UNLOAD-AT-END TO TRUE
                    NOT AT END ADD 1 TO COUNT-READ-BACK
                END-READ
            END-PERFORM.
            CLOSE UNLDFILE.

      * an OPEN OUTPUT leaves an empty master at the new length;
      * the unload is in key order, so a sequential load suits it
        RELOAD-AT-NEW-LENGTH.
            MOVE 'N' TO UNLD-EOF.
            OPEN INPUT UNLDFILE.
            IF UNLDFILE-STATUS NOT = 0
                DISPLAY 'ACCTCONV: cannot reopen ACCTMAST.U35, status '
                    UNLDFILE-STATUS
                MOVE 'master conversion: cannot reread ACCTMAST.U35'
                    TO STEP-MESSAGE
                PERFORM CONVERSION-FAILED
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT ACCTMAST.
            IF ACCTMAST-STATUS NOT = 0
                DISPLAY 'ACCTCONV: cannot create the new master, '
                    'status ' ACCTMAST-STATUS
                CLOSE UNLDFILE
                MOVE 'master conversion: cannot create new ACCTMAST'
                    TO STEP-MESSAGE
                PERFORM CONVERSION-FAILED
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL UNLOAD-AT-END
                READ UNLDFILE
                    AT END SET UNLOAD-AT-END TO TRUE
                    NOT AT END PERFORM RELOAD-ONE-RECORD
                END-READ
            END-PERFORM.
            CLOSE ACCTMAST.
            CLOSE UNLDFILE.

        RELOAD-ONE-RECORD.
            MOVE UNLD-LINE TO OLD-MAST-RECORD.
            MOVE SPACES TO ACCT-MAST-RECORD.
            MOVE OM-DIGITS TO AM-DIGITS.
            MOVE OM-CHECK TO AM-CHECK.
            MOVE OM-FIRST-DATE TO AM-FIRST-DATE.
            MOVE OM-PARTNER TO AM-PARTNER.
            WRITE ACCT-MAST-RECORD.
            IF ACCTMAST-STATUS = 0
                ADD 1 TO COUNT-RELOADED
            ELSE
                DISPLAY 'ACCTCONV: reload of ' OM-DIGITS
                    ' failed, status ' ACCTMAST-STATUS
            END-IF.

        COUNT-NEW-MASTER.
            MOVE 0 TO COUNT-PROVED.
            MOVE 'N' TO NEW-EOF.
            OPEN INPUT ACCTMAST.
            IF ACCTMAST-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL NEW-AT-END
                READ ACCTMAST NEXT RECORD
                    AT END SET NEW-AT-END TO TRUE
                    NOT AT END ADD 1 TO COUNT-PROVED
                END-READ
            END-PERFORM.
            CLOSE ACCTMAST.

        WRITE-DONE-MARKER.
            OPEN OUTPUT DONEFILE.
            IF DONEFILE-STATUS NOT = 0
                DISPLAY 'ACCTCONV: cannot write ACCTCONV.DON, status '
                    DONEFILE-STATUS
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO DONE-RECORD.
            MOVE FUNCTION CURRENT-DATE(1:8) TO DONE-DATE.
            MOVE FUNCTION CURRENT-DATE(9:6) TO DONE-TIME.
            MOVE COUNT-RELOADED TO DONE-COUNT.
            WRITE DONE-RECORD.
            CLOSE DONEFILE.

        CONVERSION-FAILED.
            MOVE 'CRI' TO STEP-SEVERITY.
            PERFORM RECORD-OUTCOME.
            MOVE 8 TO RETURN-CODE.

      * to the day's record here, or back to the caller to write
        RECORD-OUTCOME.
            IF CONV-OUTCOME IS OMITTED
                CALL 'appender' USING STEP-JOB-ID STEP-WRITES
                    STEP-MESSAGE STEP-SEVERITY
            ELSE
                MOVE STEP-SEVERITY TO CONV-SEVERITY
                MOVE STEP-MESSAGE TO CONV-MESSAGE
            END-IF.
