      * a pyramid-up/diamond-down star border, written to a report
      * file as one print-ready page instead of a bare block of
      * DRAWCHAR characters
      *
      * run out of cycle through OOCDISP, the requester's parameter
      * override (OOCPARM.CRD, see copybooks/oocparm.cpy) replaces
      * the title for that one run -- the card is only honored when
      * it names SEPPAGE, and the dispatcher empties it afterward
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARMLIBF-STATUS
            .
            SELECT OVERCARD
            ASSIGN TO "OOCPARM.CRD"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OVERCARD-STATUS
            .
            SELECT REPORTFILE
            ASSIGN TO "SEPPAGERPT.TXT"
            ORGANIZATION IS SEQUENTIAL
        FD PARMLIBF.
           COPY "parmlib.cpy".

        FD OVERCARD.
           COPY "oocparm.cpy".

        FD REPORTFILE.
        01 REPORT-LINE PIC X(132).

        01 REPORTFILE-STATUS REDEFINES REPORTFILE-REAL PIC 99.
        01 PARMLIBF-REAL PIC XX.
        01 PARMLIBF-STATUS REDEFINES PARMLIBF-REAL PIC 99.
        01 OVERCARD-REAL PIC XX.
        01 OVERCARD-STATUS REDEFINES OVERCARD-REAL PIC 99.

      * parameter-library scan state: the newest record for this job
      * whose effective date has arrived wins; none winning means
            IF NOT LIBRARY-PARM-FOUND
                PERFORM GET-FLAT-PARAMETERS
            END-IF.
            PERFORM GET-OVERRIDE-TITLE.

      * REPORT-LINE/STARS/FULL-LINE are only ever 132 bytes wide, and
      * WRITE-TITLE-LINE centers TITLE-TEXT across PAGE-WIDTH columns
            MOVE PARM-JOBNAME TO JOB-NAME.
            MOVE PARM-BLOCK TO BLOCK-MODE.

      * an out-of-cycle run's override card, when it is meant for
      * this job, decides the title over whatever the parameters
      * said; no card, an empty one or another job's leaves them be
        GET-OVERRIDE-TITLE.
            OPEN INPUT OVERCARD.
            IF OVERCARD-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            READ OVERCARD
                AT END
                    MOVE SPACES TO OOC-PARM-CARD
            END-READ.
            CLOSE OVERCARD.
            IF OPC-JOB-NAME = 'SEPPAGE' AND OPC-OVERRIDE NOT = SPACES
                MOVE OPC-OVERRIDE TO TITLE-TEXT
                DISPLAY 'SEPPAGE: title overridden for this run -- '
                    TITLE-TEXT
            END-IF.

      * scan PARMLIB.DAT front to back for this job's newest record
      * whose effective date has arrived.  appends-only maintenance
      * means history stays in the file; newest-applicable-wins here
