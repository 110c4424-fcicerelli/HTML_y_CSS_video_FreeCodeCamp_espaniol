      ******************************************************************
      * Author:    Fabio Cicerelli
      * Date:      15/OCT/2026
      * Purpose:   Year-end rollover of the run-history files -
      *            DIVHIST, DIVHSRC, GLSUMHIS, GLTRHIST, GLAKHIST and
      *            STEPHIST only ever grow, and histrpt, glmonth and
      *            stephrpt read each of them from the top every
      *            night.  On the December month-end business day of
      *            the RUNCAL calendar (or for the year HISTPARM names
      *            when that night was missed) this job copies every
      *            record of a closed year to the HISTARCH annual
      *            archive, prints the HISTYRPT annual summary - the
      *            year's division volumes, totals by source, by GL
      *            account and debit/credit side, and by night-stream
      *            step - and then trims each live file back to the
      *            current year plus HP-CARRY-BACK-YEARS closed years.
      *            Nothing is removed until the archive has been read
      *            back and proved: every closed year still on a live
      *            file must foot to its archived detail, and the
      *            annual summary's totals must foot to the archived
      *            year, or the live files are left untouched and the
      *            run ends fatal.  Runs as the last month-end step of
      *            the night stream, after every step that appends to
      *            DIVHIST, DIVHSRC and the GL histories - but the
      *            stream driver appends the closing night's STEPHIST
      *            records, this step's own among them, only once the
      *            whole stream has finished.  Those late records of
      *            the closed year are archived by the next year's
      *            close, which writes whatever a carried-back year
      *            has on file beyond what HISTARCH already holds.
      * Tectonics: cobc
      * Modification History:
      *   15/OCT/2026 - DIVHSRC, GLSUMHIS, GLTRHIST and GLAKHIST lines
      *                 widened for the appended entity code; records
      *                 written before it was added still roll over
      *                 unchanged.
      *   15/OCT/2026 - DIVHIST, DIVHSRC and STEPHIST lines widened for
      *                 the appended cycle number; records written
      *                 before it was added still roll over unchanged.
      *   15/OCT/2026 - Review fix: a year already on HISTARCH no
      *                 longer stops at what was archived the night it
      *                 closed.  The live records after the archived
      *                 count - the closing night's STEPHIST, appended
      *                 after this step - are archived the next time
      *                 the year is carried back, so the proof no
      *                 longer fails every following year-end.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. histroll.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
      * Only one live history file is ever open at a time, so the six
      * share one status item.
      ******************************************************************
           SELECT DIV-HISTORY-FILE ASSIGN TO "DIVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-FILE-STATUS.
           SELECT DIV-SOURCE-HISTORY-FILE ASSIGN TO "DIVHSRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-FILE-STATUS.
           SELECT GL-SUMMARY-HISTORY-FILE ASSIGN TO "GLSUMHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-FILE-STATUS.
           SELECT GL-TRAILER-HISTORY-FILE ASSIGN TO "GLTRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-FILE-STATUS.
           SELECT GL-ACK-HISTORY-FILE ASSIGN TO "GLAKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-FILE-STATUS.
           SELECT STEP-HISTORY-FILE ASSIGN TO "STEPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-FILE-STATUS.
           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "HISTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HA-FILE-STATUS.
           SELECT HISTORY-WORK-FILE ASSIGN TO "HISTWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CALENDAR-FILE ASSIGN TO "RUNCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CA-FILE-STATUS.
           SELECT ROLL-PARAMETER-FILE ASSIGN TO "HISTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HP-FILE-STATUS.
           SELECT ROLL-REPORT-FILE ASSIGN TO "HISTYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DIV-HISTORY-FILE.
       01  DIV-HISTORY-LINE            PIC X(42).
       FD  DIV-SOURCE-HISTORY-FILE.
       01  DIV-SOURCE-HISTORY-LINE     PIC X(77).
       FD  GL-SUMMARY-HISTORY-FILE.
       01  GL-SUMMARY-LINE             PIC X(42).
       FD  GL-TRAILER-HISTORY-FILE.
       01  GL-TRAILER-HIST-LINE        PIC X(33).
       FD  GL-ACK-HISTORY-FILE.
       01  GL-ACK-HIST-LINE            PIC X(33).
       FD  STEP-HISTORY-FILE.
       01  STEP-HISTORY-LINE           PIC X(61).
       FD  HISTORY-ARCHIVE-FILE.
       COPY HISTARCH.
       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-RECORD         PIC X(80).
       FD  RUN-CALENDAR-FILE.
       COPY RUNCAL.
       FD  ROLL-PARAMETER-FILE.
       COPY HISTPARM.
       FD  ROLL-REPORT-FILE.
       01  ROLL-REPORT-LINE            PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RPTHDTR.
       COPY RUNCTLQ.
       COPY OPSLOGQ.
       COPY DIVHIST.
       COPY DIVHSRC.
       COPY GLHIST.
       COPY STEPHIST.
       77 LIVE-FILE-STATUS PIC X(02) VALUE SPACES.
       77 HA-FILE-STATUS PIC X(02) VALUE SPACES.
       77 CA-FILE-STATUS PIC X(02) VALUE SPACES.
       77 HP-FILE-STATUS PIC X(02) VALUE SPACES.
       77 EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       77 CALENDAR-FOUND-SWITCH PIC X(01) VALUE "N".
           88 CALENDAR-DATE-FOUND VALUE "Y".
       77 YEAR-END-SWITCH PIC X(01) VALUE "N".
           88 TODAY-ENDS-YEAR VALUE "Y".
       77 ROLL-SWITCH PIC X(01) VALUE "N".
           88 ROLL-DUE VALUE "D".
           88 ROLL-NOT-DUE VALUE "N".
           88 ROLL-REFUSED VALUE "R".
       77 PROOF-SWITCH PIC X(01) VALUE "Y".
           88 ARCHIVE-PROVED VALUE "Y".
           88 ARCHIVE-NOT-PROVED VALUE "N".
       77 LIVE-OPEN-SWITCH PIC X(01) VALUE "N".
           88 LIVE-FILE-OPEN VALUE "Y".
       77 TODAY-DATE PIC 9(08) VALUE ZERO.
       77 TODAY-YEAR PIC 9(04) VALUE ZERO.
       77 TODAY-MMDD PIC 9(04) VALUE ZERO.
       77 TODAY-MONTH PIC 9(02) VALUE ZERO.
       77 TODAY-DAY PIC 9(02) VALUE ZERO.
       77 CLOSE-YEAR PIC 9(04) VALUE ZERO.
       77 CARRY-BACK-YEARS PIC 9(02) VALUE 1.
       77 KEEP-FROM-YEAR PIC 9(04) VALUE ZERO.
       77 RECORD-DATE PIC 9(08) VALUE ZERO.
       77 RECORD-YEAR PIC 9(04) VALUE ZERO.
       77 RECORD-MMDD PIC 9(04) VALUE ZERO.
       77 RECORD-AMOUNT PIC S9(12)V99 VALUE ZERO.
       77 CURRENT-IMAGE PIC X(80) VALUE SPACES.
       77 ARCHIVE-READ-COUNT PIC 9(08) VALUE ZERO.
       77 ARCHIVE-WRITE-COUNT PIC 9(08) VALUE ZERO.
       77 LIVE-READ-COUNT PIC 9(08) VALUE ZERO.
       77 REMOVED-TOTAL PIC 9(08) VALUE ZERO.
       77 MISMATCH-COUNT PIC 9(08) VALUE ZERO.
       77 REPORT-PAGE-NUMBER PIC 9(04) VALUE 1.
       77 EDIT-AMOUNT PIC -Z(11)9.99 VALUE ZEROS.
       77 EDIT-AMOUNT-2 PIC -Z(11)9.99 VALUE ZEROS.
       77 SUM-COUNT PIC 9(08) VALUE ZERO.
       77 SUM-AMOUNT PIC S9(12)V99 VALUE ZERO.
      ******************************************************************
      * The six live files in the order they are rolled; FILE-NUMBER
      * indexes this table and the per-file year table below, and
      * names the file on every HISTARCH record.
      ******************************************************************
       77 FILE-NUMBER PIC 9(01) COMP VALUE ZERO.
       77 FILE-SCAN PIC 9(01) COMP VALUE ZERO.
       77 FILE-LIMIT PIC 9(01) COMP VALUE 6.
       01 FILE-NAME-VALUES.
           05 FILLER PIC X(08) VALUE "DIVHIST".
           05 FILLER PIC X(08) VALUE "DIVHSRC".
           05 FILLER PIC X(08) VALUE "GLSUMHIS".
           05 FILLER PIC X(08) VALUE "GLTRHIST".
           05 FILLER PIC X(08) VALUE "GLAKHIST".
           05 FILLER PIC X(08) VALUE "STEPHIST".
       01 FILE-NAME-TABLE REDEFINES FILE-NAME-VALUES.
           05 FILE-NAME OCCURS 6 TIMES PIC X(08).
      ******************************************************************
      * Per file, one entry per year found on the live file or the
      * archive: what the live file holds for the year, what the
      * archive held before this run (a year already archived is not
      * written twice), and what the archive holds after it - the
      * figures the proof compares.  The control amount is each
      * file's money field; STEPHIST has none and proves on count.
      ******************************************************************
       77 YEAR-INDEX PIC 9(02) COMP VALUE ZERO.
       77 YEAR-SCAN PIC 9(02) COMP VALUE ZERO.
       77 YEAR-LIMIT PIC 9(02) COMP VALUE 20.
       77 YEAR-FULL-SWITCH PIC X(01) VALUE "N".
           88 YEAR-TABLE-FULL VALUE "Y".
       01 YEAR-TABLE.
           05 FILE-ENTRY OCCURS 6 TIMES.
               10 FL-READ-COUNT        PIC 9(08).
               10 FL-ARCHIVED-COUNT    PIC 9(08).
               10 FL-KEPT-COUNT        PIC 9(08).
               10 FL-REMOVED-COUNT     PIC 9(08).
               10 FL-UNDATED-COUNT     PIC 9(08).
               10 FL-REPORT-COUNT      PIC 9(08).
               10 FL-REPORT-AMOUNT     PIC S9(12)V99.
               10 FL-YEAR-COUNT        PIC 9(02) COMP.
               10 FY-YEAR-ENTRY OCCURS 20 TIMES.
                   15 FY-YEAR              PIC 9(04).
                   15 FY-LIVE-COUNT        PIC 9(08).
                   15 FY-LIVE-AMOUNT       PIC S9(12)V99.
                   15 FY-PRIOR-COUNT       PIC 9(08).
                   15 FY-ARCHIVE-COUNT     PIC 9(08).
                   15 FY-ARCHIVE-AMOUNT    PIC S9(12)V99.
      ******************************************************************
      * The closed year's figures for the annual summary, gathered on
      * the same pass that archives the year.
      ******************************************************************
       77 DIV-RUN-COUNT PIC 9(08) VALUE ZERO.
       77 DIV-REQUEST-COUNT PIC 9(10) VALUE ZERO.
       77 DIV-QUOTIENT-TOTAL PIC S9(12)V99 VALUE ZERO.
       77 DIV-RESIDUO-TOTAL PIC S9(12) VALUE ZERO.
       77 GLT-RECORD-COUNT PIC 9(08) VALUE ZERO.
       77 GLT-BATCH-COUNT PIC 9(10) VALUE ZERO.
       77 GLT-AMOUNT PIC S9(12)V99 VALUE ZERO.
       77 GLK-RECORD-COUNT PIC 9(08) VALUE ZERO.
       77 GLK-ACK-COUNT PIC 9(10) VALUE ZERO.
       77 GLK-AMOUNT PIC S9(12)V99 VALUE ZERO.
       77 SOURCE-COUNT PIC 9(03) COMP VALUE ZERO.
       77 SOURCE-INDEX PIC 9(03) COMP VALUE ZERO.
       77 SOURCE-SCAN PIC 9(03) COMP VALUE ZERO.
       77 SOURCE-LIMIT PIC 9(03) COMP VALUE 200.
       01 SOURCE-TABLE.
           05 SOURCE-ENTRY OCCURS 200 TIMES.
               10 SR-SOURCE-ID         PIC X(06).
               10 SR-RUN-COUNT         PIC 9(05).
               10 SR-RECORD-COUNT      PIC 9(08).
               10 SR-REJECT-COUNT      PIC 9(08).
               10 SR-HELD-COUNT        PIC 9(08).
               10 SR-RESULT-TOTAL      PIC S9(12)V99.
       77 ACCOUNT-COUNT PIC 9(03) COMP VALUE ZERO.
       77 ACCOUNT-INDEX PIC 9(03) COMP VALUE ZERO.
       77 ACCOUNT-SCAN PIC 9(03) COMP VALUE ZERO.
       77 ACCOUNT-LIMIT PIC 9(03) COMP VALUE 300.
       01 ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 300 TIMES.
               10 AC-ACCOUNT           PIC X(08).
               10 AC-SIDE              PIC X(01).
               10 AC-DAY-COUNT         PIC 9(05).
               10 AC-DETAIL-COUNT      PIC 9(08).
               10 AC-AMOUNT            PIC S9(12)V99.
       77 STEP-COUNT PIC 9(02) COMP VALUE ZERO.
       77 STEP-INDEX PIC 9(02) COMP VALUE ZERO.
       77 STEP-SCAN PIC 9(02) COMP VALUE ZERO.
       77 STEP-LIMIT PIC 9(02) COMP VALUE 30.
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 30 TIMES.
               10 SP-STEP-NUMBER       PIC 9(02).
               10 SP-PROGRAM-NAME      PIC X(12).
               10 SP-RUN-COUNT         PIC 9(05).
               10 SP-WARNING-COUNT     PIC 9(05).
               10 SP-TOTAL-ELAPSED     PIC 9(10).
      ******************************************************************
      * Date and time to an absolute second stamp for the step
      * elapsed times - the stephrpt.cbl conversion.
      ******************************************************************
       77 START-STAMP PIC 9(14) VALUE ZERO.
       77 END-STAMP PIC 9(14) VALUE ZERO.
       77 ELAPSED-SECONDS PIC 9(08) VALUE ZERO.
       77 DN-DATE PIC 9(08) VALUE ZERO.
       77 DN-YEAR PIC 9(04) VALUE ZERO.
       77 DN-MMDD PIC 9(04) VALUE ZERO.
       77 DN-MONTH PIC 9(02) VALUE ZERO.
       77 DN-DAY PIC 9(02) VALUE ZERO.
       77 LEAP-QUOTIENT PIC 9(04) VALUE ZERO.
       77 LEAP-REMAINDER PIC 9(01) VALUE ZERO.
       77 DAY-NUMBER PIC 9(08) VALUE ZERO.
       77 TM-TIME PIC 9(08) VALUE ZERO.
       77 TM-HOURS PIC 9(02) VALUE ZERO.
       77 TM-REST PIC 9(06) VALUE ZERO.
       77 TM-MINUTES PIC 9(02) VALUE ZERO.
       77 TM-SECFRAC PIC 9(04) VALUE ZERO.
       77 TM-SECONDS PIC 9(02) VALUE ZERO.
       77 TM-FRACTION PIC 9(02) VALUE ZERO.
       77 DAY-SECONDS PIC 9(06) VALUE ZERO.
       01 MONTH-OFFSET-VALUES.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 031.
           05 FILLER PIC 9(03) VALUE 059.
           05 FILLER PIC 9(03) VALUE 090.
           05 FILLER PIC 9(03) VALUE 120.
           05 FILLER PIC 9(03) VALUE 151.
           05 FILLER PIC 9(03) VALUE 181.
           05 FILLER PIC 9(03) VALUE 212.
           05 FILLER PIC 9(03) VALUE 243.
           05 FILLER PIC 9(03) VALUE 273.
           05 FILLER PIC 9(03) VALUE 304.
           05 FILLER PIC 9(03) VALUE 334.
       01 MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-VALUES.
           05 MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
       01 SOURCE-DETAIL-LINE.
           05 SD-SOURCE-ID             PIC X(06).
           05 FILLER                   PIC X(06) VALUE " CORR ".
           05 SD-RUN-COUNT             PIC 9(05).
           05 FILLER                   PIC X(05) VALUE " REG ".
           05 SD-RECORD-COUNT          PIC 9(08).
           05 FILLER                   PIC X(06) VALUE " RECH ".
           05 SD-REJECT-COUNT          PIC 9(08).
           05 FILLER                   PIC X(05) VALUE " RET ".
           05 SD-HELD-COUNT            PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SD-RESULT-TOTAL          PIC -Z(11)9.99.
           05 FILLER                   PIC X(06) VALUE SPACES.
       01 ACCOUNT-DETAIL-LINE.
           05 AD-ACCOUNT               PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AD-SIDE                  PIC X(01).
           05 FILLER                   PIC X(07) VALUE " NOCHES".
           05 AD-DAY-COUNT             PIC Z(04)9.
           05 FILLER                   PIC X(10) VALUE " DETALLES ".
           05 AD-DETAIL-COUNT          PIC 9(08).
           05 FILLER                   PIC X(09) VALUE " IMPORTE ".
           05 AD-AMOUNT                PIC -Z(11)9.99.
           05 FILLER                   PIC X(15) VALUE SPACES.
       01 STEP-SUMMARY-LINE.
           05 FILLER                   PIC X(05) VALUE "PASO ".
           05 SS-STEP-NUMBER           PIC 9(02).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SS-PROGRAM-NAME          PIC X(12).
           05 FILLER                   PIC X(08) VALUE " NOCHES ".
           05 SS-RUN-COUNT             PIC Z(04)9.
           05 FILLER                   PIC X(08) VALUE " ADVERT ".
           05 SS-WARNING-COUNT         PIC Z(04)9.
           05 FILLER                   PIC X(09) VALUE " SEG TOT ".
           05 SS-TOTAL-ELAPSED         PIC Z(09)9.
           05 FILLER                   PIC X(06) VALUE " PROM ".
           05 SS-AVERAGE-ELAPSED       PIC Z(07)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
       01 PROOF-DETAIL-LINE.
           05 PF-FILE-NAME             PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 PF-YEAR                  PIC 9(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 PF-SIDE-LABEL            PIC X(07).
           05 PF-COUNT                 PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 PF-AMOUNT                PIC -Z(11)9.99.
           05 FILLER                   PIC X(06) VALUE " ARCH ".
           05 PF-ARCHIVE-COUNT         PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 PF-VERDICT               PIC X(09).
           05 FILLER                   PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 0800-REQUEST-RUN-CONTROL.
            IF RQ-REPLY-CONFLICT
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 1000-INITIALIZE
                IF ROLL-DUE
                    PERFORM 2000-LOAD-PRIOR-ARCHIVE
                    PERFORM 3000-ARCHIVE-CLOSED-YEARS
                    PERFORM 4000-PRINT-ANNUAL-SUMMARY
                    PERFORM 5000-PROVE-ARCHIVE
                    IF ARCHIVE-PROVED
                        PERFORM 6000-TRIM-LIVE-FILES
                    END-IF
                END-IF
                PERFORM 9000-FINALIZE
                PERFORM 0850-RELEASE-RUN-CONTROL
            END-IF.
            GOBACK.

      ******************************************************************
      * The history files are appended by division, glrecon and the
      * stream driver - this pass rewrites them, so it runs alone or
      * not at all.
      ******************************************************************
       0800-REQUEST-RUN-CONTROL.
            SET RQ-ACTION-START TO TRUE.
            MOVE "histroll" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.
            IF RQ-REPLY-CONFLICT
                DISPLAY "TRABAJO EN EJECUCION: " RQ-CONFLICT-JOB
                    " - NO SE INICIA histroll"
            END-IF.

       0850-RELEASE-RUN-CONTROL.
            SET RQ-ACTION-END TO TRUE.
            MOVE "histroll" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.

      ******************************************************************
      * This program is CALLed from a driver and returns via GOBACK,
      * so it may run more than once in the same run unit. VALUE
      * clauses only take effect the first time the program is
      * loaded, not on every CALL, so every mutable item is reset
      * here explicitly instead of being left to its VALUE clause.
      ******************************************************************
       0900-RESET-WORKING-STORAGE.
            MOVE SPACES TO LIVE-FILE-STATUS.
            MOVE SPACES TO HA-FILE-STATUS.
            MOVE SPACES TO CA-FILE-STATUS.
            MOVE SPACES TO HP-FILE-STATUS.
            MOVE "N" TO EOF-SWITCH.
            MOVE "N" TO CALENDAR-FOUND-SWITCH.
            MOVE "N" TO YEAR-END-SWITCH.
            MOVE "N" TO ROLL-SWITCH.
            MOVE "Y" TO PROOF-SWITCH.
            MOVE "N" TO LIVE-OPEN-SWITCH.
            MOVE "N" TO YEAR-FULL-SWITCH.
            MOVE ZERO TO CLOSE-YEAR.
            MOVE 1 TO CARRY-BACK-YEARS.
            MOVE ZERO TO KEEP-FROM-YEAR.
            MOVE ZERO TO ARCHIVE-READ-COUNT.
            MOVE ZERO TO ARCHIVE-WRITE-COUNT.
            MOVE ZERO TO LIVE-READ-COUNT.
            MOVE ZERO TO REMOVED-TOTAL.
            MOVE ZERO TO MISMATCH-COUNT.
            MOVE 1 TO REPORT-PAGE-NUMBER.
            MOVE ZERO TO DIV-RUN-COUNT.
            MOVE ZERO TO DIV-REQUEST-COUNT.
            MOVE ZERO TO DIV-QUOTIENT-TOTAL.
            MOVE ZERO TO DIV-RESIDUO-TOTAL.
            MOVE ZERO TO GLT-RECORD-COUNT.
            MOVE ZERO TO GLT-BATCH-COUNT.
            MOVE ZERO TO GLT-AMOUNT.
            MOVE ZERO TO GLK-RECORD-COUNT.
            MOVE ZERO TO GLK-ACK-COUNT.
            MOVE ZERO TO GLK-AMOUNT.
            MOVE ZERO TO SOURCE-COUNT.
            MOVE ZERO TO ACCOUNT-COUNT.
            MOVE ZERO TO STEP-COUNT.
            MOVE ZERO TO FILE-NUMBER.
            PERFORM 0910-RESET-FILE-ENTRY
                UNTIL FILE-NUMBER >= FILE-LIMIT.

       0910-RESET-FILE-ENTRY.
            ADD 1 TO FILE-NUMBER.
            MOVE ZERO TO FL-READ-COUNT (FILE-NUMBER).
            MOVE ZERO TO FL-ARCHIVED-COUNT (FILE-NUMBER).
            MOVE ZERO TO FL-KEPT-COUNT (FILE-NUMBER).
            MOVE ZERO TO FL-REMOVED-COUNT (FILE-NUMBER).
            MOVE ZERO TO FL-UNDATED-COUNT (FILE-NUMBER).
            MOVE ZERO TO FL-REPORT-COUNT (FILE-NUMBER).
            MOVE ZERO TO FL-REPORT-AMOUNT (FILE-NUMBER).
            MOVE ZERO TO FL-YEAR-COUNT (FILE-NUMBER).

       1000-INITIALIZE.
            PERFORM 0900-RESET-WORKING-STORAGE.
            OPEN OUTPUT ROLL-REPORT-FILE.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            DIVIDE TODAY-DATE BY 10000 GIVING TODAY-YEAR
                REMAINDER TODAY-MMDD.
            DIVIDE TODAY-MMDD BY 100 GIVING TODAY-MONTH
                REMAINDER TODAY-DAY.
            PERFORM 1050-WRITE-REPORT-HEADER.
            PERFORM 1100-LOAD-PARAMETERS.
            PERFORM 1200-LOAD-CALENDAR-ENTRY.
            PERFORM 1300-DECIDE-CLOSE-YEAR.

       1050-WRITE-REPORT-HEADER.
            MOVE "CIERRE ANUAL DE HISTORIAS" TO RH-TITLE.
            MOVE TODAY-DATE TO RH-RUN-DATE.
            MOVE REPORT-PAGE-NUMBER TO RH-PAGE-NUMBER.
            MOVE RPT-HEADER-LINE TO ROLL-REPORT-LINE.
            WRITE ROLL-REPORT-LINE.

       1100-LOAD-PARAMETERS.
            OPEN INPUT ROLL-PARAMETER-FILE.
            IF HP-FILE-STATUS = "00"
                READ ROLL-PARAMETER-FILE
                    NOT AT END
                        IF HP-CARRY-BACK-YEARS IS NUMERIC
                            MOVE HP-CARRY-BACK-YEARS
                                TO CARRY-BACK-YEARS
                        END-IF
                        IF HP-CLOSE-YEAR IS NUMERIC
                            MOVE HP-CLOSE-YEAR TO CLOSE-YEAR
                        END-IF
                END-READ
                CLOSE ROLL-PARAMETER-FILE
            END-IF.

      ******************************************************************
      * Today's RUNCAL entry, read the way nightrun.cbl reads it; the
      * year ends on the calendar's December month-end business day,
      * the last night the stream runs for the year.  Its STEPHIST
      * records land after this step and are caught up a year later.
      ******************************************************************
       1200-LOAD-CALENDAR-ENTRY.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT RUN-CALENDAR-FILE.
            IF CA-FILE-STATUS NOT = "00"
                SET END-OF-FILE TO TRUE
            ELSE
                PERFORM 1210-READ-CALENDAR-RECORD
                PERFORM 1220-MATCH-CALENDAR-RECORD UNTIL END-OF-FILE
                CLOSE RUN-CALENDAR-FILE
            END-IF.

       1210-READ-CALENDAR-RECORD.
            READ RUN-CALENDAR-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       1220-MATCH-CALENDAR-RECORD.
            IF CA-DATE = TODAY-DATE
                SET CALENDAR-DATE-FOUND TO TRUE
                IF CA-MONTH-END-DAY AND CA-BUSINESS-DAY
                    AND TODAY-MONTH = 12
                    SET TODAY-ENDS-YEAR TO TRUE
                END-IF
            END-IF.
            PERFORM 1210-READ-CALENDAR-RECORD.

      ******************************************************************
      * A year named on HISTPARM is closed if it is already behind us,
      * or if it is this year and tonight is its last business day -
      * a year still taking history is never rolled.  With no year
      * named, the calendar decides: the December month-end closes
      * the current year, any other night there is nothing to do.
      * The year's summary therefore covers every step but the
      * closing night's own STEPHIST records, which the stream writes
      * after this step; they reach HISTARCH when the next close
      * finds them still live behind the carried-back year.  A date
      * the calendar does not list is refused, as nightrun refuses
      * it, rather than guessed at.
      ******************************************************************
       1300-DECIDE-CLOSE-YEAR.
            EVALUATE TRUE
                WHEN CLOSE-YEAR > ZERO AND CLOSE-YEAR < TODAY-YEAR
                    SET ROLL-DUE TO TRUE
                WHEN CLOSE-YEAR > ZERO AND CLOSE-YEAR = TODAY-YEAR
                    AND TODAY-ENDS-YEAR
                    SET ROLL-DUE TO TRUE
                WHEN CLOSE-YEAR > ZERO
                    SET ROLL-REFUSED TO TRUE
                    MOVE SPACES TO ROLL-REPORT-LINE
                    STRING "EJERCICIO " CLOSE-YEAR
                        " DE HISTPARM NO ESTA CERRADO - NO SE CORRE"
                        DELIMITED BY SIZE INTO ROLL-REPORT-LINE
                    WRITE ROLL-REPORT-LINE
                WHEN NOT CALENDAR-DATE-FOUND
                    SET ROLL-REFUSED TO TRUE
                    MOVE SPACES TO ROLL-REPORT-LINE
                    STRING "FECHA " TODAY-DATE
                        " SIN ENTRADA EN RUNCAL - NO SE CORRE"
                        DELIMITED BY SIZE INTO ROLL-REPORT-LINE
                    WRITE ROLL-REPORT-LINE
                WHEN TODAY-ENDS-YEAR
                    MOVE TODAY-YEAR TO CLOSE-YEAR
                    SET ROLL-DUE TO TRUE
                WHEN OTHER
                    SET ROLL-NOT-DUE TO TRUE
                    MOVE SPACES TO ROLL-REPORT-LINE
                    MOVE "NO ES CIERRE DE EJERCICIO - NADA QUE HACER"
                        TO ROLL-REPORT-LINE
                    WRITE ROLL-REPORT-LINE
            END-EVALUATE.
            IF ROLL-DUE
                COMPUTE KEEP-FROM-YEAR =
                    CLOSE-YEAR + 1 - CARRY-BACK-YEARS
                MOVE SPACES TO ROLL-REPORT-LINE
                STRING "EJERCICIO CERRADO " CLOSE-YEAR
                    " - SE CONSERVA DESDE " KEEP-FROM-YEAR
                    DELIMITED BY SIZE INTO ROLL-REPORT-LINE
                WRITE ROLL-REPORT-LINE
            END-IF.

      ******************************************************************
      * What HISTARCH already holds, by file and year, before tonight
      * - a year archived by an earlier run (the carry-back years, or
      * a rerun of this one) is proved against, and only its records
      * beyond that count are written.
      ******************************************************************
       2000-LOAD-PRIOR-ARCHIVE.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT HISTORY-ARCHIVE-FILE.
            IF HA-FILE-STATUS NOT = "00"
                SET END-OF-FILE TO TRUE
            ELSE
                PERFORM 8100-READ-ARCHIVE
                PERFORM 2100-COUNT-PRIOR-RECORD UNTIL END-OF-FILE
                CLOSE HISTORY-ARCHIVE-FILE
            END-IF.

       2100-COUNT-PRIOR-RECORD.
            PERFORM 7100-FIND-ARCHIVE-FILE.
            IF FILE-NUMBER > ZERO
                MOVE HA-RECORD-IMAGE TO CURRENT-IMAGE
                PERFORM 7000-EXTRACT-CONTROL-FIGURES
                IF RECORD-YEAR > ZERO
                    PERFORM 7200-FIND-OR-ADD-YEAR
                    IF YEAR-INDEX > ZERO
                        ADD 1 TO FY-PRIOR-COUNT
                            (FILE-NUMBER, YEAR-INDEX)
                    END-IF
                END-IF
            END-IF.
            PERFORM 8100-READ-ARCHIVE.

      ******************************************************************
      * One pass over each live file: every dated record is counted
      * into its year, a closed year's records go to HISTARCH past
      * the ones already there, and the year being closed is folded
      * into the annual summary tables.  The history files are only
      * ever appended, so a year's first FY-PRIOR-COUNT live records
      * are the ones archived before, and any after them were added
      * since.  A record whose date is not numeric belongs to no
      * year - it is kept and counted.
      ******************************************************************
       3000-ARCHIVE-CLOSED-YEARS.
            OPEN EXTEND HISTORY-ARCHIVE-FILE.
            IF HA-FILE-STATUS = "35"
                OPEN OUTPUT HISTORY-ARCHIVE-FILE
            END-IF.
            MOVE ZERO TO FILE-NUMBER.
            PERFORM 3100-ARCHIVE-ONE-FILE
                UNTIL FILE-NUMBER >= FILE-LIMIT.
            CLOSE HISTORY-ARCHIVE-FILE.

       3100-ARCHIVE-ONE-FILE.
            ADD 1 TO FILE-NUMBER.
            MOVE "N" TO EOF-SWITCH.
            PERFORM 7300-OPEN-LIVE-INPUT.
            IF LIVE-FILE-OPEN
                PERFORM 7400-READ-LIVE
                PERFORM 3200-ARCHIVE-LIVE-RECORD UNTIL END-OF-FILE
                PERFORM 7500-CLOSE-LIVE
            ELSE
                MOVE SPACES TO ROLL-REPORT-LINE
                STRING "SIN ARCHIVO " FILE-NAME (FILE-NUMBER)
                    " - NADA QUE ARCHIVAR"
                    DELIMITED BY SIZE INTO ROLL-REPORT-LINE
                WRITE ROLL-REPORT-LINE
            END-IF.

       3200-ARCHIVE-LIVE-RECORD.
            ADD 1 TO FL-READ-COUNT (FILE-NUMBER).
            ADD 1 TO LIVE-READ-COUNT.
            PERFORM 7000-EXTRACT-CONTROL-FIGURES.
            IF RECORD-YEAR = ZERO
                ADD 1 TO FL-UNDATED-COUNT (FILE-NUMBER)
            ELSE
                PERFORM 7200-FIND-OR-ADD-YEAR
                IF YEAR-INDEX > ZERO
                    ADD 1 TO FY-LIVE-COUNT (FILE-NUMBER, YEAR-INDEX)
                    ADD RECORD-AMOUNT
                        TO FY-LIVE-AMOUNT (FILE-NUMBER, YEAR-INDEX)
                    IF RECORD-YEAR <= CLOSE-YEAR
                        AND FY-LIVE-COUNT (FILE-NUMBER, YEAR-INDEX)
                            > FY-PRIOR-COUNT (FILE-NUMBER, YEAR-INDEX)
                        PERFORM 3300-WRITE-ARCHIVE-RECORD
                    END-IF
                END-IF
                IF RECORD-YEAR = CLOSE-YEAR
                    PERFORM 3400-FOLD-INTO-SUMMARY
                END-IF
            END-IF.
            PERFORM 7400-READ-LIVE.

       3300-WRITE-ARCHIVE-RECORD.
            MOVE FILE-NAME (FILE-NUMBER) TO HA-FILE-NAME.
            MOVE RECORD-YEAR TO HA-ARCHIVE-YEAR.
            MOVE TODAY-DATE TO HA-ARCHIVE-DATE.
            MOVE CURRENT-IMAGE TO HA-RECORD-IMAGE.
            WRITE HISTORY-ARCHIVE-RECORD.
            ADD 1 TO FL-ARCHIVED-COUNT (FILE-NUMBER).
            ADD 1 TO ARCHIVE-WRITE-COUNT.

      ******************************************************************
      * 7000 has already moved the image into its file's layout, so
      * the summary folds straight from the copybook fields.
      ******************************************************************
       3400-FOLD-INTO-SUMMARY.
            EVALUATE FILE-NUMBER
                WHEN 1
                    ADD 1 TO DIV-RUN-COUNT
                    ADD HR-RECORD-COUNT TO DIV-REQUEST-COUNT
                    ADD HR-QUOTIENT-TOTAL TO DIV-QUOTIENT-TOTAL
                    ADD HR-RESIDUO-TOTAL TO DIV-RESIDUO-TOTAL
                WHEN 2
                    PERFORM 3410-FOLD-INTO-SOURCE
                WHEN 3
                    PERFORM 3420-FOLD-INTO-ACCOUNT
                WHEN 4
                    ADD 1 TO GLT-RECORD-COUNT
                    ADD GT-BATCH-COUNT TO GLT-BATCH-COUNT
                    ADD GT-BATCH-AMOUNT TO GLT-AMOUNT
                WHEN 5
                    ADD 1 TO GLK-RECORD-COUNT
                    ADD GK-ACK-COUNT TO GLK-ACK-COUNT
                    ADD GK-ACK-AMOUNT TO GLK-AMOUNT
                WHEN 6
                    PERFORM 3430-FOLD-INTO-STEP
            END-EVALUATE.

       3410-FOLD-INTO-SOURCE.
            MOVE ZERO TO SOURCE-INDEX.
            MOVE ZERO TO SOURCE-SCAN.
            PERFORM 3411-MATCH-SOURCE-ENTRY
                UNTIL SOURCE-INDEX > ZERO
                    OR SOURCE-SCAN >= SOURCE-COUNT.
            IF SOURCE-INDEX = ZERO
                IF SOURCE-COUNT < SOURCE-LIMIT
                    ADD 1 TO SOURCE-COUNT
                    MOVE SOURCE-COUNT TO SOURCE-INDEX
                    MOVE HS-SOURCE-ID TO SR-SOURCE-ID (SOURCE-INDEX)
                    MOVE ZERO TO SR-RUN-COUNT (SOURCE-INDEX)
                    MOVE ZERO TO SR-RECORD-COUNT (SOURCE-INDEX)
                    MOVE ZERO TO SR-REJECT-COUNT (SOURCE-INDEX)
                    MOVE ZERO TO SR-HELD-COUNT (SOURCE-INDEX)
                    MOVE ZERO TO SR-RESULT-TOTAL (SOURCE-INDEX)
                ELSE
                    DISPLAY "TABLA DE FUENTES LLENA - FUENTE OMITIDA"
                END-IF
            END-IF.
            IF SOURCE-INDEX > ZERO
                ADD 1 TO SR-RUN-COUNT (SOURCE-INDEX)
                ADD HS-RECORD-COUNT TO SR-RECORD-COUNT (SOURCE-INDEX)
                ADD HS-REJECT-COUNT TO SR-REJECT-COUNT (SOURCE-INDEX)
                IF HS-HELD-COUNT IS NUMERIC
                    ADD HS-HELD-COUNT TO SR-HELD-COUNT (SOURCE-INDEX)
                END-IF
                ADD HS-RESULT-TOTAL TO SR-RESULT-TOTAL (SOURCE-INDEX)
            END-IF.

       3411-MATCH-SOURCE-ENTRY.
            ADD 1 TO SOURCE-SCAN.
            IF SR-SOURCE-ID (SOURCE-SCAN) = HS-SOURCE-ID
                MOVE SOURCE-SCAN TO SOURCE-INDEX
            END-IF.

       3420-FOLD-INTO-ACCOUNT.
            MOVE ZERO TO ACCOUNT-INDEX.
            MOVE ZERO TO ACCOUNT-SCAN.
            PERFORM 3421-MATCH-ACCOUNT-ENTRY
                UNTIL ACCOUNT-INDEX > ZERO
                    OR ACCOUNT-SCAN >= ACCOUNT-COUNT.
            IF ACCOUNT-INDEX = ZERO
                IF ACCOUNT-COUNT < ACCOUNT-LIMIT
                    ADD 1 TO ACCOUNT-COUNT
                    MOVE ACCOUNT-COUNT TO ACCOUNT-INDEX
                    MOVE GS-ACCOUNT TO AC-ACCOUNT (ACCOUNT-INDEX)
                    MOVE GS-DEBIT-CREDIT TO AC-SIDE (ACCOUNT-INDEX)
                    MOVE ZERO TO AC-DAY-COUNT (ACCOUNT-INDEX)
                    MOVE ZERO TO AC-DETAIL-COUNT (ACCOUNT-INDEX)
                    MOVE ZERO TO AC-AMOUNT (ACCOUNT-INDEX)
                ELSE
                    DISPLAY "TABLA DE CUENTAS LLENA - CUENTA OMITIDA"
                END-IF
            END-IF.
            IF ACCOUNT-INDEX > ZERO
                ADD 1 TO AC-DAY-COUNT (ACCOUNT-INDEX)
                ADD GS-DETAIL-COUNT TO AC-DETAIL-COUNT (ACCOUNT-INDEX)
                ADD GS-AMOUNT TO AC-AMOUNT (ACCOUNT-INDEX)
            END-IF.

       3421-MATCH-ACCOUNT-ENTRY.
            ADD 1 TO ACCOUNT-SCAN.
            IF AC-ACCOUNT (ACCOUNT-SCAN) = GS-ACCOUNT
                AND AC-SIDE (ACCOUNT-SCAN) = GS-DEBIT-CREDIT
                MOVE ACCOUNT-SCAN TO ACCOUNT-INDEX
            END-IF.

      ******************************************************************
      * A step is one program at one position in the stream; its
      * elapsed time is figured as stephrpt.cbl figures it, and a
      * record whose stamps never got set adds a night but no time.
      ******************************************************************
       3430-FOLD-INTO-STEP.
            MOVE ZERO TO STEP-INDEX.
            MOVE ZERO TO STEP-SCAN.
            PERFORM 3431-MATCH-STEP-ENTRY
                UNTIL STEP-INDEX > ZERO OR STEP-SCAN >= STEP-COUNT.
            IF STEP-INDEX = ZERO
                IF STEP-COUNT < STEP-LIMIT
                    ADD 1 TO STEP-COUNT
                    MOVE STEP-COUNT TO STEP-INDEX
                    MOVE SH-STEP-NUMBER TO SP-STEP-NUMBER (STEP-INDEX)
                    MOVE SH-PROGRAM-NAME
                        TO SP-PROGRAM-NAME (STEP-INDEX)
                    MOVE ZERO TO SP-RUN-COUNT (STEP-INDEX)
                    MOVE ZERO TO SP-WARNING-COUNT (STEP-INDEX)
                    MOVE ZERO TO SP-TOTAL-ELAPSED (STEP-INDEX)
                ELSE
                    DISPLAY "TABLA DE PASOS LLENA - PASO OMITIDO"
                END-IF
            END-IF.
            IF STEP-INDEX > ZERO
                ADD 1 TO SP-RUN-COUNT (STEP-INDEX)
                IF SH-OUTCOME = "W"
                    ADD 1 TO SP-WARNING-COUNT (STEP-INDEX)
                END-IF
                MOVE ZERO TO ELAPSED-SECONDS
                IF SH-START-DATE > ZERO AND SH-END-DATE > ZERO
                    MOVE SH-START-DATE TO DN-DATE
                    MOVE SH-START-TIME TO TM-TIME
                    PERFORM 8500-STAMP-TO-SECONDS
                    MOVE END-STAMP TO START-STAMP
                    MOVE SH-END-DATE TO DN-DATE
                    MOVE SH-END-TIME TO TM-TIME
                    PERFORM 8500-STAMP-TO-SECONDS
                    IF END-STAMP > START-STAMP
                        COMPUTE ELAPSED-SECONDS =
                            END-STAMP - START-STAMP
                    END-IF
                END-IF
                ADD ELAPSED-SECONDS TO SP-TOTAL-ELAPSED (STEP-INDEX)
            END-IF.

       3431-MATCH-STEP-ENTRY.
            ADD 1 TO STEP-SCAN.
            IF SP-STEP-NUMBER (STEP-SCAN) = SH-STEP-NUMBER
                AND SP-PROGRAM-NAME (STEP-SCAN) = SH-PROGRAM-NAME
                MOVE STEP-SCAN TO STEP-INDEX
            END-IF.

      ******************************************************************
      * The annual summary.  Each section's totals are footed from the
      * section's own lines and kept per file as the report figures
      * the proof holds against the archived year.
      ******************************************************************
       4000-PRINT-ANNUAL-SUMMARY.
            PERFORM 4100-PRINT-DIVISION-TOTALS.
            PERFORM 4200-PRINT-SOURCE-TOTALS.
            PERFORM 4300-PRINT-ACCOUNT-TOTALS.
            PERFORM 4400-PRINT-STEP-TOTALS.

       4100-PRINT-DIVISION-TOTALS.
            MOVE SPACES TO ROLL-REPORT-LINE.
            STRING "RESUMEN DEL EJERCICIO " CLOSE-YEAR
                DELIMITED BY SIZE INTO ROLL-REPORT-LINE.
            WRITE ROLL-REPORT-LINE.
            MOVE DIV-QUOTIENT-TOTAL TO EDIT-AMOUNT.
            MOVE SPACES TO ROLL-REPORT-LINE.
            STRING "DIVISION: CORRIDAS " DIV-RUN-COUNT
                " SOLICITUDES " DIV-REQUEST-COUNT
                " COCIENTES " EDIT-AMOUNT
                DELIMITED BY SIZE INTO ROLL-REPORT-LINE.
            WRITE ROLL-REPORT-LINE.
            MOVE DIV-RUN-COUNT TO FL-REPORT-COUNT (1).
            MOVE DIV-QUOTIENT-TOTAL TO FL-REPORT-AMOUNT (1).
            MOVE DIV-RESIDUO-TOTAL TO EDIT-AMOUNT.
            MOVE SPACES TO ROLL-REPORT-LINE.
            STRING "          RESIDUOS " EDIT-AMOUNT
                DELIMITED BY SIZE INTO ROLL-REPORT-LINE.
            WRITE ROLL-REPORT-LINE.

       4200-PRINT-SOURCE-TOTALS.
            MOVE SPACES TO ROLL-REPORT-LINE.
            MOVE "TOTALES POR FUENTE" TO ROLL-REPORT-LINE.
            WRITE ROLL-REPORT-LINE.
            MOVE ZERO TO SUM-COUNT.
            MOVE ZERO TO SUM-AMOUNT.
            MOVE ZERO TO SOURCE-INDEX.
            PERFORM 4210-WRITE-SOURCE-LINE
                UNTIL SOURCE-INDEX >= SOURCE-COUNT.
            MOVE SUM-COUNT TO FL-REPORT-COUNT (2).
            MOVE SUM-AMOUNT TO FL-REPORT-AMOUNT (2).
            MOVE SUM-AMOUNT TO EDIT-AMOUNT.
            MOVE SPACES TO ROLL-REPORT-LINE.
            STRING "TOTAL FUENTES: REGISTROS DIVHSRC " SUM-COUNT
                " RESULTADO " EDIT-AMOUNT
                DELIMITED BY SIZE INTO ROLL-REPORT-LINE.
            WRITE ROLL-REPORT-LINE.

       4210-WRITE-SOURCE-LINE.
            ADD 1 TO SOURCE-INDEX.
            MOVE SR-SOURCE-ID (SOURCE-INDEX) TO SD-SOURCE-ID.
            MOVE SR-RUN-COUNT (SOURCE-INDEX) TO SD-RUN-COUNT.
            MOVE SR-RECORD-COUNT (SOURCE-INDEX) TO SD-RECORD-COUNT.
            MOVE SR-REJECT-COUNT (SOURCE-INDEX) TO SD-REJECT-COUNT.
            MOVE SR-HELD-COUNT (SOURCE-INDEX) TO SD-HELD-COUNT.
            MOVE SR-RESULT-TOTAL (SOURCE-INDEX) TO SD-RESULT-TOTAL.
            MOVE SOURCE-DETAIL-LINE TO ROLL-REPORT-LINE.
            WRITE ROLL-REPORT-LINE.
            ADD SR-RUN-COUNT (SOURCE-INDEX) TO SUM-COUNT.
            ADD SR-RESULT-TOTAL (SOURCE-INDEX) TO SUM-AMOUNT.

      ******************************************************************
      * Account lines, then what the year sent to GL on the DIVGL
      * trailers against what GL acknowledged on GLACK - the same
      * three figures glmonth.cbl ties out monthly, for the year.
      ******************************************************************
       4300-PRINT-ACCOUNT-TOTALS.
            MOVE SPACES TO ROLL-REPORT-LINE.
            MOVE "TOTALES POR CUENTA GL Y LADO D/C" TO ROLL-REPORT-LINE.
            WRITE ROLL-REPORT-LINE.
            MOVE ZERO TO SUM-COUNT.
            MOVE ZERO TO SUM-AMOUNT.
            MOVE ZERO TO ACCOUNT-INDEX.
            PERFORM 4310-WRITE-ACCOUNT-LINE
                UNTIL ACCOUNT-INDEX >= ACCOUNT-COUNT.
            MOVE SUM-COUNT TO FL-REPORT-COUNT (3).
            MOVE SUM-AMOUNT TO FL-REPORT-AMOUNT (3).
            MOVE SUM-AMOUNT TO EDIT-AMOUNT.
            MOVE SPACES TO ROLL-REPORT-LINE.
            STRING "TOTAL CUENTAS: REGISTROS GLSUMHIS " SUM-COUNT
                " IMPORTE " EDIT-AMOUNT
                DELIMITED BY SIZE INTO ROLL-REPORT-LINE.
            WRITE ROLL-REPORT-LINE.
            MOVE GLT-RECORD-COUNT TO FL-REPORT-COUNT (4).
            MOVE GLT-AMOUNT TO FL-REPORT-AMOUNT (4).
            MOVE GLT-AMOUNT TO EDIT-AMOUNT.
            MOVE SPACES TO ROLL-REPORT-LINE.
            STRING "GL ENVIADO:  LOTES " GLT-RECORD-COUNT
                " DETALLES " GLT-BATCH-COUNT
                " NETO " EDIT-AMOUNT
                DELIMITED BY SIZE INTO ROLL-REPORT-LINE.
            WRITE ROLL-REPORT-LINE.
            MOVE GLK-RECORD-COUNT TO FL-REPORT-COUNT (5).
            MOVE GLK-AMOUNT TO FL-REPORT-AMOUNT (5).
            MOVE GLK-AMOUNT TO EDIT-AMOUNT.
            MOVE SPACES TO ROLL-REPORT-LINE.
            STRING "GL ACUSADO:  LOTES " GLK-RECORD-COUNT
                " DETALLES " GLK-ACK-COUNT
                " NETO " EDIT-AMOUNT
                DELIMITED BY SIZE INTO ROLL-REPORT-LINE.
            WRITE ROLL-REPORT-LINE.

       4310-WRITE-ACCOUNT-LINE.
            ADD 1 TO ACCOUNT-INDEX.
            MOVE AC-ACCOUNT (ACCOUNT-INDEX) TO AD-ACCOUNT.
            MOVE AC-SIDE (ACCOUNT-INDEX) TO AD-SIDE.
            MOVE AC-DAY-COUNT (ACCOUNT-INDEX) TO AD-DAY-COUNT.
            MOVE AC-DETAIL-COUNT (ACCOUNT-INDEX) TO AD-DETAIL-COUNT.
            MOVE AC-AMOUNT (ACCOUNT-INDEX) TO AD-AMOUNT.
            MOVE ACCOUNT-DETAIL-LINE TO ROLL-REPORT-LINE.
            WRITE ROLL-REPORT-LINE.
            ADD AC-DAY-COUNT (ACCOUNT-INDEX) TO SUM-COUNT.
            ADD AC-AMOUNT (ACCOUNT-INDEX) TO SUM-AMOUNT.

       4400-PRINT-STEP-TOTALS.
            MOVE SPACES TO ROLL-REPORT-LINE.
            MOVE "TOTALES POR PASO DE LA CADENA" TO ROLL-REPORT-LINE.
            WRITE ROLL-REPORT-LINE.
            MOVE ZERO TO SUM-COUNT.
            MOVE ZERO TO STEP-INDEX.
            PERFORM 4410-WRITE-STEP-LINE
                UNTIL STEP-INDEX >= STEP-COUNT.
            MOVE SUM-COUNT TO FL-REPORT-COUNT (6).
            MOVE ZERO TO FL-REPORT-AMOUNT (6).
            MOVE SPACES TO ROLL-REPORT-LINE.
            STRING "TOTAL PASOS: REGISTROS STEPHIST " SUM-COUNT
                DELIMITED BY SIZE INTO ROLL-REPORT-LINE.
            WRITE ROLL-REPORT-LINE.

       4410-WRITE-STEP-LINE.
            ADD 1 TO STEP-INDEX.
            MOVE SP-STEP-NUMBER (STEP-INDEX) TO SS-STEP-NUMBER.
            MOVE SP-PROGRAM-NAME (STEP-INDEX) TO SS-PROGRAM-NAME.
            MOVE SP-RUN-COUNT (STEP-INDEX) TO SS-RUN-COUNT.
            MOVE SP-WARNING-COUNT (STEP-INDEX) TO SS-WARNING-COUNT.
            MOVE SP-TOTAL-ELAPSED (STEP-INDEX) TO SS-TOTAL-ELAPSED.
            COMPUTE SS-AVERAGE-ELAPSED ROUNDED =
                SP-TOTAL-ELAPSED (STEP-INDEX)
                / SP-RUN-COUNT (STEP-INDEX).
            MOVE STEP-SUMMARY-LINE TO ROLL-REPORT-LINE.
            WRITE ROLL-REPORT-LINE.
            ADD SP-RUN-COUNT (STEP-INDEX) TO SUM-COUNT.

      ******************************************************************
      * The archive is read back from disk, not taken on trust from
      * the writes above.  Two proofs must hold before anything is
      * removed: each closed year still on a live file foots, count
      * and amount, to its archived detail; and the annual summary's
      * totals foot to the archived closed year.  A year the live
      * file no longer holds was proved and trimmed by an earlier
      * run, so there is nothing left on the live side to prove.
      ******************************************************************
       5000-PROVE-ARCHIVE.
            MOVE SPACES TO ROLL-REPORT-LINE.
            MOVE "PRUEBA CONTRA HISTARCH" TO ROLL-REPORT-LINE.
            WRITE ROLL-REPORT-LINE.
            IF YEAR-TABLE-FULL
                SET ARCHIVE-NOT-PROVED TO TRUE
                MOVE SPACES TO ROLL-REPORT-LINE
                MOVE "TABLA DE EJERCICIOS LLENA - NO SE PUEDE PROBAR"
                    TO ROLL-REPORT-LINE
                WRITE ROLL-REPORT-LINE
            END-IF.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT HISTORY-ARCHIVE-FILE.
            IF HA-FILE-STATUS NOT = "00"
                SET END-OF-FILE TO TRUE
            ELSE
                PERFORM 8100-READ-ARCHIVE
                PERFORM 5100-COUNT-ARCHIVE-RECORD UNTIL END-OF-FILE
                CLOSE HISTORY-ARCHIVE-FILE
            END-IF.
            MOVE ZERO TO FILE-NUMBER.
            PERFORM 5200-PROVE-ONE-FILE
                UNTIL FILE-NUMBER >= FILE-LIMIT.
            IF ARCHIVE-NOT-PROVED
                MOVE SPACES TO ROLL-REPORT-LINE
                MOVE "ARCHIVO NO CUADRA - NO SE RECORTA NADA"
                    TO ROLL-REPORT-LINE
                WRITE ROLL-REPORT-LINE
                SET OQ-SEV-FATAL TO TRUE
                MOVE SPACES TO OQ-MESSAGE-TEXT
                STRING "CIERRE " CLOSE-YEAR
                    " NO CUADRA CONTRA HISTARCH - NADA RECORTADO"
                    DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
            END-IF.

       5100-COUNT-ARCHIVE-RECORD.
            ADD 1 TO ARCHIVE-READ-COUNT.
            PERFORM 7100-FIND-ARCHIVE-FILE.
            IF FILE-NUMBER > ZERO
                MOVE HA-RECORD-IMAGE TO CURRENT-IMAGE
                PERFORM 7000-EXTRACT-CONTROL-FIGURES
                MOVE ZERO TO YEAR-INDEX
                IF RECORD-YEAR > ZERO
                    PERFORM 7210-FIND-YEAR
                END-IF
                IF YEAR-INDEX > ZERO
                    ADD 1 TO FY-ARCHIVE-COUNT (FILE-NUMBER, YEAR-INDEX)
                    ADD RECORD-AMOUNT
                        TO FY-ARCHIVE-AMOUNT (FILE-NUMBER, YEAR-INDEX)
                END-IF
            END-IF.
            PERFORM 8100-READ-ARCHIVE.

       5200-PROVE-ONE-FILE.
            ADD 1 TO FILE-NUMBER.
            MOVE ZERO TO YEAR-INDEX.
            PERFORM 5210-PROVE-LIVE-YEAR
                UNTIL YEAR-INDEX >= FL-YEAR-COUNT (FILE-NUMBER).
            MOVE CLOSE-YEAR TO RECORD-YEAR.
            PERFORM 7210-FIND-YEAR.
            IF YEAR-INDEX > ZERO
                IF FY-LIVE-COUNT (FILE-NUMBER, YEAR-INDEX) > ZERO
                    PERFORM 5220-PROVE-ANNUAL-FIGURES
                END-IF
            END-IF.

       5210-PROVE-LIVE-YEAR.
            ADD 1 TO YEAR-INDEX.
            IF FY-LIVE-COUNT (FILE-NUMBER, YEAR-INDEX) > ZERO
                AND FY-YEAR (FILE-NUMBER, YEAR-INDEX) <= CLOSE-YEAR
                MOVE FILE-NAME (FILE-NUMBER) TO PF-FILE-NAME
                MOVE FY-YEAR (FILE-NUMBER, YEAR-INDEX) TO PF-YEAR
                MOVE "VIVO   " TO PF-SIDE-LABEL
                MOVE FY-LIVE-COUNT (FILE-NUMBER, YEAR-INDEX)
                    TO PF-COUNT
                MOVE FY-LIVE-AMOUNT (FILE-NUMBER, YEAR-INDEX)
                    TO PF-AMOUNT
                MOVE FY-ARCHIVE-COUNT (FILE-NUMBER, YEAR-INDEX)
                    TO PF-ARCHIVE-COUNT
                IF FY-LIVE-COUNT (FILE-NUMBER, YEAR-INDEX) =
                        FY-ARCHIVE-COUNT (FILE-NUMBER, YEAR-INDEX)
                    AND FY-LIVE-AMOUNT (FILE-NUMBER, YEAR-INDEX) =
                        FY-ARCHIVE-AMOUNT (FILE-NUMBER, YEAR-INDEX)
                    MOVE "CUADRA" TO PF-VERDICT
                ELSE
                    MOVE "NO CUADRA" TO PF-VERDICT
                    PERFORM 5300-LOG-PROOF-MISMATCH
                END-IF
                MOVE PROOF-DETAIL-LINE TO ROLL-REPORT-LINE
                WRITE ROLL-REPORT-LINE
            END-IF.

       5220-PROVE-ANNUAL-FIGURES.
            MOVE FILE-NAME (FILE-NUMBER) TO PF-FILE-NAME.
            MOVE CLOSE-YEAR TO PF-YEAR.
            MOVE "RESUMEN" TO PF-SIDE-LABEL.
            MOVE FL-REPORT-COUNT (FILE-NUMBER) TO PF-COUNT.
            MOVE FL-REPORT-AMOUNT (FILE-NUMBER) TO PF-AMOUNT.
            MOVE FY-ARCHIVE-COUNT (FILE-NUMBER, YEAR-INDEX)
                TO PF-ARCHIVE-COUNT.
            IF FL-REPORT-COUNT (FILE-NUMBER) =
                    FY-ARCHIVE-COUNT (FILE-NUMBER, YEAR-INDEX)
                AND FL-REPORT-AMOUNT (FILE-NUMBER) =
                    FY-ARCHIVE-AMOUNT (FILE-NUMBER, YEAR-INDEX)
                MOVE "CUADRA" TO PF-VERDICT
            ELSE
                MOVE "NO CUADRA" TO PF-VERDICT
                PERFORM 5300-LOG-PROOF-MISMATCH
            END-IF.
            MOVE PROOF-DETAIL-LINE TO ROLL-REPORT-LINE.
            WRITE ROLL-REPORT-LINE.

       5300-LOG-PROOF-MISMATCH.
            SET ARCHIVE-NOT-PROVED TO TRUE.
            ADD 1 TO MISMATCH-COUNT.
            SET OQ-SEV-ERROR TO TRUE.
            MOVE SPACES TO OQ-MESSAGE-TEXT.
            STRING FILE-NAME (FILE-NUMBER) " " PF-YEAR " "
                PF-SIDE-LABEL " NO CUADRA CONTRA HISTARCH"
                DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT.
            PERFORM 8800-WRITE-OPS-LOG.

      ******************************************************************
      * Each live file is split to HISTWORK - records of a year before
      * KEEP-FROM-YEAR are dropped, everything else (including any
      * record with no readable date) is kept - and the kept records
      * are copied back over the live file under its usual name, the
      * audarch.cbl two-pass shape.  A file with nothing to drop is
      * left as it stands.
      ******************************************************************
       6000-TRIM-LIVE-FILES.
            MOVE SPACES TO ROLL-REPORT-LINE.
            MOVE "RECORTE DE ARCHIVOS VIVOS" TO ROLL-REPORT-LINE.
            WRITE ROLL-REPORT-LINE.
            MOVE ZERO TO FILE-NUMBER.
            PERFORM 6100-TRIM-ONE-FILE
                UNTIL FILE-NUMBER >= FILE-LIMIT.
            SET OQ-SEV-INFO TO TRUE.
            MOVE SPACES TO OQ-MESSAGE-TEXT.
            STRING "CIERRE " CLOSE-YEAR " ARCHIVADO - RETIRADOS "
                REMOVED-TOTAL " REGISTROS"
                DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT.
            PERFORM 8800-WRITE-OPS-LOG.

       6100-TRIM-ONE-FILE.
            ADD 1 TO FILE-NUMBER.
            MOVE "N" TO EOF-SWITCH.
            PERFORM 7300-OPEN-LIVE-INPUT.
            IF LIVE-FILE-OPEN
                OPEN OUTPUT HISTORY-WORK-FILE
                PERFORM 7400-READ-LIVE
                PERFORM 6200-SPLIT-LIVE-RECORD UNTIL END-OF-FILE
                PERFORM 7500-CLOSE-LIVE
                CLOSE HISTORY-WORK-FILE
                IF FL-REMOVED-COUNT (FILE-NUMBER) > ZERO
                    PERFORM 6300-COPY-BACK-KEPT
                END-IF
                MOVE SPACES TO ROLL-REPORT-LINE
                STRING FILE-NAME (FILE-NUMBER)
                    " CONSERVADOS " FL-KEPT-COUNT (FILE-NUMBER)
                    " RETIRADOS " FL-REMOVED-COUNT (FILE-NUMBER)
                    " SIN FECHA " FL-UNDATED-COUNT (FILE-NUMBER)
                    DELIMITED BY SIZE INTO ROLL-REPORT-LINE
                WRITE ROLL-REPORT-LINE
            END-IF.

       6200-SPLIT-LIVE-RECORD.
            PERFORM 7000-EXTRACT-CONTROL-FIGURES.
            IF RECORD-YEAR > ZERO AND RECORD-YEAR < KEEP-FROM-YEAR
                ADD 1 TO FL-REMOVED-COUNT (FILE-NUMBER)
                ADD 1 TO REMOVED-TOTAL
            ELSE
                MOVE CURRENT-IMAGE TO HISTORY-WORK-RECORD
                WRITE HISTORY-WORK-RECORD
                ADD 1 TO FL-KEPT-COUNT (FILE-NUMBER)
            END-IF.
            PERFORM 7400-READ-LIVE.

       6300-COPY-BACK-KEPT.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT HISTORY-WORK-FILE.
            PERFORM 7600-OPEN-LIVE-OUTPUT.
            PERFORM 8200-READ-WORK.
            PERFORM 6310-COPY-KEPT-RECORD UNTIL END-OF-FILE.
            CLOSE HISTORY-WORK-FILE.
            PERFORM 7500-CLOSE-LIVE.

       6310-COPY-KEPT-RECORD.
            MOVE HISTORY-WORK-RECORD TO CURRENT-IMAGE.
            PERFORM 7700-WRITE-LIVE.
            PERFORM 8200-READ-WORK.

      ******************************************************************
      * The record image in CURRENT-IMAGE is laid over its file's
      * copybook layout to lift the record's date and control amount.
      * Every history layout starts with its date.  RECORD-YEAR stays
      * zero when the date is not numeric.
      ******************************************************************
       7000-EXTRACT-CONTROL-FIGURES.
            MOVE ZERO TO RECORD-DATE.
            MOVE ZERO TO RECORD-YEAR.
            MOVE ZERO TO RECORD-AMOUNT.
            EVALUATE FILE-NUMBER
                WHEN 1
                    MOVE CURRENT-IMAGE TO DIV-HISTORY-RECORD
                    IF HR-RUN-DATE IS NUMERIC
                        MOVE HR-RUN-DATE TO RECORD-DATE
                    END-IF
                    IF HR-QUOTIENT-TOTAL IS NUMERIC
                        MOVE HR-QUOTIENT-TOTAL TO RECORD-AMOUNT
                    END-IF
                WHEN 2
                    MOVE CURRENT-IMAGE TO DIV-SOURCE-HISTORY-RECORD
                    IF HS-RUN-DATE IS NUMERIC
                        MOVE HS-RUN-DATE TO RECORD-DATE
                    END-IF
                    IF HS-RESULT-TOTAL IS NUMERIC
                        MOVE HS-RESULT-TOTAL TO RECORD-AMOUNT
                    END-IF
                WHEN 3
                    MOVE CURRENT-IMAGE TO GL-DAILY-SUMMARY-RECORD
                    IF GS-POSTING-DATE IS NUMERIC
                        MOVE GS-POSTING-DATE TO RECORD-DATE
                    END-IF
                    IF GS-AMOUNT IS NUMERIC
                        MOVE GS-AMOUNT TO RECORD-AMOUNT
                    END-IF
                WHEN 4
                    MOVE CURRENT-IMAGE TO GL-TRAILER-HISTORY-RECORD
                    IF GT-POSTING-DATE IS NUMERIC
                        MOVE GT-POSTING-DATE TO RECORD-DATE
                    END-IF
                    IF GT-BATCH-AMOUNT IS NUMERIC
                        MOVE GT-BATCH-AMOUNT TO RECORD-AMOUNT
                    END-IF
                WHEN 5
                    MOVE CURRENT-IMAGE TO GL-ACK-HISTORY-RECORD
                    IF GK-ACK-DATE IS NUMERIC
                        MOVE GK-ACK-DATE TO RECORD-DATE
                    END-IF
                    IF GK-ACK-AMOUNT IS NUMERIC
                        MOVE GK-ACK-AMOUNT TO RECORD-AMOUNT
                    END-IF
                WHEN 6
                    MOVE CURRENT-IMAGE TO STEP-HISTORY-RECORD
                    IF SH-STREAM-DATE IS NUMERIC
                        MOVE SH-STREAM-DATE TO RECORD-DATE
                    END-IF
            END-EVALUATE.
            DIVIDE RECORD-DATE BY 10000 GIVING RECORD-YEAR
                REMAINDER RECORD-MMDD.

       7100-FIND-ARCHIVE-FILE.
            MOVE ZERO TO FILE-NUMBER.
            MOVE ZERO TO FILE-SCAN.
            PERFORM 7110-MATCH-FILE-NAME
                UNTIL FILE-NUMBER > ZERO OR FILE-SCAN >= FILE-LIMIT.

       7110-MATCH-FILE-NAME.
            ADD 1 TO FILE-SCAN.
            IF FILE-NAME (FILE-SCAN) = HA-FILE-NAME
                MOVE FILE-SCAN TO FILE-NUMBER
            END-IF.

      ******************************************************************
      * A file holding more years than the table cannot be proved
      * year by year, so a full table stops the trim (5000) rather
      * than dropping the year.
      ******************************************************************
       7200-FIND-OR-ADD-YEAR.
            PERFORM 7210-FIND-YEAR.
            IF YEAR-INDEX = ZERO
                IF FL-YEAR-COUNT (FILE-NUMBER) < YEAR-LIMIT
                    ADD 1 TO FL-YEAR-COUNT (FILE-NUMBER)
                    MOVE FL-YEAR-COUNT (FILE-NUMBER) TO YEAR-INDEX
                    MOVE RECORD-YEAR
                        TO FY-YEAR (FILE-NUMBER, YEAR-INDEX)
                    MOVE ZERO TO FY-LIVE-COUNT (FILE-NUMBER, YEAR-INDEX)
                    MOVE ZERO
                        TO FY-LIVE-AMOUNT (FILE-NUMBER, YEAR-INDEX)
                    MOVE ZERO
                        TO FY-PRIOR-COUNT (FILE-NUMBER, YEAR-INDEX)
                    MOVE ZERO
                        TO FY-ARCHIVE-COUNT (FILE-NUMBER, YEAR-INDEX)
                    MOVE ZERO
                        TO FY-ARCHIVE-AMOUNT (FILE-NUMBER, YEAR-INDEX)
                ELSE
                    SET YEAR-TABLE-FULL TO TRUE
                END-IF
            END-IF.

       7210-FIND-YEAR.
            MOVE ZERO TO YEAR-INDEX.
            MOVE ZERO TO YEAR-SCAN.
            PERFORM 7220-MATCH-YEAR-ENTRY
                UNTIL YEAR-INDEX > ZERO
                    OR YEAR-SCAN >= FL-YEAR-COUNT (FILE-NUMBER).

       7220-MATCH-YEAR-ENTRY.
            ADD 1 TO YEAR-SCAN.
            IF FY-YEAR (FILE-NUMBER, YEAR-SCAN) = RECORD-YEAR
                MOVE YEAR-SCAN TO YEAR-INDEX
            END-IF.

      ******************************************************************
      * The live file FILE-NUMBER names.  A file that is not there
      * has simply never been written - nothing to archive or trim.
      ******************************************************************
       7300-OPEN-LIVE-INPUT.
            MOVE "N" TO LIVE-OPEN-SWITCH.
            EVALUATE FILE-NUMBER
                WHEN 1
                    OPEN INPUT DIV-HISTORY-FILE
                WHEN 2
                    OPEN INPUT DIV-SOURCE-HISTORY-FILE
                WHEN 3
                    OPEN INPUT GL-SUMMARY-HISTORY-FILE
                WHEN 4
                    OPEN INPUT GL-TRAILER-HISTORY-FILE
                WHEN 5
                    OPEN INPUT GL-ACK-HISTORY-FILE
                WHEN 6
                    OPEN INPUT STEP-HISTORY-FILE
            END-EVALUATE.
            IF LIVE-FILE-STATUS = "00"
                SET LIVE-FILE-OPEN TO TRUE
            END-IF.

       7400-READ-LIVE.
            MOVE SPACES TO CURRENT-IMAGE.
            EVALUATE FILE-NUMBER
                WHEN 1
                    READ DIV-HISTORY-FILE
                        AT END SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE DIV-HISTORY-LINE TO CURRENT-IMAGE
                    END-READ
                WHEN 2
                    READ DIV-SOURCE-HISTORY-FILE
                        AT END SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE DIV-SOURCE-HISTORY-LINE
                                TO CURRENT-IMAGE
                    END-READ
                WHEN 3
                    READ GL-SUMMARY-HISTORY-FILE
                        AT END SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE GL-SUMMARY-LINE TO CURRENT-IMAGE
                    END-READ
                WHEN 4
                    READ GL-TRAILER-HISTORY-FILE
                        AT END SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE GL-TRAILER-HIST-LINE TO CURRENT-IMAGE
                    END-READ
                WHEN 5
                    READ GL-ACK-HISTORY-FILE
                        AT END SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE GL-ACK-HIST-LINE TO CURRENT-IMAGE
                    END-READ
                WHEN 6
                    READ STEP-HISTORY-FILE
                        AT END SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE STEP-HISTORY-LINE TO CURRENT-IMAGE
                    END-READ
            END-EVALUATE.

       7500-CLOSE-LIVE.
            EVALUATE FILE-NUMBER
                WHEN 1
                    CLOSE DIV-HISTORY-FILE
                WHEN 2
                    CLOSE DIV-SOURCE-HISTORY-FILE
                WHEN 3
                    CLOSE GL-SUMMARY-HISTORY-FILE
                WHEN 4
                    CLOSE GL-TRAILER-HISTORY-FILE
                WHEN 5
                    CLOSE GL-ACK-HISTORY-FILE
                WHEN 6
                    CLOSE STEP-HISTORY-FILE
            END-EVALUATE.

       7600-OPEN-LIVE-OUTPUT.
            EVALUATE FILE-NUMBER
                WHEN 1
                    OPEN OUTPUT DIV-HISTORY-FILE
                WHEN 2
                    OPEN OUTPUT DIV-SOURCE-HISTORY-FILE
                WHEN 3
                    OPEN OUTPUT GL-SUMMARY-HISTORY-FILE
                WHEN 4
                    OPEN OUTPUT GL-TRAILER-HISTORY-FILE
                WHEN 5
                    OPEN OUTPUT GL-ACK-HISTORY-FILE
                WHEN 6
                    OPEN OUTPUT STEP-HISTORY-FILE
            END-EVALUATE.

       7700-WRITE-LIVE.
            EVALUATE FILE-NUMBER
                WHEN 1
                    MOVE CURRENT-IMAGE TO DIV-HISTORY-LINE
                    WRITE DIV-HISTORY-LINE
                WHEN 2
                    MOVE CURRENT-IMAGE TO DIV-SOURCE-HISTORY-LINE
                    WRITE DIV-SOURCE-HISTORY-LINE
                WHEN 3
                    MOVE CURRENT-IMAGE TO GL-SUMMARY-LINE
                    WRITE GL-SUMMARY-LINE
                WHEN 4
                    MOVE CURRENT-IMAGE TO GL-TRAILER-HIST-LINE
                    WRITE GL-TRAILER-HIST-LINE
                WHEN 5
                    MOVE CURRENT-IMAGE TO GL-ACK-HIST-LINE
                    WRITE GL-ACK-HIST-LINE
                WHEN 6
                    MOVE CURRENT-IMAGE TO STEP-HISTORY-LINE
                    WRITE STEP-HISTORY-LINE
            END-EVALUATE.

       8100-READ-ARCHIVE.
            READ HISTORY-ARCHIVE-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       8200-READ-WORK.
            READ HISTORY-WORK-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

      ******************************************************************
      * Date plus time to one absolute second stamp, left in
      * END-STAMP - stephrpt.cbl's conversion, century rule ignored.
      ******************************************************************
       8500-STAMP-TO-SECONDS.
            DIVIDE DN-DATE BY 10000 GIVING DN-YEAR
                REMAINDER DN-MMDD.
            DIVIDE DN-MMDD BY 100 GIVING DN-MONTH
                REMAINDER DN-DAY.
            IF DN-MONTH < 1 OR DN-MONTH > 12
                MOVE 1 TO DN-MONTH
            END-IF.
            COMPUTE LEAP-QUOTIENT = (DN-YEAR - 1) / 4.
            COMPUTE DAY-NUMBER = DN-YEAR * 365 + LEAP-QUOTIENT
                + MONTH-OFFSET (DN-MONTH) + DN-DAY.
            DIVIDE DN-YEAR BY 4 GIVING LEAP-QUOTIENT
                REMAINDER LEAP-REMAINDER.
            IF LEAP-REMAINDER = ZERO AND DN-MONTH > 2
                ADD 1 TO DAY-NUMBER
            END-IF.
            DIVIDE TM-TIME BY 1000000 GIVING TM-HOURS
                REMAINDER TM-REST.
            DIVIDE TM-REST BY 10000 GIVING TM-MINUTES
                REMAINDER TM-SECFRAC.
            DIVIDE TM-SECFRAC BY 100 GIVING TM-SECONDS
                REMAINDER TM-FRACTION.
            COMPUTE DAY-SECONDS = TM-HOURS * 3600
                + TM-MINUTES * 60 + TM-SECONDS.
            COMPUTE END-STAMP = DAY-NUMBER * 86400 + DAY-SECONDS.

       8800-WRITE-OPS-LOG.
            MOVE "histroll" TO OQ-PROGRAM-NAME.
            CALL "opslog" USING OPS-LOG-REQUEST.

      ******************************************************************
      * A refused date or an unproved archive is fatal - the first is
      * a staging gap, the second leaves the live files as they were
      * for someone to look at before the next attempt.
      ******************************************************************
       9000-FINALIZE.
            IF ROLL-DUE
                MOVE SPACES TO ROLL-REPORT-LINE
                STRING "ARCHIVADOS " ARCHIVE-WRITE-COUNT
                    " EN HISTARCH  RETIRADOS " REMOVED-TOTAL
                    " DE LOS ARCHIVOS VIVOS"
                    DELIMITED BY SIZE INTO ROLL-REPORT-LINE
                WRITE ROLL-REPORT-LINE
            END-IF.
            MOVE LIVE-READ-COUNT TO RT-RECORDS-READ.
            MOVE MISMATCH-COUNT TO RT-RECORDS-REJECTED.
            MOVE ARCHIVE-WRITE-COUNT TO RT-CONTROL-TOTAL.
            MOVE RPT-TRAILER-LINE TO ROLL-REPORT-LINE.
            WRITE ROLL-REPORT-LINE.
            CLOSE ROLL-REPORT-FILE.
            EVALUATE TRUE
                WHEN ROLL-REFUSED
                    SET OQ-SEV-FATAL TO TRUE
                    MOVE "CIERRE ANUAL RECHAZADO - VER HISTYRPT"
                        TO OQ-MESSAGE-TEXT
                    PERFORM 8800-WRITE-OPS-LOG
                    MOVE 8 TO RETURN-CODE
                WHEN ROLL-DUE AND ARCHIVE-NOT-PROVED
                    MOVE 8 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            DISPLAY "HISTORIA ARCHIVADA: " ARCHIVE-WRITE-COUNT
                " RETIRADA: " REMOVED-TOTAL.
       END PROGRAM histroll.
