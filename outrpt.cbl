      ******************************************************************
      * Author:    Fabio Cicerelli
      * Date:      15/OCT/2026
      * Purpose:   Held-items report over the OUTHOLD outlier suspense
      *            file - one line per detail the division batch held
      *            as outside its source's normal range, with its
      *            values, the average it was judged against, its
      *            status (held, or released/killed and waiting for
      *            the outmrg merge), the date it was held and how
      *            many days it has been waiting, so the supervisors
      *            see each morning what is sitting in the outappr
      *            queue and for how long.  Carries the standard
      *            RPTHDTR header and trailer like the system's other
      *            reports.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. outrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTLIER-HOLD-FILE ASSIGN TO "OUTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTLIER-HOLD-STATUS.
           SELECT HELD-REPORT-FILE ASSIGN TO "OUTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OUTLIER-HOLD-FILE.
       COPY OUTHOLD.
       FD  HELD-REPORT-FILE.
       01  HELD-REPORT-LINE            PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RPTHDTR.
       77 OUTLIER-HOLD-STATUS PIC X(02) VALUE SPACES.
       77 EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       77 RECORDS-READ-COUNT PIC 9(08) VALUE ZERO.
       77 HELD-COUNT PIC 9(08) VALUE ZERO.
       77 DECIDED-COUNT PIC 9(08) VALUE ZERO.
       77 REPORT-PAGE-NUMBER PIC 9(04) VALUE 1.
       77 REPORT-RUN-DATE PIC 9(08) VALUE ZERO.
       77 TODAY-DAY-NUMBER PIC 9(08) VALUE ZERO.
       77 HOLD-DAY-NUMBER PIC 9(08) VALUE ZERO.
       77 DAYS-WAITING PIC 9(05) VALUE ZERO.
       77 OLDEST-DAYS PIC 9(05) VALUE ZERO.
       77 OLDEST-REQUEST-ID PIC X(06) VALUE SPACES.
       77 DN-DATE PIC 9(08) VALUE ZERO.
       77 DN-YEAR PIC 9(04) VALUE ZERO.
       77 DN-MMDD PIC 9(04) VALUE ZERO.
       77 DN-MONTH PIC 9(02) VALUE ZERO.
       77 DN-DAY PIC 9(02) VALUE ZERO.
       77 LEAP-QUOTIENT PIC 9(04) VALUE ZERO.
       77 LEAP-REMAINDER PIC 9(01) VALUE ZERO.
       77 DAY-NUMBER PIC 9(08) VALUE ZERO.
      ******************************************************************
      * Cumulative days before each month, for the date-to-day-number
      * conversion the age-in-days column needs.
      ******************************************************************
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
       01 HELD-DETAIL-LINE.
           05 HD-REQUEST-ID            PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 HD-SOURCE-ID             PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 HD-OPERATION             PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 HD-NUMERATOR             PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 HD-DENOMINATOR           PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 HD-AVERAGE-LABEL         PIC X(05) VALUE "PROM ".
           05 HD-NORMAL-AVERAGE        PIC Z(05)9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 HD-STATUS                PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 HD-HOLD-DATE             PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 HD-DAYS-LABEL            PIC X(05) VALUE "DIAS ".
           05 HD-DAYS-WAITING          PIC 9(05).
           05 FILLER                   PIC X(03) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-LIST-HELD-RECORD UNTIL END-OF-FILE.
            PERFORM 9000-FINALIZE.
            GOBACK.

      ******************************************************************
      * This program is CALLed from a driver and returns via GOBACK,
      * so it may run more than once in the same run unit. VALUE
      * clauses only take effect the first time the program is
      * loaded, not on every CALL, so every mutable item is reset
      * here explicitly instead of being left to its VALUE clause.
      ******************************************************************
       0900-RESET-WORKING-STORAGE.
            MOVE SPACES TO OUTLIER-HOLD-STATUS.
            MOVE "N" TO EOF-SWITCH.
            MOVE ZERO TO RECORDS-READ-COUNT.
            MOVE ZERO TO HELD-COUNT.
            MOVE ZERO TO DECIDED-COUNT.
            MOVE 1 TO REPORT-PAGE-NUMBER.
            MOVE ZERO TO REPORT-RUN-DATE.
            MOVE ZERO TO TODAY-DAY-NUMBER.
            MOVE ZERO TO HOLD-DAY-NUMBER.
            MOVE ZERO TO DAYS-WAITING.
            MOVE ZERO TO OLDEST-DAYS.
            MOVE SPACES TO OLDEST-REQUEST-ID.

       1000-INITIALIZE.
            PERFORM 0900-RESET-WORKING-STORAGE.
            OPEN INPUT OUTLIER-HOLD-FILE.
            IF OUTLIER-HOLD-STATUS = "35"
                SET END-OF-FILE TO TRUE
            END-IF.
            OPEN OUTPUT HELD-REPORT-FILE.
            ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
            MOVE REPORT-RUN-DATE TO DN-DATE.
            PERFORM 8500-DATE-TO-DAY-NUMBER.
            MOVE DAY-NUMBER TO TODAY-DAY-NUMBER.
            PERFORM 1100-WRITE-REPORT-HEADER.
            IF NOT END-OF-FILE
                PERFORM 8000-READ-HOLD
            END-IF.

       1100-WRITE-REPORT-HEADER.
            MOVE "DETALLES RETENIDOS FUERA DE RANGO" TO RH-TITLE.
            MOVE REPORT-RUN-DATE TO RH-RUN-DATE.
            MOVE REPORT-PAGE-NUMBER TO RH-PAGE-NUMBER.
            MOVE RPT-HEADER-LINE TO HELD-REPORT-LINE.
            WRITE HELD-REPORT-LINE.

      ******************************************************************
      * Every entry is listed, decided or not: a released or killed
      * entry is still on the file until the next outmrg run takes
      * it off, and the supervisors should see it there.  Only the
      * still-held entries count toward the oldest-item line, since
      * those are the ones waiting on a decision.
      ******************************************************************
       2000-LIST-HELD-RECORD.
            IF OH-STATUS-HELD
                ADD 1 TO HELD-COUNT
            ELSE
                ADD 1 TO DECIDED-COUNT
            END-IF.
            PERFORM 2100-WRITE-HELD-LINE.
            PERFORM 8000-READ-HOLD.

       2100-WRITE-HELD-LINE.
            IF OH-HOLD-DATE IS NUMERIC
                MOVE OH-HOLD-DATE TO DN-DATE
            ELSE
                MOVE REPORT-RUN-DATE TO DN-DATE
            END-IF.
            PERFORM 8500-DATE-TO-DAY-NUMBER.
            MOVE DAY-NUMBER TO HOLD-DAY-NUMBER.
            IF TODAY-DAY-NUMBER > HOLD-DAY-NUMBER
                COMPUTE DAYS-WAITING =
                    TODAY-DAY-NUMBER - HOLD-DAY-NUMBER
            ELSE
                MOVE ZERO TO DAYS-WAITING
            END-IF.
            IF OH-STATUS-HELD AND DAYS-WAITING >= OLDEST-DAYS
                MOVE DAYS-WAITING TO OLDEST-DAYS
                MOVE OH-REQUEST-ID TO OLDEST-REQUEST-ID
            END-IF.
            MOVE OH-REQUEST-ID TO HD-REQUEST-ID.
            MOVE OH-SOURCE-ID TO HD-SOURCE-ID.
            MOVE OH-OPERATION TO HD-OPERATION.
            MOVE OH-NUMERATOR-X TO HD-NUMERATOR.
            MOVE OH-DENOMINATOR-X TO HD-DENOMINATOR.
            IF OH-NORMAL-AVERAGE IS NUMERIC
                MOVE OH-NORMAL-AVERAGE TO HD-NORMAL-AVERAGE
            ELSE
                MOVE ZERO TO HD-NORMAL-AVERAGE
            END-IF.
            MOVE OH-STATUS TO HD-STATUS.
            MOVE DN-DATE TO HD-HOLD-DATE.
            MOVE DAYS-WAITING TO HD-DAYS-WAITING.
            MOVE HELD-DETAIL-LINE TO HELD-REPORT-LINE.
            WRITE HELD-REPORT-LINE.

      ******************************************************************
      * YYYYMMDD to a running day count: years at 365 plus one per
      * past leap year, the month offsets above, and a leap-day
      * correction past February of a leap year.  The century rule is
      * ignored - it next matters in 2100, and the count is only ever
      * differenced against another date computed the same way.
      ******************************************************************
       8500-DATE-TO-DAY-NUMBER.
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

       8000-READ-HOLD.
            READ OUTLIER-HOLD-FILE
                AT END SET END-OF-FILE TO TRUE
                NOT AT END ADD 1 TO RECORDS-READ-COUNT
            END-READ.

       9000-FINALIZE.
            IF HELD-COUNT = ZERO
                MOVE SPACES TO HELD-REPORT-LINE
                MOVE "SIN DETALLES RETENIDOS PENDIENTES"
                    TO HELD-REPORT-LINE
                WRITE HELD-REPORT-LINE
            ELSE
                MOVE SPACES TO HELD-REPORT-LINE
                STRING "MAS ANTIGUO: ID " OLDEST-REQUEST-ID
                    " CON " OLDEST-DAYS " DIAS"
                    DELIMITED BY SIZE INTO HELD-REPORT-LINE
                WRITE HELD-REPORT-LINE
            END-IF.
            IF DECIDED-COUNT > ZERO
                MOVE SPACES TO HELD-REPORT-LINE
                STRING "DECIDIDOS A LA ESPERA DE outmrg: "
                    DECIDED-COUNT
                    DELIMITED BY SIZE INTO HELD-REPORT-LINE
                WRITE HELD-REPORT-LINE
            END-IF.
            PERFORM 1300-WRITE-REPORT-TRAILER.
            IF OUTLIER-HOLD-STATUS NOT = "35"
                CLOSE OUTLIER-HOLD-FILE
            END-IF.
            CLOSE HELD-REPORT-FILE.

       1300-WRITE-REPORT-TRAILER.
            MOVE RECORDS-READ-COUNT TO RT-RECORDS-READ.
            MOVE ZERO TO RT-RECORDS-REJECTED.
            MOVE HELD-COUNT TO RT-CONTROL-TOTAL.
            MOVE RPT-TRAILER-LINE TO HELD-REPORT-LINE.
            WRITE HELD-REPORT-LINE.
       END PROGRAM outrpt.
