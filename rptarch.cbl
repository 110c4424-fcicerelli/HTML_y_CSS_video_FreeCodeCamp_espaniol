      *            AUDITLOG.  Runs as a night-stream step after the
      *            report writers.
      * Tectonics: cobc
      * Modification History:
      *   15/OCT/2026 - A business date may now run more than one
      *                 division cycle, each stream respooling its
      *                 reports, so the archive key is now report name,
      *                 run date and cycle.  The cycle comes from the
      *                 RPTHDTR header; a report whose header carries
      *                 none takes the latest cycle DIVHIST records
      *                 for its run date (the date's first when there
      *                 is none).  A midday report is no longer taken
      *                 for the night's as already archived.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptarch.
           SELECT ARCHIVE-PARAMETER-FILE ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-FILE-STATUS.
           SELECT DIV-HISTORY-FILE ASSIGN TO "DIVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-REPORT-FILE.
       FD  REPORT-ARCHIVE-FILE.
       COPY RPTARCH.
       FD  ARCHIVE-WORK-FILE.
       01  ARCHIVE-WORK-RECORD         PIC X(98).
       FD  ARCHIVE-PARAMETER-FILE.
       COPY RPTPARM.
       FD  DIV-HISTORY-FILE.
       COPY DIVHIST.
       WORKING-STORAGE SECTION.
       77 BAL-FILE-STATUS PIC X(02) VALUE SPACES.
       77 REC-FILE-STATUS PIC X(02) VALUE SPACES.
       77 CND-FILE-STATUS PIC X(02) VALUE SPACES.
       77 ARC-FILE-STATUS PIC X(02) VALUE SPACES.
       77 PRM-FILE-STATUS PIC X(02) VALUE SPACES.
       77 HST-FILE-STATUS PIC X(02) VALUE SPACES.
       77 CAPTURE-CYCLE PIC 9(02) VALUE ZERO.
       77 HISTORY-CYCLE PIC 9(02) VALUE ZERO.
       77 EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       77 CAPTURE-REPORT-NAME PIC X(08) VALUE SPACES.
      ******************************************************************
      * Overlay for recognizing a report's RPTHDTR header line - same
      * shape as RPT-HEADER-LINE but without its VALUE'd labels, the
      * way balance.cbl scans DIVEXC trailer lines.  The run date and
      * cycle the header carries are the archive key.
      ******************************************************************
       01 HEADER-SCAN-LINE.
           05 HS-TITLE                 PIC X(40).
           05 HS-DATE-LABEL            PIC X(05).
           05 HS-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(11).
           05 HS-CYCLE-LABEL           PIC X(06).
           05 HS-CYCLE-NUMBER          PIC X(02).
           05 FILLER                   PIC X(06).
       01 HS-CYCLE-DIGITS.
           05 HS-CYCLE-NUMERIC         PIC 9(02).
       01 HS-RUN-DATE-DIGITS.
           05 HS-DATE-NUMERIC          PIC 9(08).
           05 FILLER                   PIC X(02).
            MOVE SPACES TO CND-FILE-STATUS.
            MOVE SPACES TO ARC-FILE-STATUS.
            MOVE SPACES TO PRM-FILE-STATUS.
            MOVE SPACES TO HST-FILE-STATUS.
            MOVE ZERO TO CAPTURE-CYCLE.
            MOVE ZERO TO HISTORY-CYCLE.
            MOVE "N" TO EOF-SWITCH.
            MOVE SPACES TO CAPTURE-REPORT-NAME.
            MOVE ZERO TO CAPTURE-RUN-DATE.

      ******************************************************************
      * Shared line handling for every capture block: the first line
      * fixes the run date and cycle (from the RPTHDTR header when
      * there is one) and decides whether this report/date/cycle is
      * already on the archive; every line after that appends under
      * the fixed key.
      ******************************************************************
       2800-CAPTURE-ONE-LINE.
            IF ON-FIRST-LINE
                PERFORM 2820-CHECK-ALREADY-ARCHIVED
                IF ALREADY-ARCHIVED
                    DISPLAY CAPTURE-REPORT-NAME " DEL "
                        CAPTURE-RUN-DATE " CICLO " CAPTURE-CYCLE
                        " YA ARCHIVADO - NO SE DUPLICA"
                ELSE
                    OPEN EXTEND REPORT-ARCHIVE-FILE
            ELSE
                MOVE TODAY-DATE TO CAPTURE-RUN-DATE
            END-IF.
            MOVE HS-CYCLE-NUMBER TO HS-CYCLE-DIGITS.
            IF HS-DATE-LABEL = "FECHA"
                AND HS-CYCLE-LABEL = "CICLO "
                AND HS-CYCLE-NUMERIC IS NUMERIC
                MOVE HS-CYCLE-NUMERIC TO CAPTURE-CYCLE
            ELSE
                PERFORM 2815-FIND-DIVISION-CYCLE
            END-IF.

      ******************************************************************
      * DIVHIST holds one record per division cycle finished, so the
      * highest cycle it records for the report's run date is the one
      * the report was produced in.  A record written before the cycle
      * was carried is the date's first cycle.
      ******************************************************************
       2815-FIND-DIVISION-CYCLE.
            MOVE 1 TO CAPTURE-CYCLE.
            OPEN INPUT DIV-HISTORY-FILE.
            IF HST-FILE-STATUS = "00"
                PERFORM 2816-READ-DIVISION-HISTORY
                PERFORM 2817-NOTE-DIVISION-CYCLE
                    UNTIL HST-FILE-STATUS NOT = "00"
                CLOSE DIV-HISTORY-FILE
            END-IF.

       2816-READ-DIVISION-HISTORY.
            READ DIV-HISTORY-FILE.

       2817-NOTE-DIVISION-CYCLE.
            IF HR-RUN-DATE = CAPTURE-RUN-DATE
                IF HR-CYCLE-NUMBER IS NUMERIC
                    AND HR-CYCLE-NUMBER > ZERO
                    MOVE HR-CYCLE-NUMBER TO HISTORY-CYCLE
                ELSE
                    MOVE 1 TO HISTORY-CYCLE
                END-IF
                IF HISTORY-CYCLE > CAPTURE-CYCLE
                    MOVE HISTORY-CYCLE TO CAPTURE-CYCLE
                END-IF
            END-IF.
            PERFORM 2816-READ-DIVISION-HISTORY.

       2820-CHECK-ALREADY-ARCHIVED.
            MOVE "N" TO ALREADY-SWITCH.
                AT END
                    CONTINUE
                NOT AT END
                    IF RA-CYCLE-NUMBER IS NUMERIC
                        AND RA-CYCLE-NUMBER > ZERO
                        MOVE RA-CYCLE-NUMBER TO HISTORY-CYCLE
                    ELSE
                        MOVE 1 TO HISTORY-CYCLE
                    END-IF
                    IF RA-REPORT-NAME = CAPTURE-REPORT-NAME
                        AND RA-RUN-DATE = CAPTURE-RUN-DATE
                        AND HISTORY-CYCLE = CAPTURE-CYCLE
                        SET ALREADY-ARCHIVED TO TRUE
                    END-IF
            END-READ.
            MOVE CAPTURE-REPORT-NAME TO RA-REPORT-NAME.
            MOVE CAPTURE-RUN-DATE TO RA-RUN-DATE.
            MOVE CAPTURE-LINE TO RA-LINE-TEXT.
            MOVE CAPTURE-CYCLE TO RA-CYCLE-NUMBER.
            WRITE REPORT-ARCHIVE-RECORD.
            ADD 1 TO CAPTURED-LINE-COUNT.

                CLOSE REPORT-ARCHIVE-FILE
                ADD 1 TO CAPTURED-REPORT-COUNT
                DISPLAY CAPTURE-REPORT-NAME " DEL " CAPTURE-RUN-DATE
                    " CICLO " CAPTURE-CYCLE " ARCHIVADO"
            END-IF.
            MOVE "N" TO ALREADY-SWITCH.

