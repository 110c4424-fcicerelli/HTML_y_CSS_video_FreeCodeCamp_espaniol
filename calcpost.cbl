      *                 the before image, so the nightly load's
      *                 changes answer an auditor the same way the
      *                 maintenance paths' do.
      *   15/OCT/2026 - Each result's DO-ENTITY-CODE is posted to the
      *                 new CM-ENTITY-CODE, so the master records which
      *                 legal entity the request belongs to; the saved
      *                 before image widens to the 55-byte record.
      *   15/OCT/2026 - DIVOUT now holds every division cycle of the
      *                 business date, each result stamped with its
      *                 date and cycle.  The CALCPCTL control file
      *                 records the latest date and cycle posted, and
      *                 results stamped at or before it are counted as
      *                 already posted and skipped, so a midday cycle's
      *                 results are posted once and not again with the
      *                 night's.  The mark moves forward only after the
      *                 pass completes; unstamped results from before
      *                 the stamp existed still post every time, as
      *                 they always did.  The header carries the cycle
      *                 being posted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcpost.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIV-OUTPUT-FILE ASSIGN TO "DIVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DO-FILE-STATUS.
           SELECT CALC-MASTER-FILE ASSIGN TO "CALCMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CM-FILE-STATUS.
           SELECT POST-REPORT-FILE ASSIGN TO "CALCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POST-CONTROL-FILE ASSIGN TO "CALCPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIV-OUTPUT-FILE.
       COPY CALCMST.
       FD  POST-REPORT-FILE.
       01  POST-REPORT-LINE            PIC X(80).
       FD  POST-CONTROL-FILE.
       01  POST-CONTROL-RECORD.
           05  PC-LAST-POSTED-DATE     PIC 9(08).
           05  PC-LAST-POSTED-CYCLE    PIC 9(02).
       WORKING-STORAGE SECTION.
       COPY RPTHDTR.
       COPY RUNCTLQ.
       COPY CALCJQ.
       77 CM-FILE-STATUS PIC X(02) VALUE SPACES.
       77 SAVED-BEFORE-IMAGE PIC X(55) VALUE SPACES.
       77 EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       77 RECORDS-READ-COUNT PIC 9(08) VALUE ZERO.
       77 REPORT-PAGE-NUMBER PIC 9(04) VALUE 1.
       77 REPORT-RUN-DATE PIC 9(08) VALUE ZERO.
       77 SAVED-DATE-ADDED PIC 9(08) VALUE ZERO.
       77 DO-FILE-STATUS PIC X(02) VALUE SPACES.
       77 PC-FILE-STATUS PIC X(02) VALUE SPACES.
       77 ALREADY-POSTED-COUNT PIC 9(08) VALUE ZERO.
       77 POSTED-MARK PIC 9(10) VALUE ZERO.
       77 RESULT-CYCLE-KEY PIC 9(10) VALUE ZERO.
       77 NEWEST-CYCLE-KEY PIC 9(10) VALUE ZERO.
       77 NEWEST-CYCLE-DATE PIC 9(08) VALUE ZERO.
       77 NEWEST-CYCLE-NUMBER PIC 9(02) VALUE ZERO.
       77 RESULT-STAMP-SWITCH PIC X(01) VALUE "N".
           88 RESULT-IS-STAMPED VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 0800-REQUEST-RUN-CONTROL.
            MOVE ZERO TO REPORT-RUN-DATE.
            MOVE ZERO TO SAVED-DATE-ADDED.
            MOVE SPACES TO SAVED-BEFORE-IMAGE.
            MOVE SPACES TO DO-FILE-STATUS.
            MOVE SPACES TO PC-FILE-STATUS.
            MOVE ZERO TO ALREADY-POSTED-COUNT.
            MOVE ZERO TO POSTED-MARK.
            MOVE ZERO TO RESULT-CYCLE-KEY.
            MOVE ZERO TO NEWEST-CYCLE-KEY.
            MOVE ZERO TO NEWEST-CYCLE-DATE.
            MOVE ZERO TO NEWEST-CYCLE-NUMBER.
            MOVE "N" TO RESULT-STAMP-SWITCH.

       1000-INITIALIZE.
            PERFORM 0900-RESET-WORKING-STORAGE.
            PERFORM 1050-LOAD-POSTED-MARK.
            PERFORM 1060-FIND-NEWEST-CYCLE.
            OPEN INPUT DIV-OUTPUT-FILE.
            OPEN I-O CALC-MASTER-FILE.
            IF CM-FILE-STATUS = "35"
            MOVE "REPORTE DE POSTEO A CALC-MASTER" TO RH-TITLE.
            MOVE REPORT-RUN-DATE TO RH-RUN-DATE.
            MOVE REPORT-PAGE-NUMBER TO RH-PAGE-NUMBER.
            IF NEWEST-CYCLE-NUMBER > ZERO
                MOVE "CICLO " TO RH-CYCLE-LABEL
                MOVE NEWEST-CYCLE-NUMBER TO RH-CYCLE-NUMBER
            END-IF.
            MOVE RPT-HEADER-LINE TO POST-REPORT-LINE.
            WRITE POST-REPORT-LINE.

      ******************************************************************
      * The latest business date and cycle already posted, as the last
      * completed pass left it on CALCPCTL.  No file yet means nothing
      * stamped has been posted, so every cycle on DIVOUT is new.
      ******************************************************************
       1050-LOAD-POSTED-MARK.
            OPEN INPUT POST-CONTROL-FILE.
            IF PC-FILE-STATUS = "00"
                READ POST-CONTROL-FILE
                    NOT AT END
                        IF PC-LAST-POSTED-DATE IS NUMERIC
                            AND PC-LAST-POSTED-CYCLE IS NUMERIC
                            COMPUTE POSTED-MARK =
                                PC-LAST-POSTED-DATE * 100
                                + PC-LAST-POSTED-CYCLE
                        END-IF
                END-READ
                CLOSE POST-CONTROL-FILE
            END-IF.

      ******************************************************************
      * The newest cycle on DIVOUT is the one the division run just
      * before this pass produced - it names the cycle on the report
      * header and is where the mark moves to once the pass is done.
      ******************************************************************
       1060-FIND-NEWEST-CYCLE.
            OPEN INPUT DIV-OUTPUT-FILE.
            IF DO-FILE-STATUS = "00"
                PERFORM 1070-READ-RESULT-STAMP
                PERFORM 1080-KEEP-NEWEST-STAMP
                    UNTIL DO-FILE-STATUS NOT = "00"
                CLOSE DIV-OUTPUT-FILE
            END-IF.

       1070-READ-RESULT-STAMP.
            READ DIV-OUTPUT-FILE.

       1080-KEEP-NEWEST-STAMP.
            PERFORM 2050-CHECK-RESULT-STAMP.
            IF RESULT-IS-STAMPED
                AND RESULT-CYCLE-KEY > NEWEST-CYCLE-KEY
                MOVE RESULT-CYCLE-KEY TO NEWEST-CYCLE-KEY
                MOVE DO-RUN-DATE TO NEWEST-CYCLE-DATE
                MOVE DO-CYCLE-NUMBER TO NEWEST-CYCLE-NUMBER
            END-IF.
            PERFORM 1070-READ-RESULT-STAMP.

      ******************************************************************
      * One CALC-MASTER-RECORD per DO-REQUEST-ID: try the add first,
      * and when the id is already on file fall back to a rewrite of
      * leaves here ACTIVE.
      ******************************************************************
       2000-POST-RECORD.
            PERFORM 2050-CHECK-RESULT-STAMP.
            IF RESULT-IS-STAMPED
                AND RESULT-CYCLE-KEY NOT > POSTED-MARK
                ADD 1 TO ALREADY-POSTED-COUNT
            ELSE
                PERFORM 2010-POST-NEW-RESULT
            END-IF.
            PERFORM 8000-READ-RESULTS.

       2010-POST-NEW-RESULT.
            PERFORM 2100-BUILD-MASTER-RECORD.
            MOVE REPORT-RUN-DATE TO CM-DATE-ADDED.
            MOVE REPORT-RUN-DATE TO CM-DATE-CHANGED.
                    MOVE CALC-MASTER-RECORD TO JQ-AFTER-IMAGE
                    PERFORM 8500-WRITE-JOURNAL-ENTRY
            END-WRITE.

      ******************************************************************
      * A result carries the date and cycle of the division run that
      * calculated it; RESULT-CYCLE-KEY orders them as date then
      * cycle.  Results written before the stamp existed have none.
      ******************************************************************
       2050-CHECK-RESULT-STAMP.
            IF DO-RUN-DATE IS NUMERIC
                AND DO-CYCLE-NUMBER IS NUMERIC
                AND DO-RUN-DATE > ZERO
                SET RESULT-IS-STAMPED TO TRUE
                COMPUTE RESULT-CYCLE-KEY =
                    DO-RUN-DATE * 100 + DO-CYCLE-NUMBER
            ELSE
                MOVE "N" TO RESULT-STAMP-SWITCH
                MOVE ZERO TO RESULT-CYCLE-KEY
            END-IF.

      ******************************************************************
      * For a divide, CM-QUOTIENT holds the integer quotient, so it is
                MOVE DO-QUOTIENT TO CM-QUOTIENT
                MOVE ZERO TO CM-RESIDUO
            END-IF.
            MOVE DO-ENTITY-CODE TO CM-ENTITY-CODE.
            SET CM-STATUS-ACTIVE TO TRUE.

      ******************************************************************
            CLOSE DIV-OUTPUT-FILE.
            CLOSE CALC-MASTER-FILE.
            CLOSE POST-REPORT-FILE.
            PERFORM 9100-ADVANCE-POSTED-MARK.
            DISPLAY "RESULTADOS LEIDOS: " RECORDS-READ-COUNT.
            DISPLAY "AGREGADOS: " POSTED-COUNT.
            DISPLAY "REESCRITOS: " DUPLICATE-COUNT.
            DISPLAY "YA POSTEADOS: " ALREADY-POSTED-COUNT.
            DISPLAY "ERRORES: " ERROR-COUNT.
            IF ERROR-COUNT > ZERO AND RETURN-CODE = ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.

      ******************************************************************
      * The pass is complete, so every cycle up to the newest on
      * DIVOUT is now on the master.  The mark only ever moves forward.
      ******************************************************************
       9100-ADVANCE-POSTED-MARK.
            IF NEWEST-CYCLE-KEY > POSTED-MARK
                MOVE NEWEST-CYCLE-DATE TO PC-LAST-POSTED-DATE
                MOVE NEWEST-CYCLE-NUMBER TO PC-LAST-POSTED-CYCLE
                OPEN OUTPUT POST-CONTROL-FILE
                WRITE POST-CONTROL-RECORD
                CLOSE POST-CONTROL-FILE
            END-IF.

       1300-WRITE-REPORT-TRAILER.
            MOVE RECORDS-READ-COUNT TO RT-RECORDS-READ.
            MOVE ERROR-COUNT TO RT-RECORDS-REJECTED.
                " ERRORES: " ERROR-COUNT
                DELIMITED BY SIZE INTO POST-REPORT-LINE.
            WRITE POST-REPORT-LINE.
            IF ALREADY-POSTED-COUNT > ZERO
                MOVE SPACES TO POST-REPORT-LINE
                STRING "YA POSTEADOS EN CICLOS ANTERIORES: "
                    ALREADY-POSTED-COUNT
                    DELIMITED BY SIZE INTO POST-REPORT-LINE
                WRITE POST-REPORT-LINE
            END-IF.
       END PROGRAM calcpost.
