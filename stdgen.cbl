      ******************************************************************
      * Author:    Fabio Cicerelli
      * Date:      15/OCT/2026
      * Purpose:   Standing-request generation step - run at the front
      *            of the night stream, ahead of the division batch.
      *            Reads the STDREQ templates maintained through stdmnt
      *            and today's RUNCAL entry, and every active template
      *            in its effective window that falls due today (daily
      *            templates on every business day, weekly ones on the
      *            CA-WEEK-END-DAY, month-end ones on the
      *            CA-MONTH-END-DAY) becomes one DIVIN detail under a
      *            new request-id from the block STDCTL reserves.  The
      *            details are dropped into the feed behind their own
      *            source's header with that set's trailer raised to
      *            cover them, or as a new header/detail/trailer set
      *            when the source sent nothing tonight - the two-pass
      *            DIVWORK merge recymrg.cbl and outmrg.cbl make - and
      *            each one is listed on the STDGRPT generated-requests
      *            report with the template and the calendar reason
      *            that made it due, so "why did this request run
      *            tonight" has an answer on paper.  Each generated
      *            template is stamped with the date and request-id,
      *            so a rerun on the same date generates nothing twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stdgen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-REQUEST-FILE ASSIGN TO "STDREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQ-FILE-STATUS.
           SELECT STANDING-CONTROL-FILE ASSIGN TO "STDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SG-FILE-STATUS.
           SELECT RUN-CALENDAR-FILE ASSIGN TO "RUNCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CA-FILE-STATUS.
           SELECT DIV-INPUT-FILE ASSIGN TO "DIVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIV-INPUT-STATUS.
           SELECT MERGED-FEED-FILE ASSIGN TO "DIVWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGED-FEED-STATUS.
           SELECT GENERATED-REPORT-FILE ASSIGN TO "STDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-REQUEST-FILE.
       01  STANDING-REQUEST-LINE       PIC X(89).
       FD  STANDING-CONTROL-FILE.
       COPY STDCTL.
       FD  RUN-CALENDAR-FILE.
       COPY RUNCAL.
       FD  DIV-INPUT-FILE.
       01  DIV-INPUT-LINE              PIC X(25).
       FD  MERGED-FEED-FILE.
       01  MERGED-FEED-RECORD          PIC X(25).
       FD  GENERATED-REPORT-FILE.
       01  GENERATED-REPORT-LINE       PIC X(80).
       WORKING-STORAGE SECTION.
       COPY STDREQ.
       COPY DIVIN.
       COPY RPTHDTR.
       COPY RUNCTLQ.
       COPY OPSLOGQ.
       77 SQ-FILE-STATUS PIC X(02) VALUE SPACES.
       77 SG-FILE-STATUS PIC X(02) VALUE SPACES.
       77 CA-FILE-STATUS PIC X(02) VALUE SPACES.
       77 DIV-INPUT-STATUS PIC X(02) VALUE SPACES.
       77 MERGED-FEED-STATUS PIC X(02) VALUE SPACES.
       77 EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       77 RUN-DATE PIC 9(08) VALUE ZERO.
       77 REPORT-PAGE-NUMBER PIC 9(04) VALUE 1.
       77 JOB-RETURN-CODE PIC 9(04) VALUE ZERO.
       77 CALENDAR-FOUND-SWITCH PIC X(01) VALUE "N".
           88 CALENDAR-DATE-FOUND VALUE "Y".
       77 BUSINESS-DAY-SWITCH PIC X(01) VALUE "N".
           88 TODAY-IS-BUSINESS-DAY VALUE "Y".
       77 WEEK-END-DAY-SWITCH PIC X(01) VALUE "N".
           88 TODAY-ENDS-WEEK VALUE "Y".
       77 MONTH-END-DAY-SWITCH PIC X(01) VALUE "N".
           88 TODAY-ENDS-MONTH VALUE "Y".
       77 TABLE-FULL-SWITCH PIC X(01) VALUE "N".
           88 TEMPLATE-TABLE-FULL VALUE "Y".
       77 DUE-REASON PIC X(13) VALUE SPACES.
       77 FIRST-REQUEST-ID PIC 9(06) VALUE ZERO.
       77 LAST-REQUEST-ID PIC 9(06) VALUE ZERO.
       77 LAST-ISSUED-ID PIC 9(06) VALUE ZERO.
       77 TEMPLATES-READ-COUNT PIC 9(08) VALUE ZERO.
       77 GENERATED-COUNT PIC 9(08) VALUE ZERO.
       77 NOT-GENERATED-COUNT PIC 9(08) VALUE ZERO.
       77 ALREADY-GENERATED-COUNT PIC 9(08) VALUE ZERO.
       77 GENERATED-HASH-TOTAL PIC S9(10) VALUE ZERO.
       77 HASH-WORK-NUMERATOR PIC S9(06) VALUE ZERO.
       77 CURRENT-TARGET PIC 9(02) COMP VALUE ZERO.
      ******************************************************************
      * The whole STDREQ file is staged here, because it is rewritten
      * at the end with each generated template's stamp.  A file
      * larger than the table stops the step with DIVIN and STDREQ
      * untouched rather than dropping the templates past the limit.
      ******************************************************************
       77 TEMPLATE-COUNT PIC 9(03) COMP VALUE ZERO.
       77 TEMPLATE-INDEX PIC 9(03) COMP VALUE ZERO.
       77 TEMPLATE-LIMIT PIC 9(03) COMP VALUE 500.
       01 TEMPLATE-TABLE.
           05 TEMPLATE-ENTRY OCCURS 500 TIMES.
               10 TT-TEMPLATE-IMAGE    PIC X(89).
               10 TT-GENERATED-SWITCH  PIC X(01).
               10 TT-REQUEST-ID        PIC 9(06).
               10 TT-SOURCE-INDEX      PIC 9(02) COMP.
      ******************************************************************
      * One entry per source that has something generated tonight,
      * with the count and numerator hash its set's trailer must be
      * raised by, and whether its set was found on the feed.
      ******************************************************************
       77 SOURCE-COUNT PIC 9(02) COMP VALUE ZERO.
       77 SOURCE-INDEX PIC 9(02) COMP VALUE ZERO.
       77 SOURCE-SCAN PIC 9(02) COMP VALUE ZERO.
       77 SOURCE-LIMIT PIC 9(02) COMP VALUE 50.
       77 MATCH-SOURCE-ID PIC X(06) VALUE SPACES.
       01 SOURCE-TABLE.
           05 SOURCE-ENTRY OCCURS 50 TIMES.
               10 GS-SOURCE-ID         PIC X(06).
               10 GS-DETAIL-COUNT      PIC 9(08).
               10 GS-HASH-TOTAL        PIC S9(10).
               10 GS-MERGED-SWITCH     PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 0800-REQUEST-RUN-CONTROL.
            IF RQ-REPLY-CONFLICT
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 1000-INITIALIZE
                EVALUATE TRUE
                    WHEN TEMPLATE-TABLE-FULL
                        PERFORM 1800-REFUSE-TABLE-FULL
                    WHEN NOT CALENDAR-DATE-FOUND
                        PERFORM 1900-REFUSE-NO-CALENDAR
                    WHEN NOT TODAY-IS-BUSINESS-DAY
                        MOVE SPACES TO GENERATED-REPORT-LINE
                        MOVE "NO ES DIA HABIL - NADA QUE GENERAR"
                            TO GENERATED-REPORT-LINE
                        WRITE GENERATED-REPORT-LINE
                    WHEN OTHER
                        PERFORM 2000-SELECT-DUE-TEMPLATES
                        IF GENERATED-COUNT > ZERO
                            PERFORM 3000-MERGE-FEED
                            PERFORM 4000-REWRITE-FEED
                            PERFORM 5000-REWRITE-TEMPLATES
                            PERFORM 5500-REWRITE-CONTROL
                        END-IF
                END-EVALUATE
                PERFORM 9000-FINALIZE
                PERFORM 0850-RELEASE-RUN-CONTROL
            END-IF.
            GOBACK.

       0800-REQUEST-RUN-CONTROL.
            SET RQ-ACTION-START TO TRUE.
            MOVE "stdgen" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.
            IF RQ-REPLY-CONFLICT
                DISPLAY "TRABAJO EN EJECUCION: " RQ-CONFLICT-JOB
                    " - NO SE INICIA stdgen"
            END-IF.

       0850-RELEASE-RUN-CONTROL.
            SET RQ-ACTION-END TO TRUE.
            MOVE "stdgen" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.

      ******************************************************************
      * This program is CALLed from a driver and returns via GOBACK,
      * so it may run more than once in the same run unit. VALUE
      * clauses only take effect the first time the program is
      * loaded, not on every CALL, so every mutable item is reset
      * here explicitly instead of being left to its VALUE clause.
      ******************************************************************
       0900-RESET-WORKING-STORAGE.
            MOVE SPACES TO SQ-FILE-STATUS.
            MOVE SPACES TO SG-FILE-STATUS.
            MOVE SPACES TO CA-FILE-STATUS.
            MOVE SPACES TO DIV-INPUT-STATUS.
            MOVE SPACES TO MERGED-FEED-STATUS.
            MOVE "N" TO EOF-SWITCH.
            MOVE ZERO TO RUN-DATE.
            MOVE 1 TO REPORT-PAGE-NUMBER.
            MOVE ZERO TO JOB-RETURN-CODE.
            MOVE "N" TO CALENDAR-FOUND-SWITCH.
            MOVE "N" TO BUSINESS-DAY-SWITCH.
            MOVE "N" TO WEEK-END-DAY-SWITCH.
            MOVE "N" TO MONTH-END-DAY-SWITCH.
            MOVE "N" TO TABLE-FULL-SWITCH.
            MOVE SPACES TO DUE-REASON.
            MOVE ZERO TO FIRST-REQUEST-ID.
            MOVE ZERO TO LAST-REQUEST-ID.
            MOVE ZERO TO LAST-ISSUED-ID.
            MOVE ZERO TO TEMPLATES-READ-COUNT.
            MOVE ZERO TO GENERATED-COUNT.
            MOVE ZERO TO NOT-GENERATED-COUNT.
            MOVE ZERO TO ALREADY-GENERATED-COUNT.
            MOVE ZERO TO GENERATED-HASH-TOTAL.
            MOVE ZERO TO CURRENT-TARGET.
            MOVE ZERO TO TEMPLATE-COUNT.
            MOVE ZERO TO SOURCE-COUNT.

       1000-INITIALIZE.
            PERFORM 0900-RESET-WORKING-STORAGE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            OPEN OUTPUT GENERATED-REPORT-FILE.
            PERFORM 1050-WRITE-REPORT-HEADER.
            PERFORM 1300-LOAD-CALENDAR-ENTRY.
            PERFORM 1400-LOAD-ID-CONTROL.
            PERFORM 1100-LOAD-TEMPLATE-TABLE.

       1050-WRITE-REPORT-HEADER.
            MOVE "REPORTE DE SOLICITUDES PROGRAMADAS" TO RH-TITLE.
            MOVE RUN-DATE TO RH-RUN-DATE.
            MOVE REPORT-PAGE-NUMBER TO RH-PAGE-NUMBER.
            MOVE RPT-HEADER-LINE TO GENERATED-REPORT-LINE.
            WRITE GENERATED-REPORT-LINE.

       1100-LOAD-TEMPLATE-TABLE.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT STANDING-REQUEST-FILE.
            IF SQ-FILE-STATUS = "00"
                PERFORM 1110-READ-TEMPLATE
                PERFORM 1120-STAGE-TEMPLATE UNTIL END-OF-FILE
                CLOSE STANDING-REQUEST-FILE
            END-IF.

       1110-READ-TEMPLATE.
            READ STANDING-REQUEST-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       1120-STAGE-TEMPLATE.
            ADD 1 TO TEMPLATES-READ-COUNT.
            IF TEMPLATE-COUNT < TEMPLATE-LIMIT
                ADD 1 TO TEMPLATE-COUNT
                MOVE STANDING-REQUEST-LINE
                    TO TT-TEMPLATE-IMAGE (TEMPLATE-COUNT)
                MOVE "N" TO TT-GENERATED-SWITCH (TEMPLATE-COUNT)
                MOVE ZERO TO TT-REQUEST-ID (TEMPLATE-COUNT)
                MOVE ZERO TO TT-SOURCE-INDEX (TEMPLATE-COUNT)
                PERFORM 1110-READ-TEMPLATE
            ELSE
                SET TEMPLATE-TABLE-FULL TO TRUE
                SET END-OF-FILE TO TRUE
            END-IF.

      ******************************************************************
      * Today's RUNCAL entry, found the way nightrun.cbl finds it.  A
      * date the calendar does not list is a staging gap to surface,
      * not a day to guess at.
      ******************************************************************
       1300-LOAD-CALENDAR-ENTRY.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT RUN-CALENDAR-FILE.
            IF CA-FILE-STATUS = "00"
                PERFORM 1310-READ-CALENDAR-RECORD
                PERFORM 1320-MATCH-CALENDAR-RECORD UNTIL END-OF-FILE
                CLOSE RUN-CALENDAR-FILE
            END-IF.

       1310-READ-CALENDAR-RECORD.
            READ RUN-CALENDAR-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       1320-MATCH-CALENDAR-RECORD.
            IF CA-DATE = RUN-DATE
                SET CALENDAR-DATE-FOUND TO TRUE
                IF CA-BUSINESS-DAY
                    MOVE "Y" TO BUSINESS-DAY-SWITCH
                END-IF
                IF CA-WEEK-END-DAY
                    MOVE "Y" TO WEEK-END-DAY-SWITCH
                END-IF
                IF CA-MONTH-END-DAY
                    MOVE "Y" TO MONTH-END-DAY-SWITCH
                END-IF
            END-IF.
            PERFORM 1310-READ-CALENDAR-RECORD.

      ******************************************************************
      * The reserved request-id block and the last id issued from it.
      * A missing or unreadable STDCTL means the default block
      * 900000-999999 with nothing issued yet.
      ******************************************************************
       1400-LOAD-ID-CONTROL.
            MOVE 900000 TO FIRST-REQUEST-ID.
            MOVE 999999 TO LAST-REQUEST-ID.
            MOVE ZERO TO LAST-ISSUED-ID.
            OPEN INPUT STANDING-CONTROL-FILE.
            IF SG-FILE-STATUS = "00"
                READ STANDING-CONTROL-FILE
                    NOT AT END
                        IF SG-FIRST-REQUEST-ID IS NUMERIC
                            AND SG-FIRST-REQUEST-ID > ZERO
                            MOVE SG-FIRST-REQUEST-ID
                                TO FIRST-REQUEST-ID
                        END-IF
                        IF SG-LAST-REQUEST-ID IS NUMERIC
                            AND SG-LAST-REQUEST-ID > ZERO
                            MOVE SG-LAST-REQUEST-ID TO LAST-REQUEST-ID
                        END-IF
                        IF SG-LAST-ISSUED-ID IS NUMERIC
                            MOVE SG-LAST-ISSUED-ID TO LAST-ISSUED-ID
                        END-IF
                END-READ
                CLOSE STANDING-CONTROL-FILE
            END-IF.
            IF LAST-ISSUED-ID < FIRST-REQUEST-ID
                COMPUTE LAST-ISSUED-ID = FIRST-REQUEST-ID - 1
            END-IF.

       1800-REFUSE-TABLE-FULL.
            MOVE SPACES TO GENERATED-REPORT-LINE.
            MOVE "TABLA DE PLANTILLAS LLENA - NADA GENERADO"
                TO GENERATED-REPORT-LINE.
            WRITE GENERATED-REPORT-LINE.
            SET OQ-SEV-FATAL TO TRUE.
            MOVE "TABLA DE PLANTILLAS STDREQ LLENA - NADA GENERADO"
                TO OQ-MESSAGE-TEXT.
            PERFORM 8800-WRITE-OPS-LOG.
            MOVE 8 TO JOB-RETURN-CODE.

       1900-REFUSE-NO-CALENDAR.
            MOVE SPACES TO GENERATED-REPORT-LINE.
            STRING "FECHA " RUN-DATE " SIN ENTRADA EN RUNCAL - "
                "NADA GENERADO"
                DELIMITED BY SIZE INTO GENERATED-REPORT-LINE.
            WRITE GENERATED-REPORT-LINE.
            SET OQ-SEV-FATAL TO TRUE.
            MOVE SPACES TO OQ-MESSAGE-TEXT.
            STRING "FECHA " RUN-DATE " SIN ENTRADA EN RUNCAL - "
                "NADA GENERADO"
                DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT.
            PERFORM 8800-WRITE-OPS-LOG.
            MOVE 8 TO JOB-RETURN-CODE.

       2000-SELECT-DUE-TEMPLATES.
            MOVE ZERO TO TEMPLATE-INDEX.
            PERFORM 2100-CHECK-TEMPLATE
                UNTIL TEMPLATE-INDEX >= TEMPLATE-COUNT.

      ******************************************************************
      * A template is due when it is active, today lies inside its
      * effective window, and its frequency matches today's calendar
      * flags.  One already stamped with today's date was generated
      * by an earlier run of this step and is only listed.
      ******************************************************************
       2100-CHECK-TEMPLATE.
            ADD 1 TO TEMPLATE-INDEX.
            MOVE TT-TEMPLATE-IMAGE (TEMPLATE-INDEX)
                TO STANDING-REQUEST-RECORD.
            MOVE SPACES TO DUE-REASON.
            IF SQ-STATUS-ACTIVE
                AND SQ-EFFECTIVE-FROM IS NUMERIC
                AND SQ-EFFECTIVE-TO IS NUMERIC
                AND SQ-EFFECTIVE-FROM <= RUN-DATE
                AND (SQ-EFFECTIVE-TO = ZERO
                    OR SQ-EFFECTIVE-TO >= RUN-DATE)
                EVALUATE TRUE
                    WHEN SQ-FREQ-DAILY
                        MOVE "DIARIA" TO DUE-REASON
                    WHEN SQ-FREQ-WEEKLY AND TODAY-ENDS-WEEK
                        MOVE "FIN DE SEMANA" TO DUE-REASON
                    WHEN SQ-FREQ-MONTH-END AND TODAY-ENDS-MONTH
                        MOVE "FIN DE MES" TO DUE-REASON
                END-EVALUATE
            END-IF.
            IF DUE-REASON NOT = SPACES
                IF SQ-LAST-GENERATED = RUN-DATE
                    ADD 1 TO ALREADY-GENERATED-COUNT
                    MOVE SPACES TO GENERATED-REPORT-LINE
                    STRING "YA GENERADA HOY PLANTILLA=" SQ-TEMPLATE-ID
                        " ID=" SQ-LAST-REQUEST-ID
                        DELIMITED BY SIZE INTO GENERATED-REPORT-LINE
                    WRITE GENERATED-REPORT-LINE
                ELSE
                    PERFORM 2200-GENERATE-REQUEST
                END-IF
            END-IF.

       2200-GENERATE-REQUEST.
            MOVE SQ-SOURCE-ID TO MATCH-SOURCE-ID.
            PERFORM 2300-FIND-SOURCE-ENTRY.
            EVALUATE TRUE
                WHEN LAST-ISSUED-ID >= LAST-REQUEST-ID
                    PERFORM 2400-REPORT-NOT-GENERATED
                WHEN SOURCE-INDEX = ZERO
                    AND SOURCE-COUNT >= SOURCE-LIMIT
                    PERFORM 2400-REPORT-NOT-GENERATED
                WHEN OTHER
                    IF SOURCE-INDEX = ZERO
                        ADD 1 TO SOURCE-COUNT
                        MOVE SOURCE-COUNT TO SOURCE-INDEX
                        MOVE SQ-SOURCE-ID
                            TO GS-SOURCE-ID (SOURCE-INDEX)
                        MOVE ZERO TO GS-DETAIL-COUNT (SOURCE-INDEX)
                        MOVE ZERO TO GS-HASH-TOTAL (SOURCE-INDEX)
                        MOVE "N" TO GS-MERGED-SWITCH (SOURCE-INDEX)
                    END-IF
                    ADD 1 TO LAST-ISSUED-ID
                    MOVE "Y" TO TT-GENERATED-SWITCH (TEMPLATE-INDEX)
                    MOVE LAST-ISSUED-ID
                        TO TT-REQUEST-ID (TEMPLATE-INDEX)
                    MOVE SOURCE-INDEX
                        TO TT-SOURCE-INDEX (TEMPLATE-INDEX)
                    ADD 1 TO GS-DETAIL-COUNT (SOURCE-INDEX)
                    ADD 1 TO GENERATED-COUNT
                    IF SQ-NUMERATOR IS NUMERIC
                        MOVE SQ-NUMERATOR TO HASH-WORK-NUMERATOR
                        ADD HASH-WORK-NUMERATOR
                            TO GS-HASH-TOTAL (SOURCE-INDEX)
                        ADD HASH-WORK-NUMERATOR TO GENERATED-HASH-TOTAL
                    END-IF
                    PERFORM 2500-REPORT-GENERATED
            END-EVALUATE.

       2300-FIND-SOURCE-ENTRY.
            MOVE ZERO TO SOURCE-INDEX.
            MOVE ZERO TO SOURCE-SCAN.
            PERFORM 2310-MATCH-SOURCE-ENTRY
                UNTIL SOURCE-INDEX > ZERO
                    OR SOURCE-SCAN >= SOURCE-COUNT.

       2310-MATCH-SOURCE-ENTRY.
            ADD 1 TO SOURCE-SCAN.
            IF GS-SOURCE-ID (SOURCE-SCAN) = MATCH-SOURCE-ID
                MOVE SOURCE-SCAN TO SOURCE-INDEX
            END-IF.

      ******************************************************************
      * A due template that cannot be generated - the reserved id
      * block is used up, or too many sources are due at once - is
      * named on the report and on OPSLOG, and the step ends with a
      * warning so the morning sees that a scheduled request is
      * missing from tonight's feed.
      ******************************************************************
       2400-REPORT-NOT-GENERATED.
            ADD 1 TO NOT-GENERATED-COUNT.
            MOVE 4 TO JOB-RETURN-CODE.
            MOVE SPACES TO GENERATED-REPORT-LINE.
            IF LAST-ISSUED-ID >= LAST-REQUEST-ID
                STRING "NO GENERADA PLANTILLA=" SQ-TEMPLATE-ID
                    " - RANGO DE ID STDCTL AGOTADO"
                    DELIMITED BY SIZE INTO GENERATED-REPORT-LINE
            ELSE
                STRING "NO GENERADA PLANTILLA=" SQ-TEMPLATE-ID
                    " - TABLA DE FUENTES LLENA"
                    DELIMITED BY SIZE INTO GENERATED-REPORT-LINE
            END-IF.
            WRITE GENERATED-REPORT-LINE.
            SET OQ-SEV-ERROR TO TRUE.
            MOVE GENERATED-REPORT-LINE TO OQ-MESSAGE-TEXT.
            PERFORM 8800-WRITE-OPS-LOG.

       2500-REPORT-GENERATED.
            MOVE SPACES TO GENERATED-REPORT-LINE.
            STRING "ID=" TT-REQUEST-ID (TEMPLATE-INDEX)
                " PLANTILLA=" SQ-TEMPLATE-ID
                " FUENTE=" SQ-SOURCE-ID
                " FRECUENCIA " DUE-REASON
                DELIMITED BY SIZE INTO GENERATED-REPORT-LINE.
            WRITE GENERATED-REPORT-LINE.
            MOVE SPACES TO GENERATED-REPORT-LINE.
            STRING "    OP=" SQ-OPERATION
                " NUM=" SQ-NUMERATOR-X
                " DEN=" SQ-DENOMINATOR-X
                " " SQ-DESCRIPTION
                DELIMITED BY SIZE INTO GENERATED-REPORT-LINE.
            WRITE GENERATED-REPORT-LINE.

      ******************************************************************
      * Pass one: tonight's feed goes to DIVWORK with each source's
      * generated details dropped in behind its own header and its
      * trailer's declared count and hash raised to cover them; the
      * sources with no set on the feed then get a new header/detail/
      * trailer set each at the end.  With no DIVIN yet, the new sets
      * are the whole feed.
      ******************************************************************
       3000-MERGE-FEED.
            OPEN OUTPUT MERGED-FEED-FILE.
            MOVE ZERO TO CURRENT-TARGET.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT DIV-INPUT-FILE.
            IF DIV-INPUT-STATUS = "00"
                PERFORM 8100-READ-FEED
                PERFORM 3100-COPY-FEED-RECORD UNTIL END-OF-FILE
                CLOSE DIV-INPUT-FILE
            END-IF.
            MOVE ZERO TO SOURCE-SCAN.
            PERFORM 3300-WRITE-NEW-SET
                UNTIL SOURCE-SCAN >= SOURCE-COUNT.
            CLOSE MERGED-FEED-FILE.

       3100-COPY-FEED-RECORD.
            EVALUATE TRUE
                WHEN DI-TYPE-HEADER
                    MOVE DIV-INPUT-RECORD TO MERGED-FEED-RECORD
                    WRITE MERGED-FEED-RECORD
                    MOVE ZERO TO CURRENT-TARGET
                    MOVE DI-SOURCE-ID TO MATCH-SOURCE-ID
                    PERFORM 2300-FIND-SOURCE-ENTRY
                    IF SOURCE-INDEX > ZERO
                        IF GS-MERGED-SWITCH (SOURCE-INDEX) = "N"
                            MOVE SOURCE-INDEX TO CURRENT-TARGET
                            MOVE "Y"
                                TO GS-MERGED-SWITCH (SOURCE-INDEX)
                            PERFORM 3200-WRITE-SOURCE-DETAILS
                        END-IF
                    END-IF
                WHEN DI-TYPE-TRAILER AND CURRENT-TARGET > ZERO
                    IF DI-DECLARED-COUNT IS NUMERIC
                        ADD GS-DETAIL-COUNT (CURRENT-TARGET)
                            TO DI-DECLARED-COUNT
                    END-IF
                    IF DI-DECLARED-HASH IS NUMERIC
                        ADD GS-HASH-TOTAL (CURRENT-TARGET)
                            TO DI-DECLARED-HASH
                    END-IF
                    MOVE DIV-INPUT-RECORD TO MERGED-FEED-RECORD
                    WRITE MERGED-FEED-RECORD
                    MOVE ZERO TO CURRENT-TARGET
                WHEN OTHER
                    MOVE DIV-INPUT-RECORD TO MERGED-FEED-RECORD
                    WRITE MERGED-FEED-RECORD
            END-EVALUATE.
            PERFORM 8100-READ-FEED.

       3200-WRITE-SOURCE-DETAILS.
            MOVE ZERO TO TEMPLATE-INDEX.
            PERFORM 3210-WRITE-GENERATED-DETAIL
                UNTIL TEMPLATE-INDEX >= TEMPLATE-COUNT.

       3210-WRITE-GENERATED-DETAIL.
            ADD 1 TO TEMPLATE-INDEX.
            IF TT-GENERATED-SWITCH (TEMPLATE-INDEX) = "Y"
                AND TT-SOURCE-INDEX (TEMPLATE-INDEX) = CURRENT-TARGET
                MOVE TT-TEMPLATE-IMAGE (TEMPLATE-INDEX)
                    TO STANDING-REQUEST-RECORD
                MOVE SPACES TO DIV-INPUT-RECORD
                SET DI-TYPE-DETAIL TO TRUE
                MOVE TT-REQUEST-ID (TEMPLATE-INDEX) TO DI-REQUEST-ID
                MOVE SQ-NUMERATOR-X TO DI-NUMERATOR-X
                MOVE SQ-DENOMINATOR-X TO DI-DENOMINATOR-X
                MOVE SQ-OPERATION TO DI-OPERATION
                MOVE DIV-INPUT-RECORD TO MERGED-FEED-RECORD
                WRITE MERGED-FEED-RECORD
            END-IF.

       3300-WRITE-NEW-SET.
            ADD 1 TO SOURCE-SCAN.
            IF GS-MERGED-SWITCH (SOURCE-SCAN) = "N"
                MOVE SOURCE-SCAN TO CURRENT-TARGET
                MOVE "Y" TO GS-MERGED-SWITCH (SOURCE-SCAN)
                MOVE SPACES TO DIV-INPUT-RECORD
                SET DI-TYPE-HEADER TO TRUE
                MOVE RUN-DATE TO DI-FEED-DATE
                MOVE GS-SOURCE-ID (SOURCE-SCAN) TO DI-SOURCE-ID
                MOVE DIV-INPUT-RECORD TO MERGED-FEED-RECORD
                WRITE MERGED-FEED-RECORD
                PERFORM 3200-WRITE-SOURCE-DETAILS
                MOVE SPACES TO DIV-INPUT-RECORD
                SET DI-TYPE-TRAILER TO TRUE
                MOVE GS-DETAIL-COUNT (SOURCE-SCAN)
                    TO DI-DECLARED-COUNT
                MOVE GS-HASH-TOTAL (SOURCE-SCAN) TO DI-DECLARED-HASH
                MOVE DIV-INPUT-RECORD TO MERGED-FEED-RECORD
                WRITE MERGED-FEED-RECORD
                MOVE ZERO TO CURRENT-TARGET
            END-IF.

      ******************************************************************
      * Pass two: the merged feed comes back from DIVWORK over DIVIN,
      * so the division batch picks the generated requests up under
      * the fixed name it has always read.
      ******************************************************************
       4000-REWRITE-FEED.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT MERGED-FEED-FILE.
            OPEN OUTPUT DIV-INPUT-FILE.
            PERFORM 8200-READ-MERGED.
            PERFORM 4100-COPY-MERGED-RECORD UNTIL END-OF-FILE.
            CLOSE MERGED-FEED-FILE.
            CLOSE DIV-INPUT-FILE.

       4100-COPY-MERGED-RECORD.
            MOVE MERGED-FEED-RECORD TO DIV-INPUT-LINE.
            WRITE DIV-INPUT-LINE.
            PERFORM 8200-READ-MERGED.

      ******************************************************************
      * Every template goes back to STDREQ as it was, with the ones
      * generated tonight stamped with the run date and the request-id
      * they produced - the stamp a rerun checks, and the link from a
      * request back to its template.
      ******************************************************************
       5000-REWRITE-TEMPLATES.
            OPEN OUTPUT STANDING-REQUEST-FILE.
            MOVE ZERO TO TEMPLATE-INDEX.
            PERFORM 5100-WRITE-TEMPLATE
                UNTIL TEMPLATE-INDEX >= TEMPLATE-COUNT.
            CLOSE STANDING-REQUEST-FILE.

       5100-WRITE-TEMPLATE.
            ADD 1 TO TEMPLATE-INDEX.
            MOVE TT-TEMPLATE-IMAGE (TEMPLATE-INDEX)
                TO STANDING-REQUEST-RECORD.
            IF TT-GENERATED-SWITCH (TEMPLATE-INDEX) = "Y"
                MOVE RUN-DATE TO SQ-LAST-GENERATED
                MOVE TT-REQUEST-ID (TEMPLATE-INDEX)
                    TO SQ-LAST-REQUEST-ID
            END-IF.
            MOVE STANDING-REQUEST-RECORD TO STANDING-REQUEST-LINE.
            WRITE STANDING-REQUEST-LINE.

       5500-REWRITE-CONTROL.
            OPEN OUTPUT STANDING-CONTROL-FILE.
            MOVE FIRST-REQUEST-ID TO SG-FIRST-REQUEST-ID.
            MOVE LAST-REQUEST-ID TO SG-LAST-REQUEST-ID.
            MOVE LAST-ISSUED-ID TO SG-LAST-ISSUED-ID.
            WRITE STANDING-CONTROL-RECORD.
            CLOSE STANDING-CONTROL-FILE.

       8100-READ-FEED.
            READ DIV-INPUT-FILE
                AT END SET END-OF-FILE TO TRUE
                NOT AT END MOVE DIV-INPUT-LINE TO DIV-INPUT-RECORD
            END-READ.

       8200-READ-MERGED.
            READ MERGED-FEED-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       8800-WRITE-OPS-LOG.
            MOVE "stdgen" TO OQ-PROGRAM-NAME.
            CALL "opslog" USING OPS-LOG-REQUEST.

       9000-FINALIZE.
            MOVE SPACES TO GENERATED-REPORT-LINE.
            STRING "SOLICITUDES GENERADAS: " GENERATED-COUNT
                "  YA GENERADAS HOY: " ALREADY-GENERATED-COUNT
                DELIMITED BY SIZE INTO GENERATED-REPORT-LINE.
            WRITE GENERATED-REPORT-LINE.
            PERFORM 9100-WRITE-REPORT-TRAILER.
            CLOSE GENERATED-REPORT-FILE.
            IF JOB-RETURN-CODE < 8
                SET OQ-SEV-INFO TO TRUE
                MOVE SPACES TO OQ-MESSAGE-TEXT
                STRING "SOLICITUDES PROGRAMADAS GENERADAS: "
                    GENERATED-COUNT
                    DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
            END-IF.
            DISPLAY "PLANTILLAS LEIDAS: " TEMPLATES-READ-COUNT.
            DISPLAY "SOLICITUDES GENERADAS: " GENERATED-COUNT.
            DISPLAY "NO GENERADAS: " NOT-GENERATED-COUNT.
            MOVE JOB-RETURN-CODE TO RETURN-CODE.

       9100-WRITE-REPORT-TRAILER.
            MOVE TEMPLATES-READ-COUNT TO RT-RECORDS-READ.
            MOVE NOT-GENERATED-COUNT TO RT-RECORDS-REJECTED.
            MOVE GENERATED-HASH-TOTAL TO RT-CONTROL-TOTAL.
            MOVE RPT-TRAILER-LINE TO GENERATED-REPORT-LINE.
            WRITE GENERATED-REPORT-LINE.
       END PROGRAM stdgen.
