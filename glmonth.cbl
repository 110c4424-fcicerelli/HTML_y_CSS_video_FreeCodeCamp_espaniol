      *            argument.  The posting month comes from GLMPARM
      *            (zero means the run date's month).
      * Tectonics: cobc
      * Modification History:
      *   15/OCT/2026 - The posting month is now checked against
      *                 GLPERIOD through the glperd period service
      *                 before anything is footed: a month finance has
      *                 closed is refused outright (fatal RETURN-CODE,
      *                 GLMEXTR left as it was, OPSLOG error) until a
      *                 supervisor reopens it through glpmnt, and an
      *                 extract of a reopened month names on GLMRPT
      *                 who reopened it and when.
      *   15/OCT/2026 - The month is now footed, tied out and extracted
      *                 per legal entity as well as whole: GLSUMHIS,
      *                 GLTRHIST and GLAKHIST records carry the entity
      *                 (blank is the home company, as every record
      *                 written before the field existed reads), each
      *                 entity is tied out against its own trailers
      *                 and acknowledgments, and GLMEXTR carries one
      *                 batch per entity, each closed by its own
      *                 trailer with that entity's count and net.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glmonth.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-SUMMARY-HISTORY-FILE.
       01  GL-SUMMARY-LINE             PIC X(42).
       FD  GL-TRAILER-HISTORY-FILE.
       01  GL-TRAILER-HIST-LINE        PIC X(33).
       FD  GL-ACK-HISTORY-FILE.
       01  GL-ACK-HIST-LINE            PIC X(33).
       FD  MONTH-EXTRACT-FILE.
       01  MONTH-EXTRACT-LINE          PIC X(43).
       FD  MONTH-REPORT-FILE.
       01  MONTH-REPORT-LINE           PIC X(80).
       FD  MONTH-PARAMETER-FILE.
       COPY GLHIST.
       COPY GLMEXTR.
       COPY RUNCTLQ.
       COPY OPSLOGQ.
       COPY GLPERQ.
       77 GL-SUMMARY-STATUS PIC X(02) VALUE SPACES.
       77 GL-TRAILER-HIST-STATUS PIC X(02) VALUE SPACES.
       77 GL-ACK-HIST-STATUS PIC X(02) VALUE SPACES.
           88 MONTH-OUT-OF-BALANCE VALUE "N".
       77 EDIT-AMOUNT PIC -Z(11)9.99 VALUE ZEROS.
       77 EDIT-AMOUNT-2 PIC -Z(11)9.99 VALUE ZEROS.
       77 ENTITY-COUNT PIC 9(02) COMP VALUE ZERO.
       77 ENTITY-INDEX PIC 9(02) COMP VALUE ZERO.
       77 ENTITY-SCAN PIC 9(02) COMP VALUE ZERO.
       77 ENTITY-LIMIT PIC 9(02) COMP VALUE 20.
       77 MATCH-ENTITY-CODE PIC X(04) VALUE SPACES.
      ******************************************************************
      * One entry per entity, account and debit/credit side seen in
      * the month's GLSUMHIS records - the extract writes one detail
      * per entry and the tie-out foots them against the trailer and
      * ack histories.
      ******************************************************************
       01 MONTH-SUMMARY-TABLE.
           05 MONTH-SUMMARY-ENTRY OCCURS 100 TIMES.
               10 MS-ENTITY-CODE       PIC X(04).
               10 MS-ACCOUNT           PIC X(08).
               10 MS-SIDE              PIC X(01).
               10 MS-COUNT             PIC 9(08).
               10 MS-AMOUNT            PIC S9(12)V99.
      ******************************************************************
      * One entry per legal entity seen on any of the three month
      * histories: its summarized count and net against the sum of
      * its own nightly trailers and of what GL acknowledged for it.
      ******************************************************************
       01 MONTH-ENTITY-TABLE.
           05 MONTH-ENTITY-ENTRY OCCURS 20 TIMES.
               10 ME-ENTITY-CODE       PIC X(04).
               10 ME-DETAIL-COUNT      PIC 9(08).
               10 ME-NET-AMOUNT        PIC S9(12)V99.
               10 ME-TRAILER-COUNT     PIC 9(08).
               10 ME-TRAILER-AMOUNT    PIC S9(12)V99.
               10 ME-ACK-COUNT         PIC 9(08).
               10 ME-ACK-AMOUNT        PIC S9(12)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 0800-REQUEST-RUN-CONTROL.
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 1000-INITIALIZE
                IF GQ-PERIOD-CLOSED
                    PERFORM 9100-REFUSE-CLOSED-MONTH
                ELSE
                    PERFORM 2000-FOOT-MONTH-SUMMARIES
                    PERFORM 3000-FOOT-TRAILER-HISTORY
                    PERFORM 4000-FOOT-ACK-HISTORY
                    PERFORM 5000-JUDGE-MONTH-BALANCE
                    PERFORM 6000-WRITE-MONTH-EXTRACT
                    PERFORM 9000-FINALIZE
                END-IF
                PERFORM 0850-RELEASE-RUN-CONTROL
            END-IF.
            GOBACK.
            MOVE ZERO TO ACK-MONTH-COUNT.
            MOVE ZERO TO ACK-MONTH-AMOUNT.
            MOVE "Y" TO BALANCE-SWITCH.
            MOVE ZERO TO ENTITY-COUNT.
            MOVE ZERO TO ENTITY-INDEX.
            MOVE ZERO TO ENTITY-SCAN.
            MOVE SPACES TO MATCH-ENTITY-CODE.

       1000-INITIALIZE.
            PERFORM 0900-RESET-WORKING-STORAGE.
            ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 1050-LOAD-PARAMETERS.
            PERFORM 1100-WRITE-REPORT-HEADER.
            PERFORM 1150-CHECK-PERIOD-STATUS.

       1050-LOAD-PARAMETERS.
            OPEN INPUT MONTH-PARAMETER-FILE.
                DELIMITED BY SIZE INTO MONTH-REPORT-LINE.
            WRITE MONTH-REPORT-LINE.

      ******************************************************************
      * Once finance closes a month its extract is final: a rerun, a
      * restarted stream or a GLMPARM left pointing at an old month
      * must not write a fresh GLMEXTR over it.  Only a reopen keyed
      * through glpmnt - and so on AUDITLOG - lets it run again, and
      * then the report says whose reopen it was.
      ******************************************************************
       1150-CHECK-PERIOD-STATUS.
            COMPUTE GQ-POSTING-DATE = SELECT-MONTH * 100 + 1.
            CALL "glperd" USING GL-PERIOD-REQUEST.
            IF NOT GQ-PERIOD-CLOSED AND GQ-LAST-REOPEN
                MOVE SPACES TO MONTH-REPORT-LINE
                STRING "MES REABIERTO POR " GQ-CHANGED-BY
                    " EL " GQ-CHANGED-DATE
                    DELIMITED BY SIZE INTO MONTH-REPORT-LINE
                WRITE MONTH-REPORT-LINE
            END-IF.

       2000-FOOT-MONTH-SUMMARIES.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT GL-SUMMARY-HISTORY-FILE.
                IF SUMMARY-COUNT < SUMMARY-LIMIT
                    ADD 1 TO SUMMARY-COUNT
                    MOVE SUMMARY-COUNT TO SUMMARY-INDEX
                    MOVE GS-ENTITY-CODE
                        TO MS-ENTITY-CODE (SUMMARY-INDEX)
                    MOVE GS-ACCOUNT TO MS-ACCOUNT (SUMMARY-INDEX)
                    MOVE GS-DEBIT-CREDIT TO MS-SIDE (SUMMARY-INDEX)
                    MOVE ZERO TO MS-COUNT (SUMMARY-INDEX)
                ELSE
                    ADD GS-AMOUNT TO DEBIT-TOTAL
                END-IF
                MOVE GS-ENTITY-CODE TO MATCH-ENTITY-CODE
                PERFORM 2300-FIND-ENTITY-ENTRY
                IF ENTITY-INDEX > ZERO
                    ADD GS-DETAIL-COUNT
                        TO ME-DETAIL-COUNT (ENTITY-INDEX)
                    IF GS-DEBIT-CREDIT = "C"
                        SUBTRACT GS-AMOUNT
                            FROM ME-NET-AMOUNT (ENTITY-INDEX)
                    ELSE
                        ADD GS-AMOUNT TO ME-NET-AMOUNT (ENTITY-INDEX)
                    END-IF
                END-IF
            END-IF.

       2210-MATCH-SUMMARY-ENTRY.
            ADD 1 TO SUMMARY-SCAN.
            IF MS-ENTITY-CODE (SUMMARY-SCAN) = GS-ENTITY-CODE
                AND MS-ACCOUNT (SUMMARY-SCAN) = GS-ACCOUNT
                AND MS-SIDE (SUMMARY-SCAN) = GS-DEBIT-CREDIT
                MOVE SUMMARY-SCAN TO SUMMARY-INDEX
            END-IF.

      ******************************************************************
      * Leaves ENTITY-INDEX on the entry for MATCH-ENTITY-CODE, adding
      * a zeroed entry the first time an entity turns up; a full table
      * holds the month, since an entity left out could not be tied.
      ******************************************************************
       2300-FIND-ENTITY-ENTRY.
            MOVE ZERO TO ENTITY-INDEX.
            MOVE ZERO TO ENTITY-SCAN.
            PERFORM 2310-MATCH-ENTITY-ENTRY
                UNTIL ENTITY-INDEX > ZERO
                    OR ENTITY-SCAN >= ENTITY-COUNT.
            IF ENTITY-INDEX = ZERO
                IF ENTITY-COUNT < ENTITY-LIMIT
                    ADD 1 TO ENTITY-COUNT
                    MOVE ENTITY-COUNT TO ENTITY-INDEX
                    MOVE MATCH-ENTITY-CODE
                        TO ME-ENTITY-CODE (ENTITY-INDEX)
                    MOVE ZERO TO ME-DETAIL-COUNT (ENTITY-INDEX)
                    MOVE ZERO TO ME-NET-AMOUNT (ENTITY-INDEX)
                    MOVE ZERO TO ME-TRAILER-COUNT (ENTITY-INDEX)
                    MOVE ZERO TO ME-TRAILER-AMOUNT (ENTITY-INDEX)
                    MOVE ZERO TO ME-ACK-COUNT (ENTITY-INDEX)
                    MOVE ZERO TO ME-ACK-AMOUNT (ENTITY-INDEX)
                ELSE
                    SET MONTH-OUT-OF-BALANCE TO TRUE
                    DISPLAY "TABLA DE ENTIDADES LLENA - ENTIDAD "
                        MATCH-ENTITY-CODE
                END-IF
            END-IF.

       2310-MATCH-ENTITY-ENTRY.
            ADD 1 TO ENTITY-SCAN.
            IF ME-ENTITY-CODE (ENTITY-SCAN) = MATCH-ENTITY-CODE
                MOVE ENTITY-SCAN TO ENTITY-INDEX
            END-IF.

       3000-FOOT-TRAILER-HISTORY.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT GL-TRAILER-HISTORY-FILE.
            IF ENTRY-MONTH = SELECT-MONTH
                ADD GT-BATCH-COUNT TO TRAILER-MONTH-COUNT
                ADD GT-BATCH-AMOUNT TO TRAILER-MONTH-AMOUNT
                MOVE GT-ENTITY-CODE TO MATCH-ENTITY-CODE
                PERFORM 2300-FIND-ENTITY-ENTRY
                IF ENTITY-INDEX > ZERO
                    ADD GT-BATCH-COUNT
                        TO ME-TRAILER-COUNT (ENTITY-INDEX)
                    ADD GT-BATCH-AMOUNT
                        TO ME-TRAILER-AMOUNT (ENTITY-INDEX)
                END-IF
            END-IF.
            PERFORM 8100-READ-TRAILER-HIST.

            IF ENTRY-MONTH = SELECT-MONTH
                ADD GK-ACK-COUNT TO ACK-MONTH-COUNT
                ADD GK-ACK-AMOUNT TO ACK-MONTH-AMOUNT
                MOVE GK-ENTITY-CODE TO MATCH-ENTITY-CODE
                PERFORM 2300-FIND-ENTITY-ENTRY
                IF ENTITY-INDEX > ZERO
                    ADD GK-ACK-COUNT TO ME-ACK-COUNT (ENTITY-INDEX)
                    ADD GK-ACK-AMOUNT TO ME-ACK-AMOUNT (ENTITY-INDEX)
                END-IF
            END-IF.
            PERFORM 8200-READ-ACK-HIST.

      * Two legs, both by count and amount: the summarized month must
      * equal the sum of the month's nightly batch trailers, and it
      * must equal what GL acknowledged.  The net is debits minus
      * credits, the same signed net each trailer carried.  Each
      * entity is then tied the same two ways on its own, so one
      * entity's difference cannot hide behind another's.  Any
      * difference prints here, before the extract is released.
      ******************************************************************
       5000-JUDGE-MONTH-BALANCE.
                    DELIMITED BY SIZE INTO MONTH-REPORT-LINE
                WRITE MONTH-REPORT-LINE
            END-IF.
            MOVE ZERO TO ENTITY-INDEX.
            PERFORM 5100-JUDGE-ENTITY-BALANCE
                UNTIL ENTITY-INDEX >= ENTITY-COUNT.

       5100-JUDGE-ENTITY-BALANCE.
            ADD 1 TO ENTITY-INDEX.
            MOVE SPACES TO MONTH-REPORT-LINE.
            IF ME-DETAIL-COUNT (ENTITY-INDEX) =
                    ME-TRAILER-COUNT (ENTITY-INDEX)
                AND ME-NET-AMOUNT (ENTITY-INDEX) =
                    ME-TRAILER-AMOUNT (ENTITY-INDEX)
                STRING "ENTIDAD " ME-ENTITY-CODE (ENTITY-INDEX)
                    " RESUMEN VS COLAS DIARIAS: EN BALANCE ("
                    ME-DETAIL-COUNT (ENTITY-INDEX) ")"
                    DELIMITED BY SIZE INTO MONTH-REPORT-LINE
                WRITE MONTH-REPORT-LINE
            ELSE
                SET MONTH-OUT-OF-BALANCE TO TRUE
                STRING "ENTIDAD " ME-ENTITY-CODE (ENTITY-INDEX)
                    " RESUMEN VS COLAS DIARIAS: FUERA DE BALANCE "
                    ME-DETAIL-COUNT (ENTITY-INDEX) " VS "
                    ME-TRAILER-COUNT (ENTITY-INDEX)
                    DELIMITED BY SIZE INTO MONTH-REPORT-LINE
                WRITE MONTH-REPORT-LINE
                MOVE ME-NET-AMOUNT (ENTITY-INDEX) TO EDIT-AMOUNT
                MOVE ME-TRAILER-AMOUNT (ENTITY-INDEX) TO EDIT-AMOUNT-2
                MOVE SPACES TO MONTH-REPORT-LINE
                STRING "ENTIDAD " ME-ENTITY-CODE (ENTITY-INDEX)
                    " IMPORTES " EDIT-AMOUNT
                    " VS " EDIT-AMOUNT-2
                    DELIMITED BY SIZE INTO MONTH-REPORT-LINE
                WRITE MONTH-REPORT-LINE
            END-IF.
            MOVE SPACES TO MONTH-REPORT-LINE.
            IF ME-DETAIL-COUNT (ENTITY-INDEX) =
                    ME-ACK-COUNT (ENTITY-INDEX)
                AND ME-NET-AMOUNT (ENTITY-INDEX) =
                    ME-ACK-AMOUNT (ENTITY-INDEX)
                STRING "ENTIDAD " ME-ENTITY-CODE (ENTITY-INDEX)
                    " RESUMEN VS ACUSES GL: EN BALANCE ("
                    ME-DETAIL-COUNT (ENTITY-INDEX) ")"
                    DELIMITED BY SIZE INTO MONTH-REPORT-LINE
                WRITE MONTH-REPORT-LINE
            ELSE
                SET MONTH-OUT-OF-BALANCE TO TRUE
                STRING "ENTIDAD " ME-ENTITY-CODE (ENTITY-INDEX)
                    " RESUMEN VS ACUSES GL: FUERA DE BALANCE "
                    ME-DETAIL-COUNT (ENTITY-INDEX) " VS "
                    ME-ACK-COUNT (ENTITY-INDEX)
                    DELIMITED BY SIZE INTO MONTH-REPORT-LINE
                WRITE MONTH-REPORT-LINE
                MOVE ME-NET-AMOUNT (ENTITY-INDEX) TO EDIT-AMOUNT
                MOVE ME-ACK-AMOUNT (ENTITY-INDEX) TO EDIT-AMOUNT-2
                MOVE SPACES TO MONTH-REPORT-LINE
                STRING "ENTIDAD " ME-ENTITY-CODE (ENTITY-INDEX)
                    " IMPORTES " EDIT-AMOUNT
                    " VS " EDIT-AMOUNT-2
                    DELIMITED BY SIZE INTO MONTH-REPORT-LINE
                WRITE MONTH-REPORT-LINE
            END-IF.

      ******************************************************************
      * The extract is written either way - one batch per entity, its
      * count and signed net by account and side closed by that
      * entity's own month trailer - but an out-of-balance month ends
      * fatal, so the stream stops and the file is held instead of
      * released to GL.
      ******************************************************************
       6000-WRITE-MONTH-EXTRACT.
            OPEN OUTPUT MONTH-EXTRACT-FILE.
            MOVE ZERO TO ENTITY-INDEX.
            PERFORM 6050-WRITE-ENTITY-BATCH
                UNTIL ENTITY-INDEX >= ENTITY-COUNT.
            CLOSE MONTH-EXTRACT-FILE.

       6050-WRITE-ENTITY-BATCH.
            ADD 1 TO ENTITY-INDEX.
            MOVE SPACES TO MONTH-REPORT-LINE.
            STRING "ENTIDAD " ME-ENTITY-CODE (ENTITY-INDEX)
                DELIMITED BY SIZE INTO MONTH-REPORT-LINE.
            WRITE MONTH-REPORT-LINE.
            MOVE ZERO TO SUMMARY-INDEX.
            PERFORM 6100-WRITE-EXTRACT-DETAIL
                UNTIL SUMMARY-INDEX >= SUMMARY-COUNT.
            MOVE SELECT-MONTH TO GM-TRL-MONTH.
            MOVE ME-DETAIL-COUNT (ENTITY-INDEX) TO GM-TRL-COUNT.
            MOVE ME-NET-AMOUNT (ENTITY-INDEX) TO GM-TRL-NET-AMOUNT.
            MOVE ME-ENTITY-CODE (ENTITY-INDEX) TO GM-TRL-ENTITY-CODE.
            MOVE GL-MONTH-TRAILER-RECORD TO MONTH-EXTRACT-LINE.
            WRITE MONTH-EXTRACT-LINE.

       6100-WRITE-EXTRACT-DETAIL.
            ADD 1 TO SUMMARY-INDEX.
            IF MS-ENTITY-CODE (SUMMARY-INDEX) =
                    ME-ENTITY-CODE (ENTITY-INDEX)
                PERFORM 6150-WRITE-ENTITY-DETAIL
            END-IF.

       6150-WRITE-ENTITY-DETAIL.
            MOVE SELECT-MONTH TO GM-MONTH.
            MOVE MS-ENTITY-CODE (SUMMARY-INDEX) TO GM-ENTITY-CODE.
            MOVE MS-ACCOUNT (SUMMARY-INDEX) TO GM-ACCOUNT.
            MOVE MS-SIDE (SUMMARY-INDEX) TO GM-DEBIT-CREDIT.
            MOVE MS-COUNT (SUMMARY-INDEX) TO GM-COUNT.
                DISPLAY "CIERRE MENSUAL: FUERA DE BALANCE"
            END-IF.

       9100-REFUSE-CLOSED-MONTH.
            MOVE SPACES TO MONTH-REPORT-LINE.
            STRING "MES CONTABLE CERRADO POR " GQ-CHANGED-BY
                " EL " GQ-CHANGED-DATE
                DELIMITED BY SIZE INTO MONTH-REPORT-LINE.
            WRITE MONTH-REPORT-LINE.
            MOVE SPACES TO MONTH-REPORT-LINE.
            STRING "RESULTADO: MES CERRADO - "
                "REQUIERE REAPERTURA REGISTRADA"
                DELIMITED BY SIZE INTO MONTH-REPORT-LINE.
            WRITE MONTH-REPORT-LINE.
            PERFORM 1300-WRITE-REPORT-TRAILER.
            CLOSE MONTH-REPORT-FILE.
            SET OQ-SEV-ERROR TO TRUE.
            MOVE SPACES TO OQ-MESSAGE-TEXT.
            STRING "MES " SELECT-MONTH
                " CERRADO - EXTRACTO NO REGENERADO"
                DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT.
            PERFORM 8800-WRITE-OPS-LOG.
            MOVE 8 TO RETURN-CODE.
            DISPLAY "CIERRE MENSUAL: MES CERRADO - NO SE EXTRAE".

      ******************************************************************
      * One severity-coded entry on the shared operations log, through
      * the opslog service - the caller leaves the severity and the
      * message set.
      ******************************************************************
       8800-WRITE-OPS-LOG.
            MOVE "glmonth" TO OQ-PROGRAM-NAME.
            CALL "opslog" USING OPS-LOG-REQUEST.

       1300-WRITE-REPORT-TRAILER.
            MOVE RECORDS-READ-COUNT TO RT-RECORDS-READ.
            MOVE ZERO TO RT-RECORDS-REJECTED.
