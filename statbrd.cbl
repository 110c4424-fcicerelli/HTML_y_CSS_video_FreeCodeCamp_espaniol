      ******************************************************************
      * Author:    Fabio Cicerelli
      * Date:      15/OCT/2026
      * Purpose:   Morning status board shown by menu.cbl right after
      *            sign-on - one screen answering "was the night
      *            healthy" that used to take opsrpt, runinq, apprrpt
      *            and a look at BALRPT: the last night-stream outcome
      *            (STEPLOG, NIGHTDT and STEPHIST), the fatal and
      *            error OPSLOG entries since that stream, the
      *            balancing job's EN BALANCE / FUERA DE BALANCE
      *            verdict, and any job still RUNNING on RUNCTL.  A
      *            supervisor also gets the PENDING corrections
      *            waiting on CALCMSTR and the rejects sitting on
      *            DIVRCY, set off from the rest since they are the
      *            supervisor's own queue; an operator's board leaves
      *            those two lines out.  Read-only throughout.
      * Tectonics: cobc
      * Modification History:
      *   15/OCT/2026 - A business date may now run more than one
      *                 stream cycle: the last clean stream is shown
      *                 with the cycle NIGHTDT records, its warnings
      *                 counted from that cycle's STEPHIST entries
      *                 only, and the balancing verdict with the cycle
      *                 on the BALRPT header.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. statbrd.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.
           SELECT LAST-RUN-FILE ASSIGN TO "NIGHTDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LR-FILE-STATUS.
           SELECT STEP-HISTORY-FILE ASSIGN TO "STEPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SH-FILE-STATUS.
           SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OL-FILE-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BR-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.
           SELECT CALC-MASTER-FILE ASSIGN TO "CALCMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-REQUEST-ID
               FILE STATUS IS CM-FILE-STATUS.
           SELECT DIV-RECYCLE-FILE ASSIGN TO "DIVRCY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-LOG-FILE.
       COPY STEPLOG.
       FD  LAST-RUN-FILE.
       01  LAST-RUN-RECORD.
           05  LR-LAST-RUN-DATE        PIC 9(08).
           05  LR-LAST-CYCLE           PIC 9(02).
       FD  STEP-HISTORY-FILE.
       COPY STEPHIST.
       FD  OPS-LOG-FILE.
       COPY OPSLOG.
       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-LINE         PIC X(80).
       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.
       FD  CALC-MASTER-FILE.
       COPY CALCMST.
       FD  DIV-RECYCLE-FILE.
       COPY DIVRCY.
       WORKING-STORAGE SECTION.
       77 SL-FILE-STATUS PIC X(02) VALUE SPACES.
       77 LR-FILE-STATUS PIC X(02) VALUE SPACES.
       77 SH-FILE-STATUS PIC X(02) VALUE SPACES.
       77 OL-FILE-STATUS PIC X(02) VALUE SPACES.
       77 BR-FILE-STATUS PIC X(02) VALUE SPACES.
       77 RC-FILE-STATUS PIC X(02) VALUE SPACES.
       77 CM-FILE-STATUS PIC X(02) VALUE SPACES.
       77 RY-FILE-STATUS PIC X(02) VALUE SPACES.
       77 EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       77 LAST-CLEAN-DATE PIC 9(08) VALUE ZERO.
       77 LAST-CLEAN-CYCLE PIC 9(02) VALUE ZERO.
       77 HISTORY-CYCLE PIC 9(02) VALUE ZERO.
       77 BALANCE-CYCLE PIC X(02) VALUE SPACES.
       77 STEPLOG-COUNT PIC 9(04) VALUE ZERO.
       77 FATAL-STEP-SWITCH PIC X(01) VALUE "N".
           88 FATAL-STEP-FOUND VALUE "Y".
       77 FATAL-STEP-NUMBER PIC 9(02) VALUE ZERO.
       77 FATAL-PROGRAM-NAME PIC X(12) VALUE SPACES.
       77 FATAL-RETURN-CODE PIC 9(04) VALUE ZERO.
       77 LAST-STEP-NUMBER PIC 9(02) VALUE ZERO.
       77 LAST-PROGRAM-NAME PIC X(12) VALUE SPACES.
       77 STREAM-WARNING-COUNT PIC 9(04) VALUE ZERO.
       77 OPS-FATAL-COUNT PIC 9(04) VALUE ZERO.
       77 OPS-ERROR-COUNT PIC 9(04) VALUE ZERO.
       77 BALANCE-VERDICT PIC X(30) VALUE SPACES.
       77 BALANCE-RUN-DATE PIC X(10) VALUE SPACES.
       77 RUNNING-COUNT PIC 9(04) VALUE ZERO.
       77 PENDING-COUNT PIC 9(06) VALUE ZERO.
       77 RECYCLE-COUNT PIC 9(06) VALUE ZERO.
      ******************************************************************
      * Overlays for BALRPT: the RPTHDTR header line (for the date
      * the balancing report was run, so a stale report is not taken
      * for last night's) and the RESULTADO verdict line balance.cbl
      * writes - the way rptarch.cbl scans report headers.
      ******************************************************************
       01 HEADER-SCAN-LINE.
           05 HS-TITLE                 PIC X(40).
           05 HS-DATE-LABEL            PIC X(05).
           05 HS-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(11).
           05 HS-CYCLE-LABEL           PIC X(06).
           05 HS-CYCLE-NUMBER          PIC X(02).
           05 FILLER                   PIC X(06).
       01 VERDICT-SCAN-LINE.
           05 VS-LABEL                 PIC X(11).
           05 VS-VERDICT               PIC X(30).
           05 FILLER                   PIC X(39).
       LINKAGE SECTION.
       01  SIGNON-USER-ROLE PIC X(01).
           88  USER-IS-SUPERVISOR VALUE "S".
       PROCEDURE DIVISION USING SIGNON-USER-ROLE.
       MAIN-PROCEDURE.
            PERFORM 0900-RESET-WORKING-STORAGE.
            DISPLAY " ".
            DISPLAY "========== ESTADO DE LA NOCHE ===========".
            PERFORM 1000-SHOW-STREAM-OUTCOME.
            PERFORM 2000-SHOW-OPSLOG-COUNTS.
            PERFORM 3000-SHOW-BALANCE-VERDICT.
            IF USER-IS-SUPERVISOR
                PERFORM 4000-SHOW-SUPERVISOR-QUEUES
            END-IF.
            PERFORM 5000-SHOW-RUNNING-JOBS.
            DISPLAY "========================================".
            GOBACK.

      ******************************************************************
      * This program is CALLed from a driver and returns via GOBACK,
      * so it may run more than once in the same run unit. VALUE
      * clauses only take effect the first time the program is
      * loaded, not on every CALL, so every mutable item is reset
      * here explicitly instead of being left to its VALUE clause.
      ******************************************************************
       0900-RESET-WORKING-STORAGE.
            MOVE SPACES TO SL-FILE-STATUS.
            MOVE SPACES TO LR-FILE-STATUS.
            MOVE SPACES TO SH-FILE-STATUS.
            MOVE SPACES TO OL-FILE-STATUS.
            MOVE SPACES TO BR-FILE-STATUS.
            MOVE SPACES TO RC-FILE-STATUS.
            MOVE SPACES TO CM-FILE-STATUS.
            MOVE SPACES TO RY-FILE-STATUS.
            MOVE "N" TO EOF-SWITCH.
            MOVE ZERO TO LAST-CLEAN-DATE.
            MOVE ZERO TO LAST-CLEAN-CYCLE.
            MOVE ZERO TO HISTORY-CYCLE.
            MOVE SPACES TO BALANCE-CYCLE.
            MOVE ZERO TO STEPLOG-COUNT.
            MOVE "N" TO FATAL-STEP-SWITCH.
            MOVE ZERO TO FATAL-STEP-NUMBER.
            MOVE SPACES TO FATAL-PROGRAM-NAME.
            MOVE ZERO TO FATAL-RETURN-CODE.
            MOVE ZERO TO LAST-STEP-NUMBER.
            MOVE SPACES TO LAST-PROGRAM-NAME.
            MOVE ZERO TO STREAM-WARNING-COUNT.
            MOVE ZERO TO OPS-FATAL-COUNT.
            MOVE ZERO TO OPS-ERROR-COUNT.
            MOVE SPACES TO BALANCE-VERDICT.
            MOVE SPACES TO BALANCE-RUN-DATE.
            MOVE ZERO TO RUNNING-COUNT.
            MOVE ZERO TO PENDING-COUNT.
            MOVE ZERO TO RECYCLE-COUNT.

      ******************************************************************
      * nightrun.cbl clears STEPLOG only on a clean finish and stamps
      * NIGHTDT at the same moment, so: entries on STEPLOG mean the
      * last stream did not finish - stopped at a fatal step, or cut
      * off mid-step - and an empty log means the NIGHTDT date ran
      * clean, with its warnings (if any) preserved on STEPHIST.
      ******************************************************************
       1000-SHOW-STREAM-OUTCOME.
            PERFORM 1100-LOAD-LAST-CLEAN-DATE.
            PERFORM 1200-SCAN-STEP-LOG.
            EVALUATE TRUE
                WHEN FATAL-STEP-FOUND
                    DISPLAY "CADENA NOCTURNA: DETENIDA EN PASO "
                        FATAL-STEP-NUMBER " " FATAL-PROGRAM-NAME
                        " RC=" FATAL-RETURN-CODE
                WHEN STEPLOG-COUNT > ZERO
                    DISPLAY "CADENA NOCTURNA: INCOMPLETA - ULTIMO "
                        "PASO REGISTRADO " LAST-STEP-NUMBER " "
                        LAST-PROGRAM-NAME
                WHEN LAST-CLEAN-DATE = ZERO
                    DISPLAY "CADENA NOCTURNA: SIN CORRIDA REGISTRADA"
                WHEN OTHER
                    PERFORM 1300-COUNT-STREAM-WARNINGS
                    IF STREAM-WARNING-COUNT > ZERO
                        DISPLAY "CADENA NOCTURNA: COMPLETA "
                            LAST-CLEAN-DATE " CICLO " LAST-CLEAN-CYCLE
                            " CON " STREAM-WARNING-COUNT
                            " PASOS CON ADVERTENCIA"
                    ELSE
                        DISPLAY "CADENA NOCTURNA: COMPLETA "
                            LAST-CLEAN-DATE " CICLO " LAST-CLEAN-CYCLE
                            " SIN NOVEDAD"
                    END-IF
            END-EVALUATE.
            IF STEPLOG-COUNT > ZERO AND LAST-CLEAN-DATE > ZERO
                DISPLAY "  ULTIMA CADENA COMPLETA: " LAST-CLEAN-DATE
            END-IF.

       1100-LOAD-LAST-CLEAN-DATE.
            OPEN INPUT LAST-RUN-FILE.
            IF LR-FILE-STATUS = "00"
                READ LAST-RUN-FILE
                    NOT AT END
                        IF LR-LAST-RUN-DATE IS NUMERIC
                            MOVE LR-LAST-RUN-DATE TO LAST-CLEAN-DATE
                            MOVE 1 TO LAST-CLEAN-CYCLE
                        END-IF
                        IF LR-LAST-CYCLE IS NUMERIC
                            AND LR-LAST-CYCLE > ZERO
                            MOVE LR-LAST-CYCLE TO LAST-CLEAN-CYCLE
                        END-IF
                END-READ
                CLOSE LAST-RUN-FILE
            END-IF.

       1200-SCAN-STEP-LOG.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT STEP-LOG-FILE.
            IF SL-FILE-STATUS = "00"
                PERFORM 1210-READ-STEP-LOG
                PERFORM 1220-NOTE-STEP-LOG-ENTRY UNTIL END-OF-FILE
                CLOSE STEP-LOG-FILE
            END-IF.

       1210-READ-STEP-LOG.
            READ STEP-LOG-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       1220-NOTE-STEP-LOG-ENTRY.
            ADD 1 TO STEPLOG-COUNT.
            MOVE SL-STEP-NUMBER TO LAST-STEP-NUMBER.
            MOVE SL-PROGRAM-NAME TO LAST-PROGRAM-NAME.
            IF SL-OUTCOME-FATAL
                SET FATAL-STEP-FOUND TO TRUE
                MOVE SL-STEP-NUMBER TO FATAL-STEP-NUMBER
                MOVE SL-PROGRAM-NAME TO FATAL-PROGRAM-NAME
                MOVE SL-RETURN-CODE TO FATAL-RETURN-CODE
            END-IF.
            PERFORM 1210-READ-STEP-LOG.

       1300-COUNT-STREAM-WARNINGS.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT STEP-HISTORY-FILE.
            IF SH-FILE-STATUS = "00"
                PERFORM 1310-READ-STEP-HISTORY
                PERFORM 1320-NOTE-HISTORY-STEP UNTIL END-OF-FILE
                CLOSE STEP-HISTORY-FILE
            END-IF.

       1310-READ-STEP-HISTORY.
            READ STEP-HISTORY-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

      ******************************************************************
      * A STEPHIST entry written before the cycle was recorded belongs
      * to its date's first cycle.
      ******************************************************************
       1320-NOTE-HISTORY-STEP.
            IF SH-STREAM-CYCLE IS NUMERIC AND SH-STREAM-CYCLE > ZERO
                MOVE SH-STREAM-CYCLE TO HISTORY-CYCLE
            ELSE
                MOVE 1 TO HISTORY-CYCLE
            END-IF.
            IF SH-STREAM-DATE = LAST-CLEAN-DATE
                AND HISTORY-CYCLE = LAST-CLEAN-CYCLE
                IF SH-OUTCOME = "W"
                    ADD 1 TO STREAM-WARNING-COUNT
                END-IF
            END-IF.
            PERFORM 1310-READ-STEP-HISTORY.

      ******************************************************************
      * The same window opsrpt.cbl's morning report uses: entries
      * dated on or after the last completed stream's business date
      * (the whole log when NIGHTDT has never been stamped).
      ******************************************************************
       2000-SHOW-OPSLOG-COUNTS.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT OPS-LOG-FILE.
            IF OL-FILE-STATUS = "00"
                PERFORM 2100-READ-OPS-LOG
                PERFORM 2200-COUNT-OPS-ENTRY UNTIL END-OF-FILE
                CLOSE OPS-LOG-FILE
            END-IF.
            DISPLAY "OPSLOG DESDE LA ULTIMA CADENA: FATALES "
                OPS-FATAL-COUNT " ERRORES " OPS-ERROR-COUNT.

       2100-READ-OPS-LOG.
            READ OPS-LOG-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       2200-COUNT-OPS-ENTRY.
            IF OL-DATE >= LAST-CLEAN-DATE
                IF OL-SEV-FATAL
                    ADD 1 TO OPS-FATAL-COUNT
                END-IF
                IF OL-SEV-ERROR
                    ADD 1 TO OPS-ERROR-COUNT
                END-IF
            END-IF.
            PERFORM 2100-READ-OPS-LOG.

      ******************************************************************
      * BALRPT is overwritten by every balance.cbl run, so the verdict
      * is shown with the report's own run date from its header.
      ******************************************************************
       3000-SHOW-BALANCE-VERDICT.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT BALANCE-REPORT-FILE.
            IF BR-FILE-STATUS = "00"
                PERFORM 3100-READ-BALANCE-REPORT
                IF NOT END-OF-FILE
                    MOVE BALANCE-REPORT-LINE TO HEADER-SCAN-LINE
                    MOVE HS-RUN-DATE TO BALANCE-RUN-DATE
                    IF HS-CYCLE-LABEL = "CICLO "
                        MOVE HS-CYCLE-NUMBER TO BALANCE-CYCLE
                    END-IF
                END-IF
                PERFORM 3200-FIND-VERDICT-LINE UNTIL END-OF-FILE
                CLOSE BALANCE-REPORT-FILE
            END-IF.
            IF BALANCE-VERDICT = SPACES
                DISPLAY "BALANCEO: SIN REPORTE BALRPT"
            ELSE
                IF BALANCE-CYCLE = SPACES
                    DISPLAY "BALANCEO " BALANCE-RUN-DATE ": "
                        BALANCE-VERDICT
                ELSE
                    DISPLAY "BALANCEO " BALANCE-RUN-DATE
                        " CICLO " BALANCE-CYCLE ": " BALANCE-VERDICT
                END-IF
            END-IF.

       3100-READ-BALANCE-REPORT.
            READ BALANCE-REPORT-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       3200-FIND-VERDICT-LINE.
            MOVE BALANCE-REPORT-LINE TO VERDICT-SCAN-LINE.
            IF VS-LABEL = "RESULTADO: "
                MOVE VS-VERDICT TO BALANCE-VERDICT
            END-IF.
            PERFORM 3100-READ-BALANCE-REPORT.

      ******************************************************************
      * The supervisor's own queues - corrections awaiting approval
      * through calcappr and rejects awaiting correction on DIVRCY -
      * framed so they stand out from the rest of the board.
      ******************************************************************
       4000-SHOW-SUPERVISOR-QUEUES.
            PERFORM 4100-COUNT-PENDING-CORRECTIONS.
            PERFORM 4200-COUNT-RECYCLE-ITEMS.
            DISPLAY "****************************************".
            DISPLAY "** CORRECCIONES PENDIENTES DE APROBACION: "
                PENDING-COUNT.
            DISPLAY "** RECHAZOS EN ESPERA EN DIVRCY:          "
                RECYCLE-COUNT.
            DISPLAY "****************************************".

       4100-COUNT-PENDING-CORRECTIONS.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT CALC-MASTER-FILE.
            IF CM-FILE-STATUS = "00"
                PERFORM 4110-READ-CALC-MASTER
                PERFORM 4120-COUNT-PENDING-RECORD UNTIL END-OF-FILE
                CLOSE CALC-MASTER-FILE
            END-IF.

       4110-READ-CALC-MASTER.
            READ CALC-MASTER-FILE NEXT RECORD
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       4120-COUNT-PENDING-RECORD.
            IF CM-STATUS-PENDING
                ADD 1 TO PENDING-COUNT
            END-IF.
            PERFORM 4110-READ-CALC-MASTER.

       4200-COUNT-RECYCLE-ITEMS.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT DIV-RECYCLE-FILE.
            IF RY-FILE-STATUS = "00"
                PERFORM 4210-READ-RECYCLE
                PERFORM 4220-COUNT-RECYCLE-RECORD UNTIL END-OF-FILE
                CLOSE DIV-RECYCLE-FILE
            END-IF.

       4210-READ-RECYCLE.
            READ DIV-RECYCLE-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       4220-COUNT-RECYCLE-RECORD.
            ADD 1 TO RECYCLE-COUNT.
            PERFORM 4210-READ-RECYCLE.

       5000-SHOW-RUNNING-JOBS.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT RUN-CONTROL-FILE.
            IF RC-FILE-STATUS = "00"
                PERFORM 5100-READ-RUN-CONTROL
                PERFORM 5200-SHOW-RUNNING-ENTRY UNTIL END-OF-FILE
                CLOSE RUN-CONTROL-FILE
            END-IF.
            IF RUNNING-COUNT = ZERO
                DISPLAY "TRABAJOS EN EJECUCION: NINGUNO"
            END-IF.

       5100-READ-RUN-CONTROL.
            READ RUN-CONTROL-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       5200-SHOW-RUNNING-ENTRY.
            IF RC-STATUS-RUNNING
                ADD 1 TO RUNNING-COUNT
                DISPLAY "EN EJECUCION: " RC-JOB-NAME " DESDE "
                    RC-START-DATE " " RC-START-TIME
            END-IF.
            PERFORM 5100-READ-RUN-CONTROL.
       END PROGRAM statbrd.
