      ******************************************************************
      * Author:    Fabio Cicerelli
      * Date:      15/OCT/2026
      * Purpose:   GL period close/reopen transaction - the only way
      *            a posting month gets closed or reopened on
      *            GLPERIOD.  Reached from menu.cbl as a supervisor-
      *            only option and passed the signed-on name.  A
      *            supervisor closes an open month once finance has
      *            signed it off, reopens a closed one when a late
      *            correction has to go into it, or lists the months
      *            on file.  Every close and reopen is confirmed at
      *            the terminal, stamped on the period record with
      *            who and when, and written to AUDITLOG at once, so
      *            the glperd routing, the division batch and the
      *            month-end extract only ever see a period change
      *            that is on the audit trail.  The session registers
      *            on the shared RUNCTL file so a period never changes
      *            status under a running batch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glpmnt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GP-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-PERIOD-FILE.
       COPY GLPERD.
       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.
       WORKING-STORAGE SECTION.
       COPY RUNCTLQ.
       77 GP-FILE-STATUS PIC X(02) VALUE SPACES.
       77 AL-FILE-STATUS PIC X(02) VALUE SPACES.
       77 TRANS-CODE PIC X(01) VALUE SPACES.
           88 EXIT-REQUESTED VALUE "X" "x".
       77 EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       77 PERIOD-COUNT PIC 9(03) COMP VALUE ZERO.
       77 PERIOD-INDEX PIC 9(03) COMP VALUE ZERO.
       77 PERIOD-LIMIT PIC 9(03) COMP VALUE 240.
       77 FOUND-SWITCH PIC X(01) VALUE "N".
           88 PERIOD-FOUND VALUE "Y".
       77 CONFIRM-CODE PIC X(01) VALUE SPACE.
           88 CHANGE-CONFIRMED VALUE "S" "s".
       77 PRIOR-STATUS PIC X(01) VALUE SPACE.
       77 CHANGE-DATE PIC 9(08) VALUE ZERO.
       77 KEY-PERIOD-X PIC X(06) VALUE SPACES.
       77 PERIOD-VALID-SWITCH PIC X(01) VALUE "N".
           88 PERIOD-IS-VALID VALUE "Y".
       01 WORK-PERIOD-AREA.
           05 WORK-YEAR                PIC 9(04).
           05 WORK-MONTH               PIC 9(02).
       01 WORK-PERIOD REDEFINES WORK-PERIOD-AREA PIC 9(06).
       01 PERIOD-TABLE.
           05 PERIOD-ENTRY OCCURS 240 TIMES.
               10 PT-PERIOD            PIC 9(06).
               10 PT-STATUS            PIC X(01).
               10 PT-CHANGED-BY        PIC A(20).
               10 PT-CHANGED-DATE      PIC 9(08).
               10 PT-LAST-ACTION       PIC X(01).
       LINKAGE SECTION.
       01  SIGNON-USER-NAME PIC A(20).
       PROCEDURE DIVISION USING SIGNON-USER-NAME.
       MAIN-PROCEDURE.
            PERFORM 0800-REQUEST-RUN-CONTROL.
            IF RQ-REPLY-CONFLICT
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 1000-INITIALIZE
                PERFORM 2000-PROCESS-TRANSACTION UNTIL EXIT-REQUESTED
                PERFORM 0850-RELEASE-RUN-CONTROL
            END-IF.
            GOBACK.

      ******************************************************************
      * The division batch, glrecon and glmonth all date their GL
      * postings against GLPERIOD - this session is refused while any
      * batch job is RUNNING, and while it is registered they refuse
      * to start, so no run straddles a close.
      ******************************************************************
       0800-REQUEST-RUN-CONTROL.
            SET RQ-ACTION-START TO TRUE.
            MOVE "glpmnt" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.
            IF RQ-REPLY-CONFLICT
                DISPLAY "TRABAJO EN EJECUCION: " RQ-CONFLICT-JOB
                    " - CIERRE DE PERIODOS NO DISPONIBLE"
            END-IF.

       0850-RELEASE-RUN-CONTROL.
            SET RQ-ACTION-END TO TRUE.
            MOVE "glpmnt" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.

       1000-INITIALIZE.
            MOVE SPACES TO TRANS-CODE.
            MOVE ZERO TO PERIOD-COUNT.
            MOVE "N" TO EOF-SWITCH.
            PERFORM 1100-LOAD-PERIOD-TABLE.

       1100-LOAD-PERIOD-TABLE.
            OPEN INPUT GL-PERIOD-FILE.
            IF GP-FILE-STATUS = "35"
                SET END-OF-FILE TO TRUE
            ELSE
                PERFORM 1200-READ-PERIOD-RECORD
                PERFORM 1300-STORE-PERIOD-RECORD UNTIL END-OF-FILE
                CLOSE GL-PERIOD-FILE
            END-IF.

       1200-READ-PERIOD-RECORD.
            READ GL-PERIOD-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       1300-STORE-PERIOD-RECORD.
            IF PERIOD-COUNT < PERIOD-LIMIT
                ADD 1 TO PERIOD-COUNT
                MOVE GP-PERIOD TO PT-PERIOD (PERIOD-COUNT)
                MOVE GP-STATUS TO PT-STATUS (PERIOD-COUNT)
                MOVE GP-CHANGED-BY TO PT-CHANGED-BY (PERIOD-COUNT)
                MOVE GP-CHANGED-DATE TO PT-CHANGED-DATE (PERIOD-COUNT)
                MOVE GP-LAST-ACTION TO PT-LAST-ACTION (PERIOD-COUNT)
            ELSE
                DISPLAY "TABLA DE PERIODOS LLENA - REGISTRO OMITIDO"
            END-IF.
            PERFORM 1200-READ-PERIOD-RECORD.

       2000-PROCESS-TRANSACTION.
            DISPLAY " ".
            DISPLAY "CIERRE Y REAPERTURA DE PERIODOS GL".
            DISPLAY "C-CERRAR  R-REABRIR  L-LISTAR  X-SALIR".
            DISPLAY "Opcion: " WITH NO ADVANCING.
            ACCEPT TRANS-CODE.
            EVALUATE TRANS-CODE
                WHEN "C" WHEN "c"
                    PERFORM 3000-CLOSE-PERIOD
                WHEN "R" WHEN "r"
                    PERFORM 4000-REOPEN-PERIOD
                WHEN "L" WHEN "l"
                    PERFORM 6000-LIST-PERIODS
                WHEN "X" WHEN "x"
                    CONTINUE
                WHEN OTHER
                    DISPLAY "OPCION NO VALIDA"
            END-EVALUATE.

      ******************************************************************
      * A period is keyed as YYYYMM; anything that is not six digits
      * with a month of 01 through 12 is refused before the table is
      * searched, so a typo can never close a month that is not one.
      ******************************************************************
       2100-ACCEPT-PERIOD.
            MOVE "N" TO PERIOD-VALID-SWITCH.
            DISPLAY "Periodo (AAAAMM): " WITH NO ADVANCING.
            ACCEPT KEY-PERIOD-X.
            IF KEY-PERIOD-X IS NUMERIC
                MOVE KEY-PERIOD-X TO WORK-PERIOD-AREA
                IF WORK-MONTH >= 1 AND WORK-MONTH <= 12
                    AND WORK-YEAR > ZERO
                    SET PERIOD-IS-VALID TO TRUE
                END-IF
            END-IF.
            IF PERIOD-IS-VALID
                PERFORM 2200-FIND-PERIOD
            ELSE
                DISPLAY "PERIODO NO VALIDO"
            END-IF.

       2200-FIND-PERIOD.
            MOVE "N" TO FOUND-SWITCH.
            MOVE ZERO TO PERIOD-INDEX.
            PERFORM 2300-CHECK-PERIOD-ENTRY
                UNTIL PERIOD-FOUND OR PERIOD-INDEX >= PERIOD-COUNT.

       2300-CHECK-PERIOD-ENTRY.
            ADD 1 TO PERIOD-INDEX.
            IF PT-PERIOD (PERIOD-INDEX) = WORK-PERIOD
                SET PERIOD-FOUND TO TRUE
            END-IF.

       2400-ACCEPT-CONFIRMATION.
            DISPLAY "Confirma (S/N): " WITH NO ADVANCING.
            ACCEPT CONFIRM-CODE.

      ******************************************************************
      * A month with no record is open, so closing it adds its entry;
      * closing one already closed is refused rather than re-stamped,
      * so the record keeps the name of whoever actually closed it.
      ******************************************************************
       3000-CLOSE-PERIOD.
            PERFORM 2100-ACCEPT-PERIOD.
            IF PERIOD-IS-VALID
                EVALUATE TRUE
                    WHEN PERIOD-FOUND
                            AND PT-STATUS (PERIOD-INDEX) = "C"
                        DISPLAY "PERIODO YA CERRADO - SIN CAMBIOS"
                    WHEN NOT PERIOD-FOUND
                            AND PERIOD-COUNT >= PERIOD-LIMIT
                        DISPLAY "TABLA DE PERIODOS LLENA - NO SE CERRO"
                    WHEN OTHER
                        PERFORM 2400-ACCEPT-CONFIRMATION
                        IF CHANGE-CONFIRMED
                            PERFORM 3100-APPLY-CLOSE
                            DISPLAY "PERIODO " WORK-PERIOD " CERRADO"
                        ELSE
                            DISPLAY "CIERRE CANCELADO"
                        END-IF
                END-EVALUATE
            END-IF.

       3100-APPLY-CLOSE.
            IF PERIOD-FOUND
                MOVE PT-STATUS (PERIOD-INDEX) TO PRIOR-STATUS
            ELSE
                MOVE SPACE TO PRIOR-STATUS
                ADD 1 TO PERIOD-COUNT
                MOVE PERIOD-COUNT TO PERIOD-INDEX
                MOVE WORK-PERIOD TO PT-PERIOD (PERIOD-INDEX)
            END-IF.
            MOVE "C" TO PT-STATUS (PERIOD-INDEX).
            MOVE "C" TO PT-LAST-ACTION (PERIOD-INDEX).
            PERFORM 5000-RECORD-PERIOD-CHANGE.

       4000-REOPEN-PERIOD.
            PERFORM 2100-ACCEPT-PERIOD.
            IF PERIOD-IS-VALID
                IF PERIOD-FOUND AND PT-STATUS (PERIOD-INDEX) = "C"
                    DISPLAY "CERRADO POR " PT-CHANGED-BY (PERIOD-INDEX)
                        " EL " PT-CHANGED-DATE (PERIOD-INDEX)
                    PERFORM 2400-ACCEPT-CONFIRMATION
                    IF CHANGE-CONFIRMED
                        MOVE PT-STATUS (PERIOD-INDEX) TO PRIOR-STATUS
                        MOVE "O" TO PT-STATUS (PERIOD-INDEX)
                        MOVE "R" TO PT-LAST-ACTION (PERIOD-INDEX)
                        PERFORM 5000-RECORD-PERIOD-CHANGE
                        DISPLAY "PERIODO " WORK-PERIOD " REABIERTO"
                    ELSE
                        DISPLAY "REAPERTURA CANCELADA"
                    END-IF
                ELSE
                    DISPLAY "PERIODO NO ESTA CERRADO - SIN CAMBIOS"
                END-IF
            END-IF.

      ******************************************************************
      * A period change is made good on GLPERIOD and AUDITLOG before
      * the next transaction is offered, not at session end - the
      * change and its audit record must never be apart, even if the
      * session is abandoned.
      ******************************************************************
       5000-RECORD-PERIOD-CHANGE.
            ACCEPT CHANGE-DATE FROM DATE YYYYMMDD.
            MOVE SIGNON-USER-NAME TO PT-CHANGED-BY (PERIOD-INDEX).
            MOVE CHANGE-DATE TO PT-CHANGED-DATE (PERIOD-INDEX).
            PERFORM 5100-REWRITE-PERIOD-FILE.
            PERFORM 5200-WRITE-AUDIT-RECORD.

       5100-REWRITE-PERIOD-FILE.
            OPEN OUTPUT GL-PERIOD-FILE.
            MOVE ZERO TO PERIOD-INDEX.
            PERFORM 5110-WRITE-PERIOD-RECORD
                UNTIL PERIOD-INDEX >= PERIOD-COUNT.
            CLOSE GL-PERIOD-FILE.

       5110-WRITE-PERIOD-RECORD.
            ADD 1 TO PERIOD-INDEX.
            MOVE PT-PERIOD (PERIOD-INDEX) TO GP-PERIOD.
            MOVE PT-STATUS (PERIOD-INDEX) TO GP-STATUS.
            MOVE PT-CHANGED-BY (PERIOD-INDEX) TO GP-CHANGED-BY.
            MOVE PT-CHANGED-DATE (PERIOD-INDEX) TO GP-CHANGED-DATE.
            MOVE PT-LAST-ACTION (PERIOD-INDEX) TO GP-LAST-ACTION.
            WRITE GL-PERIOD-RECORD.

      ******************************************************************
      * One PERIOD-CONTROL-RECORD per close or reopen, under the name
      * the supervisor signed on with, carrying the status the period
      * had before the change (blank for a month never on file).
      ******************************************************************
       5200-WRITE-AUDIT-RECORD.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF AL-FILE-STATUS = "35"
                OPEN OUTPUT AUDIT-LOG-FILE
            END-IF.
            SET PC-TYPE-PERIOD-CONTROL TO TRUE.
            MOVE SIGNON-USER-NAME TO PC-USER-NAME.
            MOVE CHANGE-DATE TO PC-DATE.
            ACCEPT PC-TIME FROM TIME.
            MOVE WORK-PERIOD TO PC-PERIOD.
            MOVE PRIOR-STATUS TO PC-PRIOR-STATUS.
            IF PRIOR-STATUS = "C"
                SET PC-ACTION-REOPEN TO TRUE
            ELSE
                SET PC-ACTION-CLOSE TO TRUE
            END-IF.
            WRITE PERIOD-CONTROL-RECORD.
            CLOSE AUDIT-LOG-FILE.

       6000-LIST-PERIODS.
            IF PERIOD-COUNT = ZERO
                DISPLAY "NO HAY PERIODOS CERRADOS - TODOS ABIERTOS"
            ELSE
                MOVE ZERO TO PERIOD-INDEX
                PERFORM 6100-LIST-PERIOD-ENTRY
                    UNTIL PERIOD-INDEX >= PERIOD-COUNT
            END-IF.

       6100-LIST-PERIOD-ENTRY.
            ADD 1 TO PERIOD-INDEX.
            DISPLAY PT-PERIOD (PERIOD-INDEX) " "
                PT-STATUS (PERIOD-INDEX) " "
                PT-LAST-ACTION (PERIOD-INDEX) " "
                PT-CHANGED-BY (PERIOD-INDEX) " "
                PT-CHANGED-DATE (PERIOD-INDEX).
       END PROGRAM glpmnt.
