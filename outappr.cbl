      ******************************************************************
      * Author:    Fabio Cicerelli
      * Date:      15/OCT/2026
      * Purpose:   Supervisor release queue for the OUTHOLD outlier
      *            suspense file - steps through every detail the
      *            division batch held as out of its source's normal
      *            range (OH-STATUS-HELD), shows it beside the source
      *            average it was judged against, and lets a supervisor
      *            release it (R) to run on the next night's feed or
      *            kill it (K) for good.  The session user is verified
      *            as UM-ROLE-SUPERVISOR against USRMSTR before the
      *            queue opens, the same way calcappr guards its
      *            queue; every decision is stamped on the held record
      *            with the supervisor's name and date and logged to
      *            OPSLOG.  OUTHOLD is a small sequential file, so it
      *            is loaded into a table at start, decided in place,
      *            and rewritten whole at exit, the same way usrmnt
      *            keeps USRMSTR.  The session registers on the shared
      *            RUNCTL file so it never races the division batch or
      *            the outmrg merge on OUTHOLD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. outappr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTLIER-HOLD-FILE ASSIGN TO "OUTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OH-FILE-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUTLIER-HOLD-FILE.
       COPY OUTHOLD.
       FD  USER-MASTER-FILE.
       COPY USRMST.
       WORKING-STORAGE SECTION.
       COPY RUNCTLQ.
       COPY OPSLOGQ.
       77 OH-FILE-STATUS PIC X(02) VALUE SPACES.
       77 UM-FILE-STATUS PIC X(02) VALUE SPACES.
       77 APPROVER-NAME PIC A(20) VALUE SPACES.
       77 APPROVER-ROLE PIC X(01) VALUE SPACE.
           88 APPROVER-IS-SUPERVISOR VALUE "S".
       77 ROLE-EOF-SWITCH PIC X(01) VALUE "N".
           88 ROLE-SEARCH-DONE VALUE "Y".
       77 APPROVAL-RUN-DATE PIC 9(08) VALUE ZERO.
       77 EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       77 DECISION-CODE PIC X(01) VALUE SPACE.
           88 QUEUE-EXIT-REQUESTED VALUE "X" "x".
       77 RELEASED-COUNT PIC 9(06) VALUE ZERO.
       77 KILLED-COUNT PIC 9(06) VALUE ZERO.
       77 SKIPPED-COUNT PIC 9(06) VALUE ZERO.
       77 HOLD-COUNT PIC 9(04) COMP VALUE ZERO.
       77 HOLD-INDEX PIC 9(04) COMP VALUE ZERO.
       77 HOLD-LIMIT PIC 9(04) COMP VALUE 1000.
       77 EDIT-NUMERATOR PIC -Z(05)9 VALUE ZEROS.
       77 EDIT-DENOMINATOR PIC -Z(05)9 VALUE ZEROS.
       77 EDIT-AVERAGE PIC Z(05)9.99 VALUE ZEROS.
      ******************************************************************
      * The whole OUTHOLD file, one entry per record as it stands on
      * disk; decisions are made on the OUTLIER-HOLD-RECORD view and
      * moved back, and the table is written back over the file at
      * exit.
      ******************************************************************
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 1000 TIMES.
               10 HT-HOLD-RECORD       PIC X(74).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 0800-REQUEST-RUN-CONTROL.
            IF RQ-REPLY-CONFLICT
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 1000-INITIALIZE
                IF APPROVER-IS-SUPERVISOR
                    PERFORM 1100-LOAD-HOLD-TABLE
                    PERFORM 2000-PROCESS-QUEUE
                    PERFORM 9000-FINALIZE
                ELSE
                    DISPLAY "OPCION RESERVADA A SUPERVISORES"
                    MOVE 8 TO RETURN-CODE
                END-IF
                PERFORM 0850-RELEASE-RUN-CONTROL
            END-IF.
            GOBACK.

      ******************************************************************
      * The division batch appends to OUTHOLD and the outmrg merge
      * rewrites it - this session is refused while any batch job is
      * RUNNING, and while it is registered the batch jobs refuse to
      * start, so no decision is lost under a concurrent rewrite.
      ******************************************************************
       0800-REQUEST-RUN-CONTROL.
            SET RQ-ACTION-START TO TRUE.
            MOVE "outappr" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.
            IF RQ-REPLY-CONFLICT
                DISPLAY "TRABAJO EN EJECUCION: " RQ-CONFLICT-JOB
                    " - LIBERACION NO DISPONIBLE"
            END-IF.

       0850-RELEASE-RUN-CONTROL.
            SET RQ-ACTION-END TO TRUE.
            MOVE "outappr" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.

       1000-INITIALIZE.
            MOVE SPACE TO DECISION-CODE.
            MOVE "N" TO EOF-SWITCH.
            MOVE ZERO TO RELEASED-COUNT.
            MOVE ZERO TO KILLED-COUNT.
            MOVE ZERO TO SKIPPED-COUNT.
            MOVE ZERO TO HOLD-COUNT.
            MOVE ZERO TO HOLD-INDEX.
            ACCEPT APPROVAL-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY "Supervisor: " WITH NO ADVANCING.
            ACCEPT APPROVER-NAME.
            PERFORM 1500-LOOK-UP-APPROVER-ROLE.

      ******************************************************************
      * Releasing a held amount sends it to GL on the next run, so the
      * decision is only taken from a supervisor on USRMSTR - hiding
      * the menu line is not enough, the same rule calcappr applies.
      ******************************************************************
       1500-LOOK-UP-APPROVER-ROLE.
            MOVE SPACE TO APPROVER-ROLE.
            MOVE "N" TO ROLE-EOF-SWITCH.
            OPEN INPUT USER-MASTER-FILE.
            IF UM-FILE-STATUS = "00"
                PERFORM 1510-SEARCH-APPROVER UNTIL ROLE-SEARCH-DONE
                CLOSE USER-MASTER-FILE
            END-IF.

       1510-SEARCH-APPROVER.
            READ USER-MASTER-FILE
                AT END SET ROLE-SEARCH-DONE TO TRUE
                NOT AT END
                    IF UM-USER-NAME = APPROVER-NAME
                        AND UM-STATUS-ACTIVE
                        MOVE UM-ROLE TO APPROVER-ROLE
                        SET ROLE-SEARCH-DONE TO TRUE
                    END-IF
            END-READ.

       1100-LOAD-HOLD-TABLE.
            OPEN INPUT OUTLIER-HOLD-FILE.
            IF OH-FILE-STATUS = "35"
                SET END-OF-FILE TO TRUE
                DISPLAY "SIN ARCHIVO OUTHOLD - NADA QUE LIBERAR"
            ELSE
                PERFORM 1200-READ-HOLD-RECORD
                PERFORM 1300-STORE-HOLD-RECORD UNTIL END-OF-FILE
                CLOSE OUTLIER-HOLD-FILE
            END-IF.

       1200-READ-HOLD-RECORD.
            READ OUTLIER-HOLD-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

      ******************************************************************
      * A full table stops the load rather than dropping records - the
      * file is rewritten from the table at exit, so anything past the
      * limit would be lost.  The rewrite is skipped in that case.
      ******************************************************************
       1300-STORE-HOLD-RECORD.
            IF HOLD-COUNT < HOLD-LIMIT
                ADD 1 TO HOLD-COUNT
                MOVE OUTLIER-HOLD-RECORD TO HT-HOLD-RECORD (HOLD-COUNT)
                PERFORM 1200-READ-HOLD-RECORD
            ELSE
                DISPLAY "TABLA DE RETENIDOS LLENA - EJECUTE outmrg "
                    "ANTES DE CONTINUAR"
                SET END-OF-FILE TO TRUE
                MOVE ZERO TO HOLD-COUNT
            END-IF.

       2000-PROCESS-QUEUE.
            MOVE ZERO TO HOLD-INDEX.
            PERFORM 2100-REVIEW-NEXT-RECORD
                UNTIL HOLD-INDEX >= HOLD-COUNT
                    OR QUEUE-EXIT-REQUESTED.

       2100-REVIEW-NEXT-RECORD.
            ADD 1 TO HOLD-INDEX.
            MOVE HT-HOLD-RECORD (HOLD-INDEX) TO OUTLIER-HOLD-RECORD.
            IF OH-STATUS-HELD
                PERFORM 2200-REVIEW-HELD-RECORD
            END-IF.

       2200-REVIEW-HELD-RECORD.
            IF OH-NUMERATOR IS NUMERIC
                MOVE OH-NUMERATOR TO EDIT-NUMERATOR
            ELSE
                MOVE ZERO TO EDIT-NUMERATOR
            END-IF.
            IF OH-DENOMINATOR IS NUMERIC
                MOVE OH-DENOMINATOR TO EDIT-DENOMINATOR
            ELSE
                MOVE ZERO TO EDIT-DENOMINATOR
            END-IF.
            MOVE OH-NORMAL-AVERAGE TO EDIT-AVERAGE.
            DISPLAY " ".
            DISPLAY "RETENIDO ID: " OH-REQUEST-ID
                "  FUENTE: " OH-SOURCE-ID
                "  OPERACION: " OH-OPERATION.
            DISPLAY "NUMERADOR: " EDIT-NUMERATOR
                "  DENOMINADOR: " EDIT-DENOMINATOR.
            DISPLAY "PROMEDIO DE LA FUENTE: " EDIT-AVERAGE.
            DISPLAY "RETENIDO DESDE: " OH-HOLD-DATE.
            DISPLAY "L-LIBERAR  A-ANULAR  S-SALTAR  X-SALIR: "
                WITH NO ADVANCING.
            ACCEPT DECISION-CODE.
            EVALUATE DECISION-CODE
                WHEN "L" WHEN "l"
                    PERFORM 3000-RELEASE-RECORD
                WHEN "A" WHEN "a"
                    PERFORM 4000-KILL-RECORD
                WHEN "X" WHEN "x"
                    CONTINUE
                WHEN OTHER
                    ADD 1 TO SKIPPED-COUNT
            END-EVALUATE.

       3000-RELEASE-RECORD.
            SET OH-STATUS-RELEASED TO TRUE.
            PERFORM 5000-STAMP-DECISION.
            ADD 1 TO RELEASED-COUNT.
            DISPLAY "LIBERADO".

      ******************************************************************
      * A killed detail stays on OUTHOLD, marked, until the next merge
      * lists and drops it - so the morning report and the merge
      * report both show who refused it.
      ******************************************************************
       4000-KILL-RECORD.
            SET OH-STATUS-KILLED TO TRUE.
            PERFORM 5000-STAMP-DECISION.
            ADD 1 TO KILLED-COUNT.
            DISPLAY "ANULADO".

       5000-STAMP-DECISION.
            MOVE APPROVER-NAME TO OH-DECISION-USER.
            MOVE APPROVAL-RUN-DATE TO OH-DECISION-DATE.
            MOVE OUTLIER-HOLD-RECORD TO HT-HOLD-RECORD (HOLD-INDEX).
            SET OQ-SEV-INFO TO TRUE.
            MOVE SPACES TO OQ-MESSAGE-TEXT.
            IF OH-STATUS-RELEASED
                STRING "RETENIDO ID=" OH-REQUEST-ID
                    " LIBERADO POR " APPROVER-NAME
                    DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT
            ELSE
                STRING "RETENIDO ID=" OH-REQUEST-ID
                    " ANULADO POR " APPROVER-NAME
                    DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT
            END-IF.
            PERFORM 8800-WRITE-OPS-LOG.

      ******************************************************************
      * One severity-coded entry on the shared operations log, through
      * the opslog service - the caller leaves the severity and the
      * message set.
      ******************************************************************
       8800-WRITE-OPS-LOG.
            MOVE "outappr" TO OQ-PROGRAM-NAME.
            CALL "opslog" USING OPS-LOG-REQUEST.

       9000-FINALIZE.
            IF RELEASED-COUNT > ZERO OR KILLED-COUNT > ZERO
                OPEN OUTPUT OUTLIER-HOLD-FILE
                MOVE ZERO TO HOLD-INDEX
                PERFORM 9100-WRITE-HOLD-RECORD
                    UNTIL HOLD-INDEX >= HOLD-COUNT
                CLOSE OUTLIER-HOLD-FILE
            END-IF.
            DISPLAY "LIBERADOS: " RELEASED-COUNT.
            DISPLAY "ANULADOS: " KILLED-COUNT.
            DISPLAY "SALTADOS: " SKIPPED-COUNT.

       9100-WRITE-HOLD-RECORD.
            ADD 1 TO HOLD-INDEX.
            MOVE HT-HOLD-RECORD (HOLD-INDEX) TO OUTLIER-HOLD-RECORD.
            WRITE OUTLIER-HOLD-RECORD.
       END PROGRAM outappr.
