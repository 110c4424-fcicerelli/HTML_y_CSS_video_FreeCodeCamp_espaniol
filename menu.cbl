      *                 eighth option, open to every signed-on user -
      *                 it is read-only, so the role restriction the
      *                 maintenance options carry does not apply.
      *   15/OCT/2026 - Added the srcmnt source-registry maintenance
      *                 as a ninth option, supervisor-only like the
      *                 other master-file maintenance options.
      *   15/OCT/2026 - Added option A for the outappr release queue
      *                 over the OUTHOLD outlier suspense file,
      *                 supervisor-only like the correction approvals.
      *   15/OCT/2026 - Signing on now shows the statbrd morning
      *                 status board before the menu, with the
      *                 supervisor-only queue counts when the user
      *                 signed on as a supervisor.
      *   15/OCT/2026 - Added option B for the divkey manual request
      *                 keying transaction, open to every signed-on
      *                 user; it is passed the signed-on name so each
      *                 keyed batch is audited under it.
      *   15/OCT/2026 - Added option C for the stdmnt standing-request
      *                 template maintenance, supervisor-only like the
      *                 other master-file maintenance options.
      *   15/OCT/2026 - Added option D for the glpmnt GL period
      *                 close/reopen transaction, supervisor-only; it
      *                 is passed the signed-on name so every close
      *                 and reopen is audited under it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. menu.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1000-SIGN-ON UNTIL SIGNON-ACCEPTED.
            PERFORM 1500-SHOW-STATUS-BOARD.
            PERFORM 2000-SHOW-MENU UNTIL EXIT-REQUESTED.
            STOP RUN.

                DISPLAY "Sign-on rejected - please try again."
            END-IF.

       1500-SHOW-STATUS-BOARD.
            CALL "statbrd" USING SIGNON-USER-ROLE.

       2000-SHOW-MENU.
            DISPLAY " ".
            DISPLAY "1 - Proceso batch de division (DIVIN)".
                DISPLAY "5 - Mantenimiento de CALC-MASTER"
                DISPLAY "6 - Mantenimiento de usuarios"
                DISPLAY "7 - Aprobacion de correcciones pendientes"
                DISPLAY "9 - Mantenimiento de fuentes (SRCMSTR)"
                DISPLAY "A - Liberacion de detalles retenidos (OUTHOLD)"
                DISPLAY "C - Plantillas de solicitudes programadas"
                DISPLAY "D - Cierre/reapertura de periodos GL"
            END-IF.
            DISPLAY "8 - Consulta de trayectoria (request-id)".
            DISPLAY "B - Captura manual de solicitudes (DIVIN)".
            DISPLAY "Opcion: " WITH NO ADVANCING.
            ACCEPT MENU-OPTION.
            EVALUATE MENU-OPTION
                    PERFORM 4000-BEGIN-ACTIVITY
                    CALL "reqtrace"
                    PERFORM 4100-END-ACTIVITY
                WHEN "9"
                    PERFORM 3300-RUN-SOURCE-MAINTENANCE
                WHEN "A"
                WHEN "a"
                    PERFORM 3400-RUN-OUTLIER-RELEASE
                WHEN "B"
                WHEN "b"
                    MOVE "divkey" TO ACTIVITY-JOB-NAME
                    PERFORM 4000-BEGIN-ACTIVITY
                    CALL "divkey" USING SIGNON-USER-NAME
                    PERFORM 4100-END-ACTIVITY
                WHEN "C"
                WHEN "c"
                    PERFORM 3500-RUN-STANDING-MAINTENANCE
                WHEN "D"
                WHEN "d"
                    PERFORM 3600-RUN-PERIOD-CONTROL
                WHEN OTHER
                    DISPLAY "OPCION NO VALIDA"
            END-EVALUATE.
                DISPLAY "OPCION RESERVADA A SUPERVISORES"
            END-IF.

       3300-RUN-SOURCE-MAINTENANCE.
            IF USER-IS-SUPERVISOR
                MOVE "srcmnt" TO ACTIVITY-JOB-NAME
                PERFORM 4000-BEGIN-ACTIVITY
                CALL "srcmnt"
                PERFORM 4100-END-ACTIVITY
            ELSE
                DISPLAY "OPCION RESERVADA A SUPERVISORES"
            END-IF.

       3400-RUN-OUTLIER-RELEASE.
            IF USER-IS-SUPERVISOR
                MOVE "outappr" TO ACTIVITY-JOB-NAME
                PERFORM 4000-BEGIN-ACTIVITY
                CALL "outappr"
                PERFORM 4100-END-ACTIVITY
            ELSE
                DISPLAY "OPCION RESERVADA A SUPERVISORES"
            END-IF.

       3500-RUN-STANDING-MAINTENANCE.
            IF USER-IS-SUPERVISOR
                MOVE "stdmnt" TO ACTIVITY-JOB-NAME
                PERFORM 4000-BEGIN-ACTIVITY
                CALL "stdmnt"
                PERFORM 4100-END-ACTIVITY
            ELSE
                DISPLAY "OPCION RESERVADA A SUPERVISORES"
            END-IF.

       3600-RUN-PERIOD-CONTROL.
            IF USER-IS-SUPERVISOR
                MOVE "glpmnt" TO ACTIVITY-JOB-NAME
                PERFORM 4000-BEGIN-ACTIVITY
                CALL "glpmnt" USING SIGNON-USER-NAME
                PERFORM 4100-END-ACTIVITY
            ELSE
                DISPLAY "OPCION RESERVADA A SUPERVISORES"
            END-IF.

      ******************************************************************
      * One SESSION-ACTIVITY-RECORD per option selected: the start
      * stamp is captured before the CALL, the end stamp and outcome
