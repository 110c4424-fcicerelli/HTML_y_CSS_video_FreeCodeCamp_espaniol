      ******************************************************************
      * Author:    Fabio Cicerelli
      * Date:      15/OCT/2026
      * Purpose:   Maintenance transaction for the STDREQ standing-
      *            request templates - add, change, deactivate,
      *            reactivate, and list the calculations a source
      *            submits the same way every business day, week-end or
      *            month-end, which the stdgen step at the front of the
      *            night stream turns into DIVIN requests when they
      *            fall due.  Reached from menu.cbl as a supervisor-
      *            only option.  A template is only accepted when the
      *            division batch would accept what it generates: the
      *            source registered and active on SRCMSTR with the
      *            operation among its allowed codes, numeric operands,
      *            a numerator within the source's ceiling, no zero
      *            divisor, a known frequency, and an effective-to
      *            (zero for none) not before its effective-from.
      *            STDREQ is a small sequential file,
      *            so it is loaded into a table at start, worked on in
      *            place, and rewritten whole at exit, the way srcmnt
      *            keeps SRCMSTR.  The session registers on the shared
      *            RUNCTL file so the templates are never rewritten
      *            under a running generation step.
      * Tectonics: cobc
      * Modification History:
      *   15/OCT/2026 - Review fix: a template whose numerator is over
      *                 the source's SM-MAX-NUMERATOR ceiling is now
      *                 refused here, instead of being accepted and
      *                 every request it generates rejecting FLIM in
      *                 the division batch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stdmnt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-REQUEST-FILE ASSIGN TO "STDREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQ-FILE-STATUS.
           SELECT SOURCE-MASTER-FILE ASSIGN TO "SRCMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-REQUEST-FILE.
       COPY STDREQ.
       FD  SOURCE-MASTER-FILE.
       COPY SRCMST.
       WORKING-STORAGE SECTION.
       COPY RUNCTLQ.
       77 SQ-FILE-STATUS PIC X(02) VALUE SPACES.
       77 SM-FILE-STATUS PIC X(02) VALUE SPACES.
       77 TRANS-CODE PIC X(01) VALUE SPACES.
           88 EXIT-REQUESTED VALUE "X" "x".
       77 EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       77 TEMPLATE-COUNT PIC 9(03) COMP VALUE ZERO.
       77 TEMPLATE-INDEX PIC 9(03) COMP VALUE ZERO.
       77 TEMPLATE-LIMIT PIC 9(03) COMP VALUE 200.
       77 FOUND-SWITCH PIC X(01) VALUE "N".
           88 TEMPLATE-FOUND VALUE "Y".
       77 FIELDS-SWITCH PIC X(01) VALUE "Y".
           88 FIELDS-VALID VALUE "Y".
       77 FIELDS-REJECT-TEXT PIC X(40) VALUE SPACES.
       77 SOURCE-STATE PIC X(01) VALUE "N".
           88 SOURCE-NOT-REGISTERED VALUE "N".
           88 SOURCE-INACTIVE VALUE "I".
           88 SOURCE-ACCEPTED VALUE "A".
       77 SOURCE-ALLOWED-OPERATIONS PIC X(04) VALUE SPACES.
       77 SOURCE-MAX-NUMERATOR PIC 9(06) VALUE ZERO.
       77 ABSOLUTE-NUMERATOR PIC 9(06) VALUE ZERO.
       77 WORK-TEMPLATE-ID PIC X(06) VALUE SPACES.
       77 WORK-DESCRIPTION PIC X(30) VALUE SPACES.
       77 WORK-SOURCE-ID PIC X(06) VALUE SPACES.
       77 WORK-OPERATION PIC X(01) VALUE SPACE.
       77 WORK-NUMERATOR-X PIC X(07) VALUE SPACES.
       77 WORK-DENOMINATOR-X PIC X(07) VALUE SPACES.
       77 WORK-FREQUENCY PIC X(01) VALUE SPACE.
       77 WORK-EFFECTIVE-FROM PIC X(08) VALUE SPACES.
       77 WORK-EFFECTIVE-TO PIC X(08) VALUE SPACES.
       77 KEY-AMOUNT-TEXT PIC X(08) VALUE SPACES.
      ******************************************************************
      * A keyed amount is typed the way a person writes it - an
      * optional sign and up to six digits - and converted to the
      * leading-separate-sign picture the template carries, the same
      * conversion divkey.cbl makes.  Anything that does not convert
      * is left blank and refused.
      ******************************************************************
       77 AMOUNT-SIGN PIC X(01) VALUE SPACE.
       77 AMOUNT-DIGITS PIC X(07) VALUE SPACES.
       77 AMOUNT-LENGTH PIC 9(02) COMP VALUE ZERO.
       77 AMOUNT-SPACES PIC 9(02) COMP VALUE ZERO.
       77 AMOUNT-MAGNITUDE PIC 9(06) VALUE ZERO.
       77 AMOUNT-RESULT-X PIC X(07) VALUE SPACES.
       01 AMOUNT-SIGNED-AREA.
           05 AMOUNT-SIGNED            PIC S9(06)
                                        SIGN IS LEADING SEPARATE.
       01 AMOUNT-SIGNED-VIEW REDEFINES AMOUNT-SIGNED-AREA.
           05 AMOUNT-SIGNED-X          PIC X(07).
       01 NUMERATOR-CHECK-AREA.
           05 NUMERATOR-CHECK          PIC S9(06)
                                        SIGN IS LEADING SEPARATE.
       01 NUMERATOR-CHECK-VIEW REDEFINES NUMERATOR-CHECK-AREA.
           05 NUMERATOR-CHECK-X        PIC X(07).
       01 DENOMINATOR-CHECK-AREA.
           05 DENOMINATOR-CHECK        PIC S9(06)
                                        SIGN IS LEADING SEPARATE.
       01 DENOMINATOR-CHECK-VIEW REDEFINES DENOMINATOR-CHECK-AREA.
           05 DENOMINATOR-CHECK-X      PIC X(07).
       01 TEMPLATE-TABLE.
           05 TEMPLATE-ENTRY OCCURS 200 TIMES.
               10 TT-TEMPLATE-ID       PIC X(06).
               10 TT-STATUS            PIC X(01).
               10 TT-DESCRIPTION       PIC X(30).
               10 TT-SOURCE-ID         PIC X(06).
               10 TT-OPERATION         PIC X(01).
               10 TT-NUMERATOR-X       PIC X(07).
               10 TT-DENOMINATOR-X     PIC X(07).
               10 TT-FREQUENCY         PIC X(01).
               10 TT-EFFECTIVE-FROM    PIC 9(08).
               10 TT-EFFECTIVE-TO      PIC 9(08).
               10 TT-LAST-GENERATED    PIC 9(08).
               10 TT-LAST-REQUEST-ID   PIC X(06).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 0800-REQUEST-RUN-CONTROL.
            IF RQ-REPLY-CONFLICT
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 1000-INITIALIZE
                PERFORM 2000-PROCESS-TRANSACTION UNTIL EXIT-REQUESTED
                PERFORM 9000-FINALIZE
                PERFORM 0850-RELEASE-RUN-CONTROL
            END-IF.
            GOBACK.

      ******************************************************************
      * The stdgen step loads STDREQ at start and rewrites it at the
      * end - this session is refused while any batch job is RUNNING,
      * and while it is registered the batch jobs refuse to start.
      ******************************************************************
       0800-REQUEST-RUN-CONTROL.
            SET RQ-ACTION-START TO TRUE.
            MOVE "stdmnt" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.
            IF RQ-REPLY-CONFLICT
                DISPLAY "TRABAJO EN EJECUCION: " RQ-CONFLICT-JOB
                    " - MANTENIMIENTO NO DISPONIBLE"
            END-IF.

       0850-RELEASE-RUN-CONTROL.
            SET RQ-ACTION-END TO TRUE.
            MOVE "stdmnt" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.

       1000-INITIALIZE.
            MOVE SPACES TO TRANS-CODE.
            MOVE ZERO TO TEMPLATE-COUNT.
            MOVE "N" TO EOF-SWITCH.
            PERFORM 1100-LOAD-TEMPLATE-TABLE.

       1100-LOAD-TEMPLATE-TABLE.
            OPEN INPUT STANDING-REQUEST-FILE.
            IF SQ-FILE-STATUS = "35"
                SET END-OF-FILE TO TRUE
            ELSE
                PERFORM 1200-READ-TEMPLATE-RECORD
                PERFORM 1300-STORE-TEMPLATE-RECORD UNTIL END-OF-FILE
                CLOSE STANDING-REQUEST-FILE
            END-IF.

       1200-READ-TEMPLATE-RECORD.
            READ STANDING-REQUEST-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       1300-STORE-TEMPLATE-RECORD.
            IF TEMPLATE-COUNT < TEMPLATE-LIMIT
                ADD 1 TO TEMPLATE-COUNT
                MOVE SQ-TEMPLATE-ID TO TT-TEMPLATE-ID (TEMPLATE-COUNT)
                MOVE SQ-STATUS TO TT-STATUS (TEMPLATE-COUNT)
                MOVE SQ-DESCRIPTION TO TT-DESCRIPTION (TEMPLATE-COUNT)
                MOVE SQ-SOURCE-ID TO TT-SOURCE-ID (TEMPLATE-COUNT)
                MOVE SQ-OPERATION TO TT-OPERATION (TEMPLATE-COUNT)
                MOVE SQ-NUMERATOR-X
                    TO TT-NUMERATOR-X (TEMPLATE-COUNT)
                MOVE SQ-DENOMINATOR-X
                    TO TT-DENOMINATOR-X (TEMPLATE-COUNT)
                MOVE SQ-FREQUENCY TO TT-FREQUENCY (TEMPLATE-COUNT)
                MOVE SQ-EFFECTIVE-FROM
                    TO TT-EFFECTIVE-FROM (TEMPLATE-COUNT)
                MOVE SQ-EFFECTIVE-TO
                    TO TT-EFFECTIVE-TO (TEMPLATE-COUNT)
                IF SQ-LAST-GENERATED IS NUMERIC
                    MOVE SQ-LAST-GENERATED
                        TO TT-LAST-GENERATED (TEMPLATE-COUNT)
                ELSE
                    MOVE ZERO TO TT-LAST-GENERATED (TEMPLATE-COUNT)
                END-IF
                MOVE SQ-LAST-REQUEST-ID
                    TO TT-LAST-REQUEST-ID (TEMPLATE-COUNT)
            ELSE
                DISPLAY "TABLA DE PLANTILLAS LLENA - REGISTRO OMITIDO"
            END-IF.
            PERFORM 1200-READ-TEMPLATE-RECORD.

       2000-PROCESS-TRANSACTION.
            DISPLAY " ".
            DISPLAY "STANDING-REQUEST MAINTENANCE".
            DISPLAY "A-ADD  C-CHANGE  D-DEACTIVATE  R-REACTIVATE  "
                "L-LIST  X-EXIT".
            DISPLAY "Opcion: " WITH NO ADVANCING.
            ACCEPT TRANS-CODE.
            EVALUATE TRANS-CODE
                WHEN "A" WHEN "a"
                    PERFORM 3000-ADD-TEMPLATE
                WHEN "C" WHEN "c"
                    PERFORM 3500-CHANGE-TEMPLATE
                WHEN "D" WHEN "d"
                    PERFORM 4000-DEACTIVATE-TEMPLATE
                WHEN "R" WHEN "r"
                    PERFORM 5000-REACTIVATE-TEMPLATE
                WHEN "L" WHEN "l"
                    PERFORM 6000-LIST-TEMPLATES
                WHEN "X" WHEN "x"
                    CONTINUE
                WHEN OTHER
                    DISPLAY "OPCION NO VALIDA"
            END-EVALUATE.

       2100-FIND-TEMPLATE.
            MOVE "N" TO FOUND-SWITCH.
            MOVE ZERO TO TEMPLATE-INDEX.
            PERFORM 2200-CHECK-TEMPLATE-ENTRY
                UNTIL TEMPLATE-FOUND
                    OR TEMPLATE-INDEX >= TEMPLATE-COUNT.

       2200-CHECK-TEMPLATE-ENTRY.
            ADD 1 TO TEMPLATE-INDEX.
            IF TT-TEMPLATE-ID (TEMPLATE-INDEX) = WORK-TEMPLATE-ID
                SET TEMPLATE-FOUND TO TRUE
            END-IF.

      ******************************************************************
      * Keys every template field for an add or a change and edits
      * them together; the first failing edit is named and nothing is
      * stored.
      ******************************************************************
       2500-ACCEPT-TEMPLATE-FIELDS.
            DISPLAY "Descripcion: " WITH NO ADVANCING.
            ACCEPT WORK-DESCRIPTION.
            DISPLAY "Fuente: " WITH NO ADVANCING.
            ACCEPT WORK-SOURCE-ID.
            DISPLAY "Operacion (A S M D): " WITH NO ADVANCING.
            ACCEPT WORK-OPERATION.
            INSPECT WORK-OPERATION CONVERTING "asmd" TO "ASMD".
            IF WORK-OPERATION = SPACE
                MOVE "D" TO WORK-OPERATION
            END-IF.
            DISPLAY "Numerador: " WITH NO ADVANCING.
            ACCEPT KEY-AMOUNT-TEXT.
            PERFORM 2600-CONVERT-AMOUNT.
            MOVE AMOUNT-RESULT-X TO WORK-NUMERATOR-X.
            DISPLAY "Denominador: " WITH NO ADVANCING.
            ACCEPT KEY-AMOUNT-TEXT.
            PERFORM 2600-CONVERT-AMOUNT.
            MOVE AMOUNT-RESULT-X TO WORK-DENOMINATOR-X.
            DISPLAY "Frecuencia (D-diaria W-semanal M-fin de mes): "
                WITH NO ADVANCING.
            ACCEPT WORK-FREQUENCY.
            INSPECT WORK-FREQUENCY CONVERTING "dwm" TO "DWM".
            DISPLAY "Vigente desde (AAAAMMDD): " WITH NO ADVANCING.
            ACCEPT WORK-EFFECTIVE-FROM.
            DISPLAY "Vigente hasta (AAAAMMDD, 0 = sin fin): "
                WITH NO ADVANCING.
            ACCEPT WORK-EFFECTIVE-TO.
            IF WORK-EFFECTIVE-TO = "0" OR WORK-EFFECTIVE-TO = SPACES
                MOVE "00000000" TO WORK-EFFECTIVE-TO
            END-IF.
            PERFORM 2700-LOOK-UP-SOURCE.
            PERFORM 2800-EDIT-TEMPLATE-FIELDS.

       2600-CONVERT-AMOUNT.
            MOVE SPACES TO AMOUNT-RESULT-X.
            MOVE SPACES TO AMOUNT-DIGITS.
            IF KEY-AMOUNT-TEXT (1:1) = "-"
                OR KEY-AMOUNT-TEXT (1:1) = "+"
                MOVE KEY-AMOUNT-TEXT (1:1) TO AMOUNT-SIGN
                MOVE KEY-AMOUNT-TEXT (2:7) TO AMOUNT-DIGITS
            ELSE
                MOVE "+" TO AMOUNT-SIGN
                MOVE KEY-AMOUNT-TEXT (1:7) TO AMOUNT-DIGITS
                IF KEY-AMOUNT-TEXT (8:1) NOT = SPACE
                    MOVE "X" TO AMOUNT-DIGITS (7:1)
                END-IF
            END-IF.
            MOVE ZERO TO AMOUNT-LENGTH.
            MOVE ZERO TO AMOUNT-SPACES.
            INSPECT AMOUNT-DIGITS TALLYING AMOUNT-LENGTH
                FOR CHARACTERS BEFORE INITIAL SPACE.
            INSPECT AMOUNT-DIGITS TALLYING AMOUNT-SPACES
                FOR ALL SPACES.
            IF AMOUNT-LENGTH > ZERO AND AMOUNT-LENGTH < 7
                AND AMOUNT-LENGTH + AMOUNT-SPACES = 7
                IF AMOUNT-DIGITS (1:AMOUNT-LENGTH) IS NUMERIC
                    MOVE AMOUNT-DIGITS (1:AMOUNT-LENGTH)
                        TO AMOUNT-MAGNITUDE
                    MOVE AMOUNT-MAGNITUDE TO AMOUNT-SIGNED
                    IF AMOUNT-SIGN = "-"
                        COMPUTE AMOUNT-SIGNED = ZERO - AMOUNT-MAGNITUDE
                    END-IF
                    MOVE AMOUNT-SIGNED-X TO AMOUNT-RESULT-X
                END-IF
            END-IF.

       2700-LOOK-UP-SOURCE.
            SET SOURCE-NOT-REGISTERED TO TRUE.
            MOVE SPACES TO SOURCE-ALLOWED-OPERATIONS.
            MOVE ZERO TO SOURCE-MAX-NUMERATOR.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT SOURCE-MASTER-FILE.
            IF SM-FILE-STATUS = "00"
                PERFORM 2710-READ-SOURCE-MASTER
                PERFORM 2720-MATCH-SOURCE-MASTER UNTIL END-OF-FILE
                CLOSE SOURCE-MASTER-FILE
            END-IF.

       2710-READ-SOURCE-MASTER.
            READ SOURCE-MASTER-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       2720-MATCH-SOURCE-MASTER.
            IF SM-SOURCE-ID = WORK-SOURCE-ID
                IF SM-STATUS-ACTIVE
                    SET SOURCE-ACCEPTED TO TRUE
                    MOVE SM-ALLOWED-OPERATIONS
                        TO SOURCE-ALLOWED-OPERATIONS
                    IF SM-MAX-NUMERATOR IS NUMERIC
                        MOVE SM-MAX-NUMERATOR TO SOURCE-MAX-NUMERATOR
                    END-IF
                ELSE
                    SET SOURCE-INACTIVE TO TRUE
                END-IF
                SET END-OF-FILE TO TRUE
            ELSE
                PERFORM 2710-READ-SOURCE-MASTER
            END-IF.

      ******************************************************************
      * The numerator ceiling is checked the way the division batch
      * checks it for FLIM: on the numerator's size, whatever its
      * sign, and only when the source has a ceiling at all.
      ******************************************************************
       2800-EDIT-TEMPLATE-FIELDS.
            MOVE "Y" TO FIELDS-SWITCH.
            MOVE SPACES TO FIELDS-REJECT-TEXT.
            MOVE WORK-DENOMINATOR-X TO DENOMINATOR-CHECK-X.
            MOVE ZERO TO ABSOLUTE-NUMERATOR.
            IF WORK-NUMERATOR-X NOT = SPACES
                MOVE WORK-NUMERATOR-X TO NUMERATOR-CHECK-X
                IF NUMERATOR-CHECK < ZERO
                    COMPUTE ABSOLUTE-NUMERATOR = ZERO - NUMERATOR-CHECK
                ELSE
                    MOVE NUMERATOR-CHECK TO ABSOLUTE-NUMERATOR
                END-IF
            END-IF.
            EVALUATE TRUE
                WHEN SOURCE-NOT-REGISTERED
                    MOVE "FUENTE NO REGISTRADA" TO FIELDS-REJECT-TEXT
                WHEN SOURCE-INACTIVE
                    MOVE "FUENTE INACTIVA" TO FIELDS-REJECT-TEXT
                WHEN WORK-OPERATION NOT = "A"
                    AND WORK-OPERATION NOT = "S"
                    AND WORK-OPERATION NOT = "M"
                    AND WORK-OPERATION NOT = "D"
                    MOVE "CODIGO DE OPERACION NO VALIDO"
                        TO FIELDS-REJECT-TEXT
                WHEN SOURCE-ALLOWED-OPERATIONS (1:1)
                        NOT = WORK-OPERATION
                    AND SOURCE-ALLOWED-OPERATIONS (2:1)
                        NOT = WORK-OPERATION
                    AND SOURCE-ALLOWED-OPERATIONS (3:1)
                        NOT = WORK-OPERATION
                    AND SOURCE-ALLOWED-OPERATIONS (4:1)
                        NOT = WORK-OPERATION
                    MOVE "OPERACION NO PERMITIDA A FUENTE"
                        TO FIELDS-REJECT-TEXT
                WHEN WORK-NUMERATOR-X = SPACES
                    MOVE "NUMERADOR NO NUMERICO" TO FIELDS-REJECT-TEXT
                WHEN SOURCE-MAX-NUMERATOR > ZERO
                    AND ABSOLUTE-NUMERATOR > SOURCE-MAX-NUMERATOR
                    MOVE "NUMERADOR SOBRE LIMITE DE FUENTE"
                        TO FIELDS-REJECT-TEXT
                WHEN WORK-DENOMINATOR-X = SPACES
                    MOVE "DENOMINADOR NO NUMERICO"
                        TO FIELDS-REJECT-TEXT
                WHEN WORK-OPERATION = "D"
                    AND DENOMINATOR-CHECK = ZERO
                    MOVE "DENOMINADOR EN CERO" TO FIELDS-REJECT-TEXT
                WHEN WORK-FREQUENCY NOT = "D"
                    AND WORK-FREQUENCY NOT = "W"
                    AND WORK-FREQUENCY NOT = "M"
                    MOVE "FRECUENCIA NO VALIDA" TO FIELDS-REJECT-TEXT
                WHEN WORK-EFFECTIVE-FROM IS NOT NUMERIC
                    MOVE "FECHA DESDE NO VALIDA" TO FIELDS-REJECT-TEXT
                WHEN WORK-EFFECTIVE-TO IS NOT NUMERIC
                    MOVE "FECHA HASTA NO VALIDA" TO FIELDS-REJECT-TEXT
                WHEN WORK-EFFECTIVE-TO NOT = "00000000"
                    AND WORK-EFFECTIVE-TO < WORK-EFFECTIVE-FROM
                    MOVE "FECHA HASTA ANTERIOR A DESDE"
                        TO FIELDS-REJECT-TEXT
            END-EVALUATE.
            IF FIELDS-REJECT-TEXT NOT = SPACES
                MOVE "N" TO FIELDS-SWITCH
            END-IF.

       3000-ADD-TEMPLATE.
            DISPLAY "Plantilla: " WITH NO ADVANCING.
            ACCEPT WORK-TEMPLATE-ID.
            PERFORM 2100-FIND-TEMPLATE.
            EVALUATE TRUE
                WHEN WORK-TEMPLATE-ID = SPACES
                    DISPLAY "PLANTILLA EN BLANCO - NO SE AGREGO"
                WHEN TEMPLATE-FOUND
                    DISPLAY "PLANTILLA YA EXISTE - NO SE AGREGO"
                WHEN TEMPLATE-COUNT >= TEMPLATE-LIMIT
                    DISPLAY "TABLA DE PLANTILLAS LLENA - NO SE AGREGO"
                WHEN OTHER
                    PERFORM 2500-ACCEPT-TEMPLATE-FIELDS
                    IF FIELDS-VALID
                        ADD 1 TO TEMPLATE-COUNT
                        MOVE TEMPLATE-COUNT TO TEMPLATE-INDEX
                        MOVE WORK-TEMPLATE-ID
                            TO TT-TEMPLATE-ID (TEMPLATE-INDEX)
                        MOVE "A" TO TT-STATUS (TEMPLATE-INDEX)
                        MOVE ZERO TO TT-LAST-GENERATED (TEMPLATE-INDEX)
                        MOVE SPACES
                            TO TT-LAST-REQUEST-ID (TEMPLATE-INDEX)
                        PERFORM 3100-STORE-TEMPLATE-FIELDS
                        DISPLAY "PLANTILLA AGREGADA"
                    ELSE
                        DISPLAY FIELDS-REJECT-TEXT " - NO SE AGREGO"
                    END-IF
            END-EVALUATE.

       3100-STORE-TEMPLATE-FIELDS.
            MOVE WORK-DESCRIPTION TO TT-DESCRIPTION (TEMPLATE-INDEX).
            MOVE WORK-SOURCE-ID TO TT-SOURCE-ID (TEMPLATE-INDEX).
            MOVE WORK-OPERATION TO TT-OPERATION (TEMPLATE-INDEX).
            MOVE WORK-NUMERATOR-X TO TT-NUMERATOR-X (TEMPLATE-INDEX).
            MOVE WORK-DENOMINATOR-X
                TO TT-DENOMINATOR-X (TEMPLATE-INDEX).
            MOVE WORK-FREQUENCY TO TT-FREQUENCY (TEMPLATE-INDEX).
            MOVE WORK-EFFECTIVE-FROM
                TO TT-EFFECTIVE-FROM (TEMPLATE-INDEX).
            MOVE WORK-EFFECTIVE-TO TO TT-EFFECTIVE-TO (TEMPLATE-INDEX).

       3500-CHANGE-TEMPLATE.
            DISPLAY "Plantilla: " WITH NO ADVANCING.
            ACCEPT WORK-TEMPLATE-ID.
            PERFORM 2100-FIND-TEMPLATE.
            IF TEMPLATE-FOUND
                PERFORM 6100-SHOW-TEMPLATE-ENTRY
                PERFORM 2500-ACCEPT-TEMPLATE-FIELDS
                IF FIELDS-VALID
                    PERFORM 3100-STORE-TEMPLATE-FIELDS
                    DISPLAY "PLANTILLA ACTUALIZADA"
                ELSE
                    DISPLAY FIELDS-REJECT-TEXT " - SIN CAMBIOS"
                END-IF
            ELSE
                DISPLAY "PLANTILLA NO EXISTE"
            END-IF.

       4000-DEACTIVATE-TEMPLATE.
            DISPLAY "Plantilla: " WITH NO ADVANCING.
            ACCEPT WORK-TEMPLATE-ID.
            PERFORM 2100-FIND-TEMPLATE.
            IF TEMPLATE-FOUND
                MOVE "I" TO TT-STATUS (TEMPLATE-INDEX)
                DISPLAY "PLANTILLA DESACTIVADA"
            ELSE
                DISPLAY "PLANTILLA NO EXISTE"
            END-IF.

       5000-REACTIVATE-TEMPLATE.
            DISPLAY "Plantilla: " WITH NO ADVANCING.
            ACCEPT WORK-TEMPLATE-ID.
            PERFORM 2100-FIND-TEMPLATE.
            IF TEMPLATE-FOUND
                MOVE "A" TO TT-STATUS (TEMPLATE-INDEX)
                DISPLAY "PLANTILLA REACTIVADA"
            ELSE
                DISPLAY "PLANTILLA NO EXISTE"
            END-IF.

       6000-LIST-TEMPLATES.
            IF TEMPLATE-COUNT = ZERO
                DISPLAY "NO HAY PLANTILLAS REGISTRADAS"
            ELSE
                MOVE ZERO TO TEMPLATE-INDEX
                PERFORM 6050-LIST-TEMPLATE-ENTRY
                    UNTIL TEMPLATE-INDEX >= TEMPLATE-COUNT
            END-IF.

       6050-LIST-TEMPLATE-ENTRY.
            ADD 1 TO TEMPLATE-INDEX.
            PERFORM 6100-SHOW-TEMPLATE-ENTRY.

       6100-SHOW-TEMPLATE-ENTRY.
            DISPLAY TT-TEMPLATE-ID (TEMPLATE-INDEX) " "
                TT-STATUS (TEMPLATE-INDEX) " "
                TT-DESCRIPTION (TEMPLATE-INDEX).
            DISPLAY "    FUENTE " TT-SOURCE-ID (TEMPLATE-INDEX)
                " OPER " TT-OPERATION (TEMPLATE-INDEX)
                " NUM " TT-NUMERATOR-X (TEMPLATE-INDEX)
                " DEN " TT-DENOMINATOR-X (TEMPLATE-INDEX)
                " FREC " TT-FREQUENCY (TEMPLATE-INDEX).
            DISPLAY "    VIGENTE " TT-EFFECTIVE-FROM (TEMPLATE-INDEX)
                " A " TT-EFFECTIVE-TO (TEMPLATE-INDEX)
                " ULTIMA " TT-LAST-GENERATED (TEMPLATE-INDEX)
                " ID " TT-LAST-REQUEST-ID (TEMPLATE-INDEX).

      ******************************************************************
      * The whole table goes back to STDREQ on exit, so the templates
      * on disk are only ever the result of a full maintenance
      * session, never a half-applied one.
      ******************************************************************
       9000-FINALIZE.
            OPEN OUTPUT STANDING-REQUEST-FILE.
            MOVE ZERO TO TEMPLATE-INDEX.
            PERFORM 9100-WRITE-TEMPLATE-RECORD
                UNTIL TEMPLATE-INDEX >= TEMPLATE-COUNT.
            CLOSE STANDING-REQUEST-FILE.

       9100-WRITE-TEMPLATE-RECORD.
            ADD 1 TO TEMPLATE-INDEX.
            MOVE TT-TEMPLATE-ID (TEMPLATE-INDEX) TO SQ-TEMPLATE-ID.
            MOVE TT-STATUS (TEMPLATE-INDEX) TO SQ-STATUS.
            MOVE TT-DESCRIPTION (TEMPLATE-INDEX) TO SQ-DESCRIPTION.
            MOVE TT-SOURCE-ID (TEMPLATE-INDEX) TO SQ-SOURCE-ID.
            MOVE TT-OPERATION (TEMPLATE-INDEX) TO SQ-OPERATION.
            MOVE TT-NUMERATOR-X (TEMPLATE-INDEX) TO SQ-NUMERATOR-X.
            MOVE TT-DENOMINATOR-X (TEMPLATE-INDEX) TO SQ-DENOMINATOR-X.
            MOVE TT-FREQUENCY (TEMPLATE-INDEX) TO SQ-FREQUENCY.
            MOVE TT-EFFECTIVE-FROM (TEMPLATE-INDEX)
                TO SQ-EFFECTIVE-FROM.
            MOVE TT-EFFECTIVE-TO (TEMPLATE-INDEX) TO SQ-EFFECTIVE-TO.
            MOVE TT-LAST-GENERATED (TEMPLATE-INDEX)
                TO SQ-LAST-GENERATED.
            MOVE TT-LAST-REQUEST-ID (TEMPLATE-INDEX)
                TO SQ-LAST-REQUEST-ID.
            WRITE STANDING-REQUEST-RECORD.
       END PROGRAM stdmnt.
