      ******************************************************************
      * Author:    Fabio Cicerelli
      * Date:      15/OCT/2026
      * Purpose:   Manual request keying transaction - the entry point
      *            for hand-submitted calculation requests (phone-ins,
      *            walk-up corrections) that used to be typed into a
      *            DIVIN file by hand.  Reached from menu.cbl by any
      *            signed-on user.  The operator keys a source id and
      *            then one request at a time - request-id, operation,
      *            numerator, denominator - and each entry gets the
      *            edits division.cbl's 2100-VALIDATE-RECORD applies
      *            (request-id, numerator and denominator numeric, a
      *            known operation, no zero divisor, the source's
      *            SRCMSTR operation and numerator limits, no repeat
      *            of an id already on tonight's feed or on CALCMSTR),
      *            so a keyed request is refused at the terminal
      *            instead of bouncing to DIVEXC overnight.  The
      *            running detail count and numerator hash are shown
      *            after every accepted entry.  A finished batch is
      *            staged on DIVIN for the night's run as a balanced
      *            header/detail/trailer set - behind the source's own
      *            header, with that trailer raised to cover it, when
      *            the source already has a set on tonight's feed
      *            (the two-pass DIVWORK merge recymrg.cbl and
      *            outmrg.cbl make), or as a new set of its own - and
      *            every batch, staged or abandoned, is written to
      *            AUDITLOG under the operator's name.  The session
      *            registers on the shared RUNCTL file so the feed is
      *            never rewritten under a running batch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. divkey.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIV-INPUT-FILE ASSIGN TO "DIVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIV-INPUT-STATUS.
           SELECT MERGED-FEED-FILE ASSIGN TO "DIVWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGED-FEED-STATUS.
           SELECT SOURCE-MASTER-FILE ASSIGN TO "SRCMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-FILE-STATUS.
           SELECT CALC-MASTER-FILE ASSIGN TO "CALCMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-REQUEST-ID
               FILE STATUS IS CM-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIV-INPUT-FILE.
       01  DIV-INPUT-LINE              PIC X(25).
       FD  MERGED-FEED-FILE.
       01  MERGED-FEED-RECORD          PIC X(25).
       FD  SOURCE-MASTER-FILE.
       COPY SRCMST.
       FD  CALC-MASTER-FILE.
       COPY CALCMST.
       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.
       WORKING-STORAGE SECTION.
       COPY DIVIN.
       COPY DIVEXC.
       COPY RUNCTLQ.
       77 DIV-INPUT-STATUS PIC X(02) VALUE SPACES.
       77 MERGED-FEED-STATUS PIC X(02) VALUE SPACES.
       77 SM-FILE-STATUS PIC X(02) VALUE SPACES.
       77 CM-FILE-STATUS PIC X(02) VALUE SPACES.
       77 AL-FILE-STATUS PIC X(02) VALUE SPACES.
       77 EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       77 EXIT-SWITCH PIC X(01) VALUE "N".
           88 EXIT-REQUESTED VALUE "Y".
       77 BATCH-END-SWITCH PIC X(01) VALUE "N".
           88 BATCH-ENDED VALUE "Y".
       77 MASTER-OPEN-SWITCH PIC X(01) VALUE "N".
           88 MASTER-IS-OPEN VALUE "Y".
       77 VALID-SWITCH PIC X(01) VALUE "Y".
           88 RECORD-IS-VALID VALUE "Y".
           88 RECORD-IS-INVALID VALUE "N".
       77 SOURCE-STATE PIC X(01) VALUE "N".
           88 SOURCE-NOT-REGISTERED VALUE "N".
           88 SOURCE-INACTIVE VALUE "I".
           88 SOURCE-ACCEPTED VALUE "A".
       77 SOURCE-IN-FEED-SWITCH PIC X(01) VALUE "N".
           88 SOURCE-IN-FEED VALUE "Y".
       77 MERGED-SWITCH PIC X(01) VALUE "N".
           88 BATCH-MERGED VALUE "Y".
       77 TARGET-SET-SWITCH PIC X(01) VALUE "N".
           88 INSIDE-TARGET-SET VALUE "Y".
       77 BATCH-OUTCOME PIC X(01) VALUE SPACE.
       77 STAGING-MODE PIC X(01) VALUE SPACE.
       77 DECISION-CODE PIC X(01) VALUE SPACE.
           88 DECISION-STAGE VALUE "G" "g".
           88 DECISION-CANCEL VALUE "C" "c".
       77 KEY-SOURCE-ID PIC X(06) VALUE SPACES.
       77 KEY-REQUEST-ID PIC X(06) VALUE SPACES.
       77 KEY-OPERATION PIC X(01) VALUE SPACE.
       77 KEY-AMOUNT-TEXT PIC X(08) VALUE SPACES.
       77 KEY-NUMERATOR-X PIC X(07) VALUE SPACES.
       77 KEY-DENOMINATOR-X PIC X(07) VALUE SPACES.
       77 SET-ALLOWED-OPERATIONS PIC X(04) VALUE SPACES.
       77 SET-MAX-NUMERATOR PIC 9(06) VALUE ZERO.
       77 MATCH-OPERATION PIC X(01) VALUE SPACE.
       77 ABSOLUTE-NUMERATOR PIC 9(06) VALUE ZERO.
       77 HASH-WORK-NUMERATOR PIC S9(06) VALUE ZERO.
       77 BATCH-DETAIL-COUNT PIC 9(08) VALUE ZERO.
       77 BATCH-HASH-TOTAL PIC S9(10) VALUE ZERO.
       77 EDIT-HASH-TOTAL PIC -Z(09)9 VALUE ZEROS.
       77 KEYING-DATE PIC 9(08) VALUE ZERO.
      ******************************************************************
      * A keyed amount is typed the way a person writes it - an
      * optional sign and up to six digits - and converted here to the
      * leading-separate-sign picture the feed carries.  Anything that
      * does not convert is left blank, which the NNUM/DNUM edits then
      * refuse exactly as division.cbl would.
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
      ******************************************************************
      * Request-ids already on tonight's feed, reloaded before every
      * batch, and the details accepted into the batch being keyed -
      * the in-feed half of division.cbl's duplicate screen.
      ******************************************************************
       77 SEEN-COUNT PIC 9(04) COMP VALUE ZERO.
       77 SEEN-INDEX PIC 9(04) COMP VALUE ZERO.
       77 SEEN-SCAN PIC 9(04) COMP VALUE ZERO.
       77 SEEN-LIMIT PIC 9(04) COMP VALUE 5000.
       01 SEEN-REQUEST-TABLE.
           05 SEEN-REQUEST-ID OCCURS 5000 TIMES PIC X(06).
       77 KEYED-COUNT PIC 9(03) COMP VALUE ZERO.
       77 KEYED-INDEX PIC 9(03) COMP VALUE ZERO.
       77 KEYED-SCAN PIC 9(03) COMP VALUE ZERO.
       77 KEYED-LIMIT PIC 9(03) COMP VALUE 200.
       01 KEYED-DETAIL-TABLE.
           05 KEYED-DETAIL-IMAGE OCCURS 200 TIMES PIC X(25).
       LINKAGE SECTION.
       01  SIGNON-USER-NAME PIC A(20).
       PROCEDURE DIVISION USING SIGNON-USER-NAME.
       MAIN-PROCEDURE.
            PERFORM 0800-REQUEST-RUN-CONTROL.
            IF RQ-REPLY-CONFLICT
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 1000-INITIALIZE
                PERFORM 2000-KEY-BATCH UNTIL EXIT-REQUESTED
                PERFORM 9000-FINALIZE
                PERFORM 0850-RELEASE-RUN-CONTROL
            END-IF.
            GOBACK.

      ******************************************************************
      * DIVIN is rewritten whole when a batch is staged, and the
      * division batch, the pipeline and the merge jobs all read or
      * rewrite it - this session is refused while any batch job is
      * RUNNING, and while it is registered they refuse to start.
      ******************************************************************
       0800-REQUEST-RUN-CONTROL.
            SET RQ-ACTION-START TO TRUE.
            MOVE "divkey" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.
            IF RQ-REPLY-CONFLICT
                DISPLAY "TRABAJO EN EJECUCION: " RQ-CONFLICT-JOB
                    " - CAPTURA NO DISPONIBLE"
            END-IF.

       0850-RELEASE-RUN-CONTROL.
            SET RQ-ACTION-END TO TRUE.
            MOVE "divkey" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.

      ******************************************************************
      * This program is CALLed from a driver and returns via GOBACK,
      * so it may run more than once in the same run unit. VALUE
      * clauses only take effect the first time the program is
      * loaded, not on every CALL, so every mutable item is reset
      * here explicitly instead of being left to its VALUE clause.
      ******************************************************************
       0900-RESET-WORKING-STORAGE.
            MOVE SPACES TO DIV-INPUT-STATUS.
            MOVE SPACES TO MERGED-FEED-STATUS.
            MOVE SPACES TO SM-FILE-STATUS.
            MOVE SPACES TO CM-FILE-STATUS.
            MOVE SPACES TO AL-FILE-STATUS.
            MOVE "N" TO EOF-SWITCH.
            MOVE "N" TO EXIT-SWITCH.
            MOVE "N" TO BATCH-END-SWITCH.
            MOVE "N" TO MASTER-OPEN-SWITCH.
            MOVE "Y" TO VALID-SWITCH.
            MOVE "N" TO SOURCE-STATE.
            MOVE "N" TO SOURCE-IN-FEED-SWITCH.
            MOVE "N" TO MERGED-SWITCH.
            MOVE "N" TO TARGET-SET-SWITCH.
            MOVE SPACE TO BATCH-OUTCOME.
            MOVE SPACE TO STAGING-MODE.
            MOVE SPACE TO DECISION-CODE.
            MOVE SPACES TO KEY-SOURCE-ID.
            MOVE ZERO TO BATCH-DETAIL-COUNT.
            MOVE ZERO TO BATCH-HASH-TOTAL.
            MOVE ZERO TO KEYING-DATE.
            MOVE ZERO TO SEEN-COUNT.
            MOVE ZERO TO KEYED-COUNT.

       1000-INITIALIZE.
            PERFORM 0900-RESET-WORKING-STORAGE.
            ACCEPT KEYING-DATE FROM DATE YYYYMMDD.
            PERFORM 1100-OPEN-CALC-MASTER.

      ******************************************************************
      * CALCMSTR is only looked up, by key, for the already-posted
      * half of the duplicate screen.  A missing master means nothing
      * has been posted yet, so only tonight's feed is screened - the
      * same fallback division.cbl makes.
      ******************************************************************
       1100-OPEN-CALC-MASTER.
            OPEN INPUT CALC-MASTER-FILE.
            IF CM-FILE-STATUS = "00"
                SET MASTER-IS-OPEN TO TRUE
            ELSE
                DISPLAY "ADVERTENCIA: CALCMSTR NO DISPONIBLE ("
                    CM-FILE-STATUS ") - SOLO SE CONTROLAN "
                    "REPETIDOS DEL LOTE"
            END-IF.

       2000-KEY-BATCH.
            DISPLAY " ".
            DISPLAY "CAPTURA MANUAL DE SOLICITUDES (DIVIN)".
            DISPLAY "Fuente (X = salir): " WITH NO ADVANCING.
            ACCEPT KEY-SOURCE-ID.
            IF KEY-SOURCE-ID = "X" OR KEY-SOURCE-ID = "x"
                SET EXIT-REQUESTED TO TRUE
            ELSE
                PERFORM 2100-LOOK-UP-SOURCE
                EVALUATE TRUE
                    WHEN SOURCE-NOT-REGISTERED
                        DISPLAY "FUENTE NO REGISTRADA - "
                            "EL LOTE SERIA RECHAZADO"
                    WHEN SOURCE-INACTIVE
                        DISPLAY "FUENTE INACTIVA - "
                            "EL LOTE SERIA RECHAZADO"
                    WHEN OTHER
                        PERFORM 2500-KEY-SOURCE-BATCH
                END-EVALUATE
            END-IF.

      ******************************************************************
      * A set from a source missing from SRCMSTR, or inactive there,
      * is rejected whole by the division batch, so no batch is
      * started for one.  A registered source's operation letters and
      * numerator ceiling are kept for the per-entry edits.
      ******************************************************************
       2100-LOOK-UP-SOURCE.
            SET SOURCE-NOT-REGISTERED TO TRUE.
            MOVE SPACES TO SET-ALLOWED-OPERATIONS.
            MOVE ZERO TO SET-MAX-NUMERATOR.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT SOURCE-MASTER-FILE.
            IF SM-FILE-STATUS = "00"
                PERFORM 2110-READ-SOURCE-MASTER
                PERFORM 2120-MATCH-SOURCE-MASTER UNTIL END-OF-FILE
                CLOSE SOURCE-MASTER-FILE
            END-IF.

       2110-READ-SOURCE-MASTER.
            READ SOURCE-MASTER-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       2120-MATCH-SOURCE-MASTER.
            IF SM-SOURCE-ID = KEY-SOURCE-ID
                IF SM-STATUS-ACTIVE
                    SET SOURCE-ACCEPTED TO TRUE
                    MOVE SM-ALLOWED-OPERATIONS
                        TO SET-ALLOWED-OPERATIONS
                    IF SM-MAX-NUMERATOR IS NUMERIC
                        MOVE SM-MAX-NUMERATOR TO SET-MAX-NUMERATOR
                    END-IF
                ELSE
                    SET SOURCE-INACTIVE TO TRUE
                END-IF
                SET END-OF-FILE TO TRUE
            ELSE
                PERFORM 2110-READ-SOURCE-MASTER
            END-IF.

      ******************************************************************
      * Tonight's feed is scanned afresh for every batch - it may have
      * changed since the session started - for the request-ids
      * already on it and for a set the source already sent.
      ******************************************************************
       2200-SCAN-FEED.
            MOVE ZERO TO SEEN-COUNT.
            MOVE "N" TO SOURCE-IN-FEED-SWITCH.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT DIV-INPUT-FILE.
            IF DIV-INPUT-STATUS = "00"
                PERFORM 2210-READ-FEED
                PERFORM 2220-NOTE-FEED-RECORD UNTIL END-OF-FILE
                CLOSE DIV-INPUT-FILE
            END-IF.

       2210-READ-FEED.
            READ DIV-INPUT-FILE
                AT END SET END-OF-FILE TO TRUE
                NOT AT END MOVE DIV-INPUT-LINE TO DIV-INPUT-RECORD
            END-READ.

       2220-NOTE-FEED-RECORD.
            EVALUATE TRUE
                WHEN DI-TYPE-HEADER
                    IF DI-SOURCE-ID = KEY-SOURCE-ID
                        SET SOURCE-IN-FEED TO TRUE
                    END-IF
                WHEN DI-TYPE-DETAIL
                    IF SEEN-COUNT < SEEN-LIMIT
                        ADD 1 TO SEEN-COUNT
                        MOVE DI-REQUEST-ID
                            TO SEEN-REQUEST-ID (SEEN-COUNT)
                    END-IF
            END-EVALUATE.
            PERFORM 2210-READ-FEED.

       2500-KEY-SOURCE-BATCH.
            PERFORM 2200-SCAN-FEED.
            MOVE ZERO TO KEYED-COUNT.
            MOVE ZERO TO BATCH-DETAIL-COUNT.
            MOVE ZERO TO BATCH-HASH-TOTAL.
            MOVE "N" TO BATCH-END-SWITCH.
            IF SOURCE-IN-FEED
                DISPLAY "LA FUENTE YA TIENE LOTE EN DIVIN - "
                    "LAS SOLICITUDES SE AGREGAN A ESE LOTE"
            END-IF.
            DISPLAY "Request-id F = fin del lote".
            PERFORM 3000-KEY-ENTRY UNTIL BATCH-ENDED.
            IF KEYED-COUNT = ZERO
                DISPLAY "LOTE VACIO - NADA QUE GRABAR"
            ELSE
                MOVE BATCH-HASH-TOTAL TO EDIT-HASH-TOTAL
                DISPLAY "LOTE DE " KEY-SOURCE-ID ": DETALLES "
                    BATCH-DETAIL-COUNT " HASH " EDIT-HASH-TOTAL
                MOVE SPACE TO DECISION-CODE
                PERFORM 3900-ACCEPT-DECISION
                    UNTIL DECISION-STAGE OR DECISION-CANCEL
                IF DECISION-STAGE
                    PERFORM 4000-STAGE-BATCH
                    MOVE "S" TO BATCH-OUTCOME
                    DISPLAY "LOTE GRABADO EN DIVIN PARA LA CORRIDA"
                ELSE
                    MOVE "A" TO BATCH-OUTCOME
                    MOVE SPACE TO STAGING-MODE
                    DISPLAY "LOTE CANCELADO - DIVIN SIN CAMBIOS"
                END-IF
                PERFORM 5000-WRITE-AUDIT-RECORD
            END-IF.

       3000-KEY-ENTRY.
            DISPLAY "Request-id: " WITH NO ADVANCING.
            ACCEPT KEY-REQUEST-ID.
            EVALUATE TRUE
                WHEN KEY-REQUEST-ID = "F" OR KEY-REQUEST-ID = "f"
                    SET BATCH-ENDED TO TRUE
                WHEN KEYED-COUNT >= KEYED-LIMIT
                    DISPLAY "LOTE LLENO - TERMINE CON F Y GRABE"
                WHEN OTHER
                    PERFORM 3100-ACCEPT-ENTRY-FIELDS
                    PERFORM 3200-VALIDATE-ENTRY
                    IF RECORD-IS-VALID
                        PERFORM 3500-KEEP-ENTRY
                    ELSE
                        DISPLAY "RECHAZADO " DX-REASON-CODE " "
                            DX-REASON-TEXT
                    END-IF
            END-EVALUATE.

       3100-ACCEPT-ENTRY-FIELDS.
            DISPLAY "Operacion (A S M D): " WITH NO ADVANCING.
            ACCEPT KEY-OPERATION.
            INSPECT KEY-OPERATION CONVERTING "asmd" TO "ASMD".
            IF KEY-OPERATION = SPACE
                MOVE "D" TO KEY-OPERATION
            END-IF.
            DISPLAY "Numerador: " WITH NO ADVANCING.
            ACCEPT KEY-AMOUNT-TEXT.
            PERFORM 3150-CONVERT-AMOUNT.
            MOVE AMOUNT-RESULT-X TO KEY-NUMERATOR-X.
            DISPLAY "Denominador: " WITH NO ADVANCING.
            ACCEPT KEY-AMOUNT-TEXT.
            PERFORM 3150-CONVERT-AMOUNT.
            MOVE AMOUNT-RESULT-X TO KEY-DENOMINATOR-X.
            MOVE SPACES TO DIV-INPUT-RECORD.
            SET DI-TYPE-DETAIL TO TRUE.
            MOVE KEY-REQUEST-ID TO DI-REQUEST-ID.
            MOVE KEY-NUMERATOR-X TO DI-NUMERATOR-X.
            MOVE KEY-DENOMINATOR-X TO DI-DENOMINATOR-X.
            MOVE KEY-OPERATION TO DI-OPERATION.

       3150-CONVERT-AMOUNT.
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

      ******************************************************************
      * The division batch's 2100-VALIDATE-RECORD edits, in the same
      * order and with the same reason codes and texts, so an entry
      * refused here is one the night run would have rejected.
      ******************************************************************
       3200-VALIDATE-ENTRY.
            SET RECORD-IS-VALID TO TRUE.
            MOVE SPACES TO DX-REASON-CODE.
            MOVE SPACES TO DX-REASON-TEXT.
            EVALUATE TRUE
                WHEN DI-REQUEST-ID IS NOT NUMERIC
                    SET RECORD-IS-INVALID TO TRUE
                    MOVE "IDNN" TO DX-REASON-CODE
                    MOVE "ID DE SOLICITUD NO NUMERICO" TO DX-REASON-TEXT
                WHEN DI-NUMERATOR IS NOT NUMERIC
                    SET RECORD-IS-INVALID TO TRUE
                    MOVE "NNUM" TO DX-REASON-CODE
                    MOVE "NUMERADOR NO NUMERICO" TO DX-REASON-TEXT
                WHEN DI-DENOMINATOR IS NOT NUMERIC
                    SET RECORD-IS-INVALID TO TRUE
                    MOVE "DNUM" TO DX-REASON-CODE
                    MOVE "DENOMINADOR NO NUMERICO" TO DX-REASON-TEXT
                WHEN NOT (DI-OPER-ADD OR DI-OPER-SUBTRACT
                        OR DI-OPER-MULTIPLY OR DI-OPER-DIVIDE)
                    SET RECORD-IS-INVALID TO TRUE
                    MOVE "OPER" TO DX-REASON-CODE
                    MOVE "CODIGO DE OPERACION NO VALIDO"
                        TO DX-REASON-TEXT
                WHEN DI-OPER-DIVIDE AND DI-DENOMINATOR = ZERO
                    SET RECORD-IS-INVALID TO TRUE
                    MOVE "ZERO" TO DX-REASON-CODE
                    MOVE "DENOMINADOR EN CERO" TO DX-REASON-TEXT
            END-EVALUATE.
            IF RECORD-IS-VALID
                PERFORM 3220-CHECK-SOURCE-LIMITS
            END-IF.
            IF RECORD-IS-VALID
                PERFORM 3250-CHECK-DUPLICATE-REQUEST
            END-IF.

       3220-CHECK-SOURCE-LIMITS.
            MOVE DI-OPERATION TO MATCH-OPERATION.
            IF DI-NUMERATOR < ZERO
                COMPUTE ABSOLUTE-NUMERATOR = ZERO - DI-NUMERATOR
            ELSE
                MOVE DI-NUMERATOR TO ABSOLUTE-NUMERATOR
            END-IF.
            EVALUATE TRUE
                WHEN SET-ALLOWED-OPERATIONS (1:1) NOT = MATCH-OPERATION
                    AND SET-ALLOWED-OPERATIONS (2:1)
                        NOT = MATCH-OPERATION
                    AND SET-ALLOWED-OPERATIONS (3:1)
                        NOT = MATCH-OPERATION
                    AND SET-ALLOWED-OPERATIONS (4:1)
                        NOT = MATCH-OPERATION
                    SET RECORD-IS-INVALID TO TRUE
                    MOVE "FOPR" TO DX-REASON-CODE
                    MOVE "OPERACION NO PERMITIDA A FUENTE"
                        TO DX-REASON-TEXT
                WHEN SET-MAX-NUMERATOR > ZERO
                    AND ABSOLUTE-NUMERATOR > SET-MAX-NUMERATOR
                    SET RECORD-IS-INVALID TO TRUE
                    MOVE "FLIM" TO DX-REASON-CODE
                    MOVE "NUMERADOR SUPERA MAXIMO FUENTE"
                        TO DX-REASON-TEXT
            END-EVALUATE.

      ******************************************************************
      * An id already on tonight's feed, already keyed in this batch,
      * or already on CALCMSTR from an earlier night is a repeat.
      ******************************************************************
       3250-CHECK-DUPLICATE-REQUEST.
            MOVE ZERO TO SEEN-INDEX.
            MOVE ZERO TO SEEN-SCAN.
            PERFORM 3260-MATCH-SEEN-REQUEST
                UNTIL SEEN-INDEX > ZERO OR SEEN-SCAN >= SEEN-COUNT.
            MOVE ZERO TO KEYED-INDEX.
            MOVE ZERO TO KEYED-SCAN.
            PERFORM 3270-MATCH-KEYED-REQUEST
                UNTIL KEYED-INDEX > ZERO OR KEYED-SCAN >= KEYED-COUNT.
            EVALUATE TRUE
                WHEN SEEN-INDEX > ZERO OR KEYED-INDEX > ZERO
                    SET RECORD-IS-INVALID TO TRUE
                    MOVE "DUPL" TO DX-REASON-CODE
                    MOVE "SOLICITUD REPETIDA EN EL LOTE"
                        TO DX-REASON-TEXT
                WHEN MASTER-IS-OPEN
                    MOVE DI-REQUEST-ID TO CM-REQUEST-ID
                    READ CALC-MASTER-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            SET RECORD-IS-INVALID TO TRUE
                            MOVE "DUPL" TO DX-REASON-CODE
                            MOVE "SOLICITUD YA PROCESADA"
                                TO DX-REASON-TEXT
                    END-READ
            END-EVALUATE.

       3260-MATCH-SEEN-REQUEST.
            ADD 1 TO SEEN-SCAN.
            IF SEEN-REQUEST-ID (SEEN-SCAN) = DI-REQUEST-ID
                MOVE SEEN-SCAN TO SEEN-INDEX
            END-IF.

       3270-MATCH-KEYED-REQUEST.
            ADD 1 TO KEYED-SCAN.
            IF KEYED-DETAIL-IMAGE (KEYED-SCAN) (2:6) = DI-REQUEST-ID
                MOVE KEYED-SCAN TO KEYED-INDEX
            END-IF.

      ******************************************************************
      * The hash is the plain sum of the numerators modulo ten digits,
      * the way division.cbl foots a set against its trailer.
      ******************************************************************
       3500-KEEP-ENTRY.
            ADD 1 TO KEYED-COUNT.
            MOVE DIV-INPUT-RECORD TO KEYED-DETAIL-IMAGE (KEYED-COUNT).
            ADD 1 TO BATCH-DETAIL-COUNT.
            MOVE DI-NUMERATOR TO HASH-WORK-NUMERATOR.
            ADD HASH-WORK-NUMERATOR TO BATCH-HASH-TOTAL.
            MOVE BATCH-HASH-TOTAL TO EDIT-HASH-TOTAL.
            DISPLAY "ACEPTADO - DETALLES " BATCH-DETAIL-COUNT
                " HASH " EDIT-HASH-TOTAL.

       3900-ACCEPT-DECISION.
            DISPLAY "G-grabar en DIVIN  C-cancelar: "
                WITH NO ADVANCING.
            ACCEPT DECISION-CODE.

      ******************************************************************
      * Pass one copies tonight's feed to DIVWORK, dropping the keyed
      * details in behind the source's own header and raising that
      * set's trailer count and hash to cover them; a source with no
      * set on the feed gets a new header/detail/trailer set of its
      * own at the end.  Pass two copies DIVWORK back over DIVIN, so
      * the division batch picks the batch up under the fixed name it
      * has always read - the recymrg.cbl/outmrg.cbl shape.
      ******************************************************************
       4000-STAGE-BATCH.
            MOVE "N" TO MERGED-SWITCH.
            MOVE "N" TO TARGET-SET-SWITCH.
            OPEN OUTPUT MERGED-FEED-FILE.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT DIV-INPUT-FILE.
            IF DIV-INPUT-STATUS = "00"
                PERFORM 2210-READ-FEED
                PERFORM 4100-COPY-FEED-RECORD UNTIL END-OF-FILE
                CLOSE DIV-INPUT-FILE
            END-IF.
            IF BATCH-MERGED
                MOVE "I" TO STAGING-MODE
            ELSE
                PERFORM 4300-WRITE-NEW-SET
                MOVE "N" TO STAGING-MODE
            END-IF.
            CLOSE MERGED-FEED-FILE.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT MERGED-FEED-FILE.
            OPEN OUTPUT DIV-INPUT-FILE.
            PERFORM 4500-READ-MERGED.
            PERFORM 4600-COPY-MERGED-RECORD UNTIL END-OF-FILE.
            CLOSE MERGED-FEED-FILE.
            CLOSE DIV-INPUT-FILE.

       4100-COPY-FEED-RECORD.
            EVALUATE TRUE
                WHEN DI-TYPE-HEADER
                    MOVE DIV-INPUT-RECORD TO MERGED-FEED-RECORD
                    WRITE MERGED-FEED-RECORD
                    IF DI-SOURCE-ID = KEY-SOURCE-ID
                        AND NOT BATCH-MERGED
                        PERFORM 4200-WRITE-KEYED-DETAILS
                        SET BATCH-MERGED TO TRUE
                        SET INSIDE-TARGET-SET TO TRUE
                    END-IF
                WHEN DI-TYPE-TRAILER AND INSIDE-TARGET-SET
                    IF DI-DECLARED-COUNT IS NUMERIC
                        ADD BATCH-DETAIL-COUNT TO DI-DECLARED-COUNT
                    END-IF
                    IF DI-DECLARED-HASH IS NUMERIC
                        ADD BATCH-HASH-TOTAL TO DI-DECLARED-HASH
                    END-IF
                    MOVE DIV-INPUT-RECORD TO MERGED-FEED-RECORD
                    WRITE MERGED-FEED-RECORD
                    MOVE "N" TO TARGET-SET-SWITCH
                WHEN OTHER
                    MOVE DIV-INPUT-RECORD TO MERGED-FEED-RECORD
                    WRITE MERGED-FEED-RECORD
            END-EVALUATE.
            PERFORM 2210-READ-FEED.

       4200-WRITE-KEYED-DETAILS.
            MOVE ZERO TO KEYED-INDEX.
            PERFORM 4210-WRITE-KEYED-DETAIL
                UNTIL KEYED-INDEX >= KEYED-COUNT.

       4210-WRITE-KEYED-DETAIL.
            ADD 1 TO KEYED-INDEX.
            MOVE KEYED-DETAIL-IMAGE (KEYED-INDEX) TO MERGED-FEED-RECORD.
            WRITE MERGED-FEED-RECORD.

       4300-WRITE-NEW-SET.
            MOVE SPACES TO DIV-INPUT-RECORD.
            SET DI-TYPE-HEADER TO TRUE.
            MOVE KEYING-DATE TO DI-FEED-DATE.
            MOVE KEY-SOURCE-ID TO DI-SOURCE-ID.
            MOVE DIV-INPUT-RECORD TO MERGED-FEED-RECORD.
            WRITE MERGED-FEED-RECORD.
            PERFORM 4200-WRITE-KEYED-DETAILS.
            MOVE SPACES TO DIV-INPUT-RECORD.
            SET DI-TYPE-TRAILER TO TRUE.
            MOVE BATCH-DETAIL-COUNT TO DI-DECLARED-COUNT.
            MOVE BATCH-HASH-TOTAL TO DI-DECLARED-HASH.
            MOVE DIV-INPUT-RECORD TO MERGED-FEED-RECORD.
            WRITE MERGED-FEED-RECORD.

       4500-READ-MERGED.
            READ MERGED-FEED-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       4600-COPY-MERGED-RECORD.
            MOVE MERGED-FEED-RECORD TO DIV-INPUT-LINE.
            WRITE DIV-INPUT-LINE.
            PERFORM 4500-READ-MERGED.

      ******************************************************************
      * One KEYED-BATCH-RECORD per batch the operator finished keying,
      * staged or abandoned, under the name the operator signed on
      * with, saying whether it went onto the feed and how.
      ******************************************************************
       5000-WRITE-AUDIT-RECORD.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF AL-FILE-STATUS = "35"
                OPEN OUTPUT AUDIT-LOG-FILE
            END-IF.
            SET KB-TYPE-KEYED-BATCH TO TRUE.
            MOVE SIGNON-USER-NAME TO KB-USER-NAME.
            ACCEPT KB-DATE FROM DATE YYYYMMDD.
            ACCEPT KB-TIME FROM TIME.
            MOVE BATCH-OUTCOME TO KB-OUTCOME.
            MOVE KEY-SOURCE-ID TO KB-SOURCE-ID.
            MOVE BATCH-DETAIL-COUNT TO KB-DETAIL-COUNT.
            MOVE BATCH-HASH-TOTAL TO KB-NUMERATOR-HASH.
            MOVE STAGING-MODE TO KB-STAGING-MODE.
            WRITE KEYED-BATCH-RECORD.
            CLOSE AUDIT-LOG-FILE.

       9000-FINALIZE.
            IF MASTER-IS-OPEN
                CLOSE CALC-MASTER-FILE
            END-IF.
       END PROGRAM divkey.
