      *                 result counts as a reject, and the
      *                 zero-denominator reject applies only to
      *                 divides.
      *   15/OCT/2026 - Screens each feed set against the SRCMSTR
      *                 source registry the same way division.cbl
      *                 does: every detail of a set from a source that
      *                 is not registered or is inactive counts as a
      *                 reject, as does a detail whose operation the
      *                 source may not submit or whose numerator
      *                 passes the source's maximum.  Each rejection
      *                 is logged to OPSLOG and shown on the listing,
      *                 and the run ends with a warning RETURN-CODE.
      *   15/OCT/2026 - PIPEOUT detail lines are now written in the
      *                 fixed PIPEDTL layout on a 132-byte line and
      *                 carry the request-id, source, operation and
      *                 integer quotient beside the values and label,
      *                 so the jobs that read the listing back can
      *                 match and replay each request.  The old line
      *                 also cut the label short at column 80.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pipeline.
           SELECT DIV-PARAMETER-FILE ASSIGN TO "DIVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIV-PARM-STATUS.
           SELECT SOURCE-MASTER-FILE ASSIGN TO "SRCMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIV-INPUT-FILE.
       COPY DIVIN.
       FD  PIPE-OUTPUT-FILE.
       01  PIPE-OUTPUT-LINE            PIC X(132).
       FD  DIV-PARAMETER-FILE.
       COPY DIVPARM.
       FD  SOURCE-MASTER-FILE.
       COPY SRCMST.
       WORKING-STORAGE SECTION.
       COPY RPTHDTR.
       COPY PIPEREC.
       COPY PIPEDTL.
       COPY RUNCTLQ.
       COPY OPSLOGQ.
       77 X PIC S9(06).
       77 Y PIC S9(06).
       77 INT-QUOTIENT PIC S9(06).
               10 SRC-DECLARED-HASH    PIC S9(10).
               10 SRC-LISTED-COUNT     PIC 9(08).
               10 SRC-REJECT-COUNT     PIC 9(08).
       77 SM-FILE-STATUS PIC X(02) VALUE SPACES.
       77 REGISTRY-COUNT PIC 9(03) COMP VALUE ZERO.
       77 REGISTRY-INDEX PIC 9(03) COMP VALUE ZERO.
       77 REGISTRY-SCAN PIC 9(03) COMP VALUE ZERO.
       77 REGISTRY-LIMIT PIC 9(03) COMP VALUE 200.
       77 REGISTRY-REJECT-COUNT PIC 9(08) VALUE ZERO.
       77 SET-REGISTRY-SWITCH PIC X(01) VALUE "N".
           88 SET-SOURCE-REGISTERED VALUE "Y".
           88 SET-SOURCE-REJECTED VALUE "R".
           88 SET-SOURCE-NOT-CHECKED VALUE "N".
       77 SET-SOURCE-ID PIC X(06) VALUE SPACES.
       77 SET-REJECT-TEXT PIC X(30) VALUE SPACES.
       77 SET-ALLOWED-OPERATIONS PIC X(04) VALUE SPACES.
       77 SET-MAX-NUMERATOR PIC 9(06) VALUE ZERO.
       77 ABSOLUTE-NUMERATOR PIC 9(06) VALUE ZERO.
       77 MATCH-OPERATION PIC X(01) VALUE SPACE.
       77 LIMIT-REASON-TEXT PIC X(30) VALUE SPACES.
      ******************************************************************
      * The SRCMSTR source registry, loaded once at start, the same
      * table division.cbl screens the same feed against.
      ******************************************************************
       01 REGISTRY-TABLE.
           05 REGISTRY-ENTRY OCCURS 200 TIMES.
               10 REG-SOURCE-ID        PIC X(06).
               10 REG-STATUS           PIC X(01).
               10 REG-ALLOWED-OPERATIONS PIC X(04).
               10 REG-MAX-NUMERATOR    PIC 9(06).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 0800-REQUEST-RUN-CONTROL.
       1000-INITIALIZE.
            PERFORM 0900-RESET-WORKING-STORAGE.
            PERFORM 1050-LOAD-PARAMETERS.
            PERFORM 1065-LOAD-SOURCE-REGISTRY.
            OPEN INPUT DIV-INPUT-FILE.
            OPEN OUTPUT PIPE-OUTPUT-FILE.
            ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
            MOVE ZERO TO SOURCE-INDEX.
            MOVE ZERO TO SOURCE-SCAN.
            MOVE ZERO TO STRAY-DETAIL-COUNT.
            MOVE SPACES TO SM-FILE-STATUS.
            MOVE ZERO TO REGISTRY-COUNT.
            MOVE ZERO TO REGISTRY-INDEX.
            MOVE ZERO TO REGISTRY-SCAN.
            MOVE ZERO TO REGISTRY-REJECT-COUNT.
            MOVE "N" TO SET-REGISTRY-SWITCH.
            MOVE SPACES TO SET-SOURCE-ID.
            MOVE SPACES TO SET-REJECT-TEXT.
            MOVE SPACES TO SET-ALLOWED-OPERATIONS.
            MOVE ZERO TO SET-MAX-NUMERATOR.
            MOVE ZERO TO ABSOLUTE-NUMERATOR.
            MOVE SPACE TO MATCH-OPERATION.
            MOVE SPACES TO LIMIT-REASON-TEXT.

       1050-LOAD-PARAMETERS.
            OPEN INPUT DIV-PARAMETER-FILE.
                CLOSE DIV-PARAMETER-FILE
            END-IF.

      ******************************************************************
      * A missing SRCMSTR leaves the table empty, so every set is
      * rejected as unregistered, exactly as in division.cbl.
      ******************************************************************
       1065-LOAD-SOURCE-REGISTRY.
            OPEN INPUT SOURCE-MASTER-FILE.
            IF SM-FILE-STATUS = "00"
                MOVE "N" TO EOF-SWITCH
                PERFORM 1075-READ-SOURCE-MASTER
                PERFORM 1085-STORE-SOURCE-MASTER UNTIL END-OF-FILE
                CLOSE SOURCE-MASTER-FILE
                MOVE "N" TO EOF-SWITCH
            END-IF.
            IF REGISTRY-COUNT = ZERO
                DISPLAY "ADVERTENCIA: SIN REGISTRO DE FUENTES SRCMSTR"
                    " - TODO LOTE SERA RECHAZADO"
                SET OQ-SEV-ERROR TO TRUE
                MOVE "SIN REGISTRO SRCMSTR - TODO LOTE RECHAZADO"
                    TO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
            END-IF.

       1075-READ-SOURCE-MASTER.
            READ SOURCE-MASTER-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       1085-STORE-SOURCE-MASTER.
            IF REGISTRY-COUNT < REGISTRY-LIMIT
                ADD 1 TO REGISTRY-COUNT
                MOVE SM-SOURCE-ID TO REG-SOURCE-ID (REGISTRY-COUNT)
                MOVE SM-STATUS TO REG-STATUS (REGISTRY-COUNT)
                MOVE SM-ALLOWED-OPERATIONS
                    TO REG-ALLOWED-OPERATIONS (REGISTRY-COUNT)
                IF SM-MAX-NUMERATOR IS NUMERIC
                    MOVE SM-MAX-NUMERATOR
                        TO REG-MAX-NUMERATOR (REGISTRY-COUNT)
                ELSE
                    MOVE ZERO TO REG-MAX-NUMERATOR (REGISTRY-COUNT)
                END-IF
            ELSE
                DISPLAY "TABLA DE REGISTRO DE FUENTES LLENA - "
                    "FUENTE OMITIDA"
            END-IF.
            PERFORM 1075-READ-SOURCE-MASTER.

       1100-WRITE-REPORT-HEADER.
            MOVE "REPORTE INTEGRADO DIVISION/CLASIFICACION"
                TO RH-TITLE.
                DISPLAY "ERROR: ENCABEZADO DE " DI-SOURCE-ID
                    " SIN COLA DE LA FUENTE ANTERIOR"
            END-IF.
            MOVE DI-SOURCE-ID TO SET-SOURCE-ID.
            PERFORM 2022-CHECK-SOURCE-REGISTRY.
            PERFORM 2025-FIND-SOURCE-ENTRY.
            EVALUATE TRUE
                WHEN SOURCE-INDEX > ZERO
                    MOVE ZERO TO SRC-REJECT-COUNT (CURRENT-SOURCE)
            END-EVALUATE.

      ******************************************************************
      * Same registry rule as division.cbl's 2022-CHECK-SOURCE-REGISTRY:
      * an unregistered or inactive source has its whole set rejected,
      * its count and hash still footed; the set is logged once.
      ******************************************************************
       2022-CHECK-SOURCE-REGISTRY.
            MOVE SPACES TO SET-REJECT-TEXT.
            MOVE SPACES TO SET-ALLOWED-OPERATIONS.
            MOVE ZERO TO SET-MAX-NUMERATOR.
            MOVE ZERO TO REGISTRY-INDEX.
            MOVE ZERO TO REGISTRY-SCAN.
            PERFORM 2023-MATCH-REGISTRY-ENTRY
                UNTIL REGISTRY-INDEX > ZERO
                    OR REGISTRY-SCAN >= REGISTRY-COUNT.
            EVALUATE TRUE
                WHEN REGISTRY-INDEX = ZERO
                    SET SET-SOURCE-REJECTED TO TRUE
                    MOVE "FUENTE NO REGISTRADA" TO SET-REJECT-TEXT
                WHEN REG-STATUS (REGISTRY-INDEX) NOT = "A"
                    SET SET-SOURCE-REJECTED TO TRUE
                    MOVE "FUENTE INACTIVA" TO SET-REJECT-TEXT
                WHEN OTHER
                    SET SET-SOURCE-REGISTERED TO TRUE
                    MOVE REG-ALLOWED-OPERATIONS (REGISTRY-INDEX)
                        TO SET-ALLOWED-OPERATIONS
                    MOVE REG-MAX-NUMERATOR (REGISTRY-INDEX)
                        TO SET-MAX-NUMERATOR
            END-EVALUATE.
            IF SET-SOURCE-REJECTED
                MOVE SPACES TO PIPE-OUTPUT-LINE
                STRING "LOTE DE " SET-SOURCE-ID " RECHAZADO - "
                    SET-REJECT-TEXT
                    DELIMITED BY SIZE INTO PIPE-OUTPUT-LINE
                WRITE PIPE-OUTPUT-LINE
                SET OQ-SEV-ERROR TO TRUE
                MOVE PIPE-OUTPUT-LINE TO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
            END-IF.

       2023-MATCH-REGISTRY-ENTRY.
            ADD 1 TO REGISTRY-SCAN.
            IF REG-SOURCE-ID (REGISTRY-SCAN) = DI-SOURCE-ID
                MOVE REGISTRY-SCAN TO REGISTRY-INDEX
            END-IF.

      ******************************************************************
      * Leaves SOURCE-INDEX on the table entry matching DI-SOURCE-ID,
      * or zero when the source is not on the table yet.
                END-IF
                MOVE ZERO TO CURRENT-SOURCE
            END-IF.
            SET SET-SOURCE-NOT-CHECKED TO TRUE.
            MOVE SPACES TO SET-SOURCE-ID.

       2040-PROCESS-DETAIL.
            ADD 1 TO DETAIL-READ-COUNT.
       2100-VALIDATE-RECORD.
            SET RECORD-IS-VALID TO TRUE.
            EVALUATE TRUE
                WHEN SET-SOURCE-REJECTED
                    SET RECORD-IS-INVALID TO TRUE
                    ADD 1 TO REGISTRY-REJECT-COUNT
                WHEN DI-REQUEST-ID IS NOT NUMERIC
                    SET RECORD-IS-INVALID TO TRUE
                WHEN DI-NUMERATOR IS NOT NUMERIC
                WHEN DI-OPER-DIVIDE AND DI-DENOMINATOR = ZERO
                    SET RECORD-IS-INVALID TO TRUE
            END-EVALUATE.
            IF RECORD-IS-VALID AND SET-SOURCE-REGISTERED
                PERFORM 2120-CHECK-SOURCE-LIMITS
            END-IF.

      ******************************************************************
      * The registered source's allowed operations (blank checked as
      * D) and numerator ceiling (zero means none), applied as in
      * division.cbl; each breach is listed and logged by request-id.
      ******************************************************************
       2120-CHECK-SOURCE-LIMITS.
            MOVE SPACES TO LIMIT-REASON-TEXT.
            IF DI-OPERATION = SPACE
                MOVE "D" TO MATCH-OPERATION
            ELSE
                MOVE DI-OPERATION TO MATCH-OPERATION
            END-IF.
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
                    MOVE "FOPR OPERACION NO PERMITIDA"
                        TO LIMIT-REASON-TEXT
                WHEN SET-MAX-NUMERATOR > ZERO
                    AND ABSOLUTE-NUMERATOR > SET-MAX-NUMERATOR
                    MOVE "FLIM NUMERADOR SUPERA MAXIMO"
                        TO LIMIT-REASON-TEXT
            END-EVALUATE.
            IF LIMIT-REASON-TEXT NOT = SPACES
                SET RECORD-IS-INVALID TO TRUE
                ADD 1 TO REGISTRY-REJECT-COUNT
                MOVE SPACES TO PIPE-OUTPUT-LINE
                STRING "RECHAZO ID=" DI-REQUEST-ID
                    " FUENTE=" SET-SOURCE-ID " " LIMIT-REASON-TEXT
                    DELIMITED BY SIZE INTO PIPE-OUTPUT-LINE
                WRITE PIPE-OUTPUT-LINE
                SET OQ-SEV-ERROR TO TRUE
                MOVE PIPE-OUTPUT-LINE TO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
            END-IF.

      ******************************************************************
      * Same per-operation arithmetic as division.cbl's
            END-IF.

       2300-WRITE-COMBINED-LINE.
            MOVE PV-REQUEST-ID TO PD-REQUEST-ID.
            IF CURRENT-SOURCE > ZERO
                MOVE SRC-SOURCE-ID (CURRENT-SOURCE) TO PD-SOURCE-ID
            ELSE
                MOVE SPACES TO PD-SOURCE-ID
            END-IF.
            MOVE DI-OPERATION TO PD-OPERATION.
            MOVE PV-NUMERATOR TO PD-NUMERATOR.
            MOVE PV-DENOMINATOR TO PD-DENOMINATOR.
            MOVE PV-QUOTIENT TO PD-QUOTIENT.
            MOVE PV-RESIDUO TO PD-RESIDUO.
            MOVE PV-INT-QUOTIENT TO PD-INT-QUOTIENT.
            MOVE PV-CLASSIFICATION TO PD-CLASSIFICATION.
            MOVE PIPE-DETAIL-LINE TO PIPE-OUTPUT-LINE.
            WRITE PIPE-OUTPUT-LINE.

       8000-READ-INPUT.
                WRITE PIPE-OUTPUT-LINE
                MOVE 8 TO RETURN-CODE
            END-IF.
            IF REGISTRY-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.
            CLOSE DIV-INPUT-FILE.
            CLOSE PIPE-OUTPUT-FILE.

                DELIMITED BY SIZE INTO PIPE-OUTPUT-LINE.
            WRITE PIPE-OUTPUT-LINE.

      ******************************************************************
      * One severity-coded entry on the shared operations log, through
      * the opslog service - the caller leaves the severity and the
      * message set.
      ******************************************************************
       8800-WRITE-OPS-LOG.
            MOVE "pipeline" TO OQ-PROGRAM-NAME.
            CALL "opslog" USING OPS-LOG-REQUEST.

       1300-WRITE-REPORT-TRAILER.
            MOVE RECORDS-READ-COUNT TO RT-RECORDS-READ.
            MOVE RECORDS-REJECTED-COUNT TO RT-RECORDS-REJECTED.
