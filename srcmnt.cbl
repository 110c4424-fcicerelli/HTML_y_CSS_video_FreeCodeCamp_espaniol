      ******************************************************************
      * Author:    Fabio Cicerelli
      * Date:      15/OCT/2026
      * Purpose:   Maintenance transaction for the SOURCE-MASTER
      *            registry - add, change, deactivate, reactivate, and
      *            list the DI-SOURCE-IDs the division chain accepts a
      *            DIVIN feed set from, with each source's description,
      *            owning department, allowed operation codes, and
      *            maximum absolute numerator.  Reached from menu.cbl
      *            as a supervisor-only option.  SRCMSTR is a small
      *            sequential file, so it is loaded into a table at
      *            start, worked on in place, and rewritten whole at
      *            exit, the same way usrmnt keeps USRMSTR.  The
      *            session registers on the shared RUNCTL file so the
      *            registry is never rewritten under a running batch.
      * Tectonics: cobc
      * Modification History:
      *   15/OCT/2026 - Each source now also carries the legal entity
      *                 its feed sets belong to when their header
      *                 leaves the entity blank, keyed on add and
      *                 change and shown on the list (blank is the
      *                 home company).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. srcmnt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-MASTER-FILE ASSIGN TO "SRCMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-MASTER-FILE.
       COPY SRCMST.
       WORKING-STORAGE SECTION.
       COPY RUNCTLQ.
       77 SM-FILE-STATUS PIC X(02) VALUE SPACES.
       77 TRANS-CODE PIC X(01) VALUE SPACES.
           88 EXIT-REQUESTED VALUE "X" "x".
       77 EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       77 SOURCE-COUNT PIC 9(03) COMP VALUE ZERO.
       77 SOURCE-INDEX PIC 9(03) COMP VALUE ZERO.
       77 SOURCE-LIMIT PIC 9(03) COMP VALUE 200.
       77 FOUND-SWITCH PIC X(01) VALUE "N".
           88 SOURCE-FOUND VALUE "Y".
       77 OPERATIONS-SWITCH PIC X(01) VALUE "Y".
           88 OPERATIONS-VALID VALUE "Y".
       77 OPERATION-INDEX PIC 9(01) COMP VALUE ZERO.
       77 WORK-SOURCE-ID PIC X(06) VALUE SPACES.
       77 WORK-DESCRIPTION PIC X(30) VALUE SPACES.
       77 WORK-DEPARTMENT PIC X(20) VALUE SPACES.
       77 WORK-OPERATIONS PIC X(04) VALUE SPACES.
       77 WORK-MAX-NUMERATOR PIC 9(06) VALUE ZERO.
       77 WORK-ENTITY-CODE PIC X(04) VALUE SPACES.
       01 SOURCE-TABLE.
           05 SOURCE-ENTRY OCCURS 200 TIMES.
               10 ST-SOURCE-ID         PIC X(06).
               10 ST-STATUS            PIC X(01).
               10 ST-DESCRIPTION       PIC X(30).
               10 ST-DEPARTMENT        PIC X(20).
               10 ST-ALLOWED-OPERATIONS PIC X(04).
               10 ST-MAX-NUMERATOR     PIC 9(06).
               10 ST-ENTITY-CODE       PIC X(04).
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
      * The division batch and the pipeline load SRCMSTR at start -
      * this session is refused while any batch job is RUNNING, and
      * while it is registered the batch jobs refuse to start, so a
      * run never screens its feed against a half-edited registry.
      ******************************************************************
       0800-REQUEST-RUN-CONTROL.
            SET RQ-ACTION-START TO TRUE.
            MOVE "srcmnt" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.
            IF RQ-REPLY-CONFLICT
                DISPLAY "TRABAJO EN EJECUCION: " RQ-CONFLICT-JOB
                    " - MANTENIMIENTO NO DISPONIBLE"
            END-IF.

       0850-RELEASE-RUN-CONTROL.
            SET RQ-ACTION-END TO TRUE.
            MOVE "srcmnt" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.

       1000-INITIALIZE.
            MOVE SPACES TO TRANS-CODE.
            MOVE ZERO TO SOURCE-COUNT.
            MOVE "N" TO EOF-SWITCH.
            PERFORM 1100-LOAD-SOURCE-TABLE.

       1100-LOAD-SOURCE-TABLE.
            OPEN INPUT SOURCE-MASTER-FILE.
            IF SM-FILE-STATUS = "35"
                SET END-OF-FILE TO TRUE
            ELSE
                PERFORM 1200-READ-SOURCE-RECORD
                PERFORM 1300-STORE-SOURCE-RECORD UNTIL END-OF-FILE
                CLOSE SOURCE-MASTER-FILE
            END-IF.

       1200-READ-SOURCE-RECORD.
            READ SOURCE-MASTER-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       1300-STORE-SOURCE-RECORD.
            IF SOURCE-COUNT < SOURCE-LIMIT
                ADD 1 TO SOURCE-COUNT
                MOVE SM-SOURCE-ID TO ST-SOURCE-ID (SOURCE-COUNT)
                MOVE SM-STATUS TO ST-STATUS (SOURCE-COUNT)
                MOVE SM-DESCRIPTION TO ST-DESCRIPTION (SOURCE-COUNT)
                MOVE SM-DEPARTMENT TO ST-DEPARTMENT (SOURCE-COUNT)
                MOVE SM-ALLOWED-OPERATIONS
                    TO ST-ALLOWED-OPERATIONS (SOURCE-COUNT)
                IF SM-MAX-NUMERATOR IS NUMERIC
                    MOVE SM-MAX-NUMERATOR
                        TO ST-MAX-NUMERATOR (SOURCE-COUNT)
                ELSE
                    MOVE ZERO TO ST-MAX-NUMERATOR (SOURCE-COUNT)
                END-IF
                MOVE SM-ENTITY-CODE TO ST-ENTITY-CODE (SOURCE-COUNT)
            ELSE
                DISPLAY "TABLA DE FUENTES LLENA - REGISTRO OMITIDO"
            END-IF.
            PERFORM 1200-READ-SOURCE-RECORD.

       2000-PROCESS-TRANSACTION.
            DISPLAY " ".
            DISPLAY "SOURCE-MASTER MAINTENANCE".
            DISPLAY "A-ADD  C-CHANGE  D-DEACTIVATE  R-REACTIVATE  "
                "L-LIST  X-EXIT".
            DISPLAY "Opcion: " WITH NO ADVANCING.
            ACCEPT TRANS-CODE.
            EVALUATE TRANS-CODE
                WHEN "A" WHEN "a"
                    PERFORM 3000-ADD-SOURCE
                WHEN "C" WHEN "c"
                    PERFORM 3500-CHANGE-SOURCE
                WHEN "D" WHEN "d"
                    PERFORM 4000-DEACTIVATE-SOURCE
                WHEN "R" WHEN "r"
                    PERFORM 5000-REACTIVATE-SOURCE
                WHEN "L" WHEN "l"
                    PERFORM 6000-LIST-SOURCES
                WHEN "X" WHEN "x"
                    CONTINUE
                WHEN OTHER
                    DISPLAY "OPCION NO VALIDA"
            END-EVALUATE.

       2100-FIND-SOURCE.
            MOVE "N" TO FOUND-SWITCH.
            MOVE ZERO TO SOURCE-INDEX.
            PERFORM 2200-CHECK-SOURCE-ENTRY
                UNTIL SOURCE-FOUND OR SOURCE-INDEX >= SOURCE-COUNT.

       2200-CHECK-SOURCE-ENTRY.
            ADD 1 TO SOURCE-INDEX.
            IF ST-SOURCE-ID (SOURCE-INDEX) = WORK-SOURCE-ID
                SET SOURCE-FOUND TO TRUE
            END-IF.

      ******************************************************************
      * Keys the descriptive fields, the two limits, and the entity
      * for an add or a change.  The operations answer must hold only
      * A, S, M, and D letters (spaces allowed) - anything else would
      * silently bar the source from every operation, so it is refused
      * here.
      ******************************************************************
       2500-ACCEPT-SOURCE-FIELDS.
            DISPLAY "Descripcion: " WITH NO ADVANCING.
            ACCEPT WORK-DESCRIPTION.
            DISPLAY "Departamento: " WITH NO ADVANCING.
            ACCEPT WORK-DEPARTMENT.
            DISPLAY "Operaciones permitidas (A S M D): "
                WITH NO ADVANCING.
            ACCEPT WORK-OPERATIONS.
            INSPECT WORK-OPERATIONS
                CONVERTING "asmd" TO "ASMD".
            DISPLAY "Numerador maximo absoluto (0 = sin limite): "
                WITH NO ADVANCING.
            ACCEPT WORK-MAX-NUMERATOR.
            DISPLAY "Entidad (blanco = principal): " WITH NO ADVANCING.
            ACCEPT WORK-ENTITY-CODE.
            INSPECT WORK-ENTITY-CODE
                CONVERTING "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            MOVE "Y" TO OPERATIONS-SWITCH.
            MOVE ZERO TO OPERATION-INDEX.
            PERFORM 2510-CHECK-OPERATION-LETTER
                UNTIL OPERATION-INDEX >= 4.
            IF WORK-OPERATIONS = SPACES
                MOVE "N" TO OPERATIONS-SWITCH
            END-IF.

       2510-CHECK-OPERATION-LETTER.
            ADD 1 TO OPERATION-INDEX.
            IF WORK-OPERATIONS (OPERATION-INDEX:1) NOT = "A"
                AND WORK-OPERATIONS (OPERATION-INDEX:1) NOT = "S"
                AND WORK-OPERATIONS (OPERATION-INDEX:1) NOT = "M"
                AND WORK-OPERATIONS (OPERATION-INDEX:1) NOT = "D"
                AND WORK-OPERATIONS (OPERATION-INDEX:1) NOT = SPACE
                MOVE "N" TO OPERATIONS-SWITCH
            END-IF.

       3000-ADD-SOURCE.
            DISPLAY "Fuente: " WITH NO ADVANCING.
            ACCEPT WORK-SOURCE-ID.
            PERFORM 2100-FIND-SOURCE.
            EVALUATE TRUE
                WHEN WORK-SOURCE-ID = SPACES
                    DISPLAY "FUENTE EN BLANCO - NO SE AGREGO"
                WHEN SOURCE-FOUND
                    DISPLAY "FUENTE YA EXISTE - NO SE AGREGO"
                WHEN SOURCE-COUNT >= SOURCE-LIMIT
                    DISPLAY "TABLA DE FUENTES LLENA - NO SE AGREGO"
                WHEN OTHER
                    PERFORM 2500-ACCEPT-SOURCE-FIELDS
                    IF OPERATIONS-VALID
                        ADD 1 TO SOURCE-COUNT
                        MOVE SOURCE-COUNT TO SOURCE-INDEX
                        MOVE WORK-SOURCE-ID
                            TO ST-SOURCE-ID (SOURCE-INDEX)
                        MOVE "A" TO ST-STATUS (SOURCE-INDEX)
                        PERFORM 3100-STORE-SOURCE-FIELDS
                        DISPLAY "FUENTE AGREGADA"
                    ELSE
                        DISPLAY "OPERACIONES NO VALIDAS - NO SE AGREGO"
                    END-IF
            END-EVALUATE.

       3100-STORE-SOURCE-FIELDS.
            MOVE WORK-DESCRIPTION TO ST-DESCRIPTION (SOURCE-INDEX).
            MOVE WORK-DEPARTMENT TO ST-DEPARTMENT (SOURCE-INDEX).
            MOVE WORK-OPERATIONS
                TO ST-ALLOWED-OPERATIONS (SOURCE-INDEX).
            MOVE WORK-MAX-NUMERATOR TO ST-MAX-NUMERATOR (SOURCE-INDEX).
            MOVE WORK-ENTITY-CODE TO ST-ENTITY-CODE (SOURCE-INDEX).

       3500-CHANGE-SOURCE.
            DISPLAY "Fuente: " WITH NO ADVANCING.
            ACCEPT WORK-SOURCE-ID.
            PERFORM 2100-FIND-SOURCE.
            IF SOURCE-FOUND
                DISPLAY "ACTUAL: " ST-DESCRIPTION (SOURCE-INDEX) " "
                    ST-DEPARTMENT (SOURCE-INDEX) " OPER "
                    ST-ALLOWED-OPERATIONS (SOURCE-INDEX) " MAX "
                    ST-MAX-NUMERATOR (SOURCE-INDEX) " ENT "
                    ST-ENTITY-CODE (SOURCE-INDEX)
                PERFORM 2500-ACCEPT-SOURCE-FIELDS
                IF OPERATIONS-VALID
                    PERFORM 3100-STORE-SOURCE-FIELDS
                    DISPLAY "FUENTE ACTUALIZADA"
                ELSE
                    DISPLAY "OPERACIONES NO VALIDAS - SIN CAMBIOS"
                END-IF
            ELSE
                DISPLAY "FUENTE NO EXISTE"
            END-IF.

       4000-DEACTIVATE-SOURCE.
            DISPLAY "Fuente: " WITH NO ADVANCING.
            ACCEPT WORK-SOURCE-ID.
            PERFORM 2100-FIND-SOURCE.
            IF SOURCE-FOUND
                MOVE "I" TO ST-STATUS (SOURCE-INDEX)
                DISPLAY "FUENTE DESACTIVADA"
            ELSE
                DISPLAY "FUENTE NO EXISTE"
            END-IF.

       5000-REACTIVATE-SOURCE.
            DISPLAY "Fuente: " WITH NO ADVANCING.
            ACCEPT WORK-SOURCE-ID.
            PERFORM 2100-FIND-SOURCE.
            IF SOURCE-FOUND
                MOVE "A" TO ST-STATUS (SOURCE-INDEX)
                DISPLAY "FUENTE REACTIVADA"
            ELSE
                DISPLAY "FUENTE NO EXISTE"
            END-IF.

       6000-LIST-SOURCES.
            IF SOURCE-COUNT = ZERO
                DISPLAY "NO HAY FUENTES REGISTRADAS"
            ELSE
                MOVE ZERO TO SOURCE-INDEX
                PERFORM 6100-LIST-SOURCE-ENTRY
                    UNTIL SOURCE-INDEX >= SOURCE-COUNT
            END-IF.

       6100-LIST-SOURCE-ENTRY.
            ADD 1 TO SOURCE-INDEX.
            DISPLAY ST-SOURCE-ID (SOURCE-INDEX) " "
                ST-STATUS (SOURCE-INDEX) " "
                ST-DESCRIPTION (SOURCE-INDEX) " "
                ST-DEPARTMENT (SOURCE-INDEX)
                " OPER " ST-ALLOWED-OPERATIONS (SOURCE-INDEX)
                " MAX " ST-MAX-NUMERATOR (SOURCE-INDEX)
                " ENT " ST-ENTITY-CODE (SOURCE-INDEX).

      ******************************************************************
      * The whole table goes back to SRCMSTR on exit, so the registry
      * on disk is only ever the result of a full maintenance session,
      * never a half-applied one.
      ******************************************************************
       9000-FINALIZE.
            OPEN OUTPUT SOURCE-MASTER-FILE.
            MOVE ZERO TO SOURCE-INDEX.
            PERFORM 9100-WRITE-SOURCE-RECORD
                UNTIL SOURCE-INDEX >= SOURCE-COUNT.
            CLOSE SOURCE-MASTER-FILE.

       9100-WRITE-SOURCE-RECORD.
            ADD 1 TO SOURCE-INDEX.
            MOVE ST-SOURCE-ID (SOURCE-INDEX) TO SM-SOURCE-ID.
            MOVE ST-STATUS (SOURCE-INDEX) TO SM-STATUS.
            MOVE ST-DESCRIPTION (SOURCE-INDEX) TO SM-DESCRIPTION.
            MOVE ST-DEPARTMENT (SOURCE-INDEX) TO SM-DEPARTMENT.
            MOVE ST-ALLOWED-OPERATIONS (SOURCE-INDEX)
                TO SM-ALLOWED-OPERATIONS.
            MOVE ST-MAX-NUMERATOR (SOURCE-INDEX) TO SM-MAX-NUMERATOR.
            MOVE ST-ENTITY-CODE (SOURCE-INDEX) TO SM-ENTITY-CODE.
            WRITE SOURCE-MASTER-RECORD.
       END PROGRAM srcmnt.
