      ******************************************************************
      * Author:    Fabio Cicerelli
      * Date:      15/OCT/2026
      * Purpose:   Spreadsheet export - writes CALC-MASTER (CALCCSV)
      *            and the day's PIPEOUT detail lines (PIPECSV) as
      *            comma-delimited files with a header row, for the
      *            finance analysts who were retyping calclist output
      *            or cutting fixed columns out of the listing.  Every
      *            value goes out as a spreadsheet reads it: no
      *            leading zeros, a plain leading minus on negatives
      *            instead of the separate-sign byte, and a real
      *            decimal point on the PIPEOUT quotient.  CSVPARM can
      *            restrict the CALC-MASTER rows to one status and a
      *            CM-DATE-CHANGED range.  The CSVRPT control report
      *            prints how many data rows went into each file (the
      *            header row not counted), so the analyst can check
      *            the spreadsheet's row count against it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. csvexp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-MASTER-FILE ASSIGN TO "CALCMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-REQUEST-ID
               FILE STATUS IS CM-FILE-STATUS.
           SELECT PIPE-OUTPUT-FILE ASSIGN TO "PIPEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIPE-OUTPUT-STATUS.
           SELECT EXPORT-PARAMETER-FILE ASSIGN TO "CSVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XP-FILE-STATUS.
           SELECT CALC-CSV-FILE ASSIGN TO "CALCCSV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIPE-CSV-FILE ASSIGN TO "PIPECSV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPORT-REPORT-FILE ASSIGN TO "CSVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-MASTER-FILE.
       COPY CALCMST.
       FD  PIPE-OUTPUT-FILE.
       01  PIPE-OUTPUT-LINE            PIC X(132).
       FD  EXPORT-PARAMETER-FILE.
       COPY CSVPARM.
       FD  CALC-CSV-FILE.
       01  CALC-CSV-LINE               PIC X(132).
       FD  PIPE-CSV-FILE.
       01  PIPE-CSV-LINE               PIC X(132).
       FD  EXPORT-REPORT-FILE.
       01  EXPORT-REPORT-LINE          PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RPTHDTR.
       COPY RUNCTLQ.
       COPY PIPEDTL.
       77 CM-FILE-STATUS PIC X(02) VALUE SPACES.
       77 PIPE-OUTPUT-STATUS PIC X(02) VALUE SPACES.
       77 XP-FILE-STATUS PIC X(02) VALUE SPACES.
       77 EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       77 CALC-READ-COUNT PIC 9(08) VALUE ZERO.
       77 CALC-SKIPPED-COUNT PIC 9(08) VALUE ZERO.
       77 CALC-EXPORTED-COUNT PIC 9(08) VALUE ZERO.
       77 PIPE-READ-COUNT PIC 9(08) VALUE ZERO.
       77 PIPE-EXPORTED-COUNT PIC 9(08) VALUE ZERO.
       77 REPORT-PAGE-NUMBER PIC 9(04) VALUE 1.
       77 REPORT-RUN-DATE PIC 9(08) VALUE ZERO.
       77 SELECT-STATUS PIC X(01) VALUE SPACE.
           88 SELECT-ALL-STATUSES VALUE SPACE.
       77 SELECT-FROM-DATE PIC 9(08) VALUE ZERO.
       77 SELECT-TO-DATE PIC 9(08) VALUE ZERO.
       77 SELECT-SWITCH PIC X(01) VALUE "Y".
           88 RECORD-SELECTED VALUE "Y".
       77 CSV-POINTER PIC 9(03) COMP VALUE 1.
       77 LEAD-SPACES PIC 9(02) COMP VALUE ZERO.
       77 CSV-WORK-LINE PIC X(132) VALUE SPACES.
      ******************************************************************
      * A value is edited right-justified into this area, then copied
      * onto the CSV line from its first non-blank character, so the
      * spreadsheet gets "-123" or "4.50" with nothing around it.
      ******************************************************************
       01 EDIT-AREA.
           05 EDIT-TEXT                PIC X(12).
           05 EDIT-INTEGER REDEFINES EDIT-TEXT
                                       PIC -(11)9.
           05 EDIT-DECIMAL REDEFINES EDIT-TEXT
                                       PIC -(8)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 0800-REQUEST-RUN-CONTROL.
            IF RQ-REPLY-CONFLICT
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 1000-INITIALIZE
                PERFORM 2000-EXPORT-CALC-MASTER
                PERFORM 3000-EXPORT-PIPEOUT
                PERFORM 9000-FINALIZE
                PERFORM 0850-RELEASE-RUN-CONTROL
            END-IF.
            GOBACK.

       0800-REQUEST-RUN-CONTROL.
            SET RQ-ACTION-START TO TRUE.
            MOVE "csvexp" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.
            IF RQ-REPLY-CONFLICT
                DISPLAY "TRABAJO EN EJECUCION: " RQ-CONFLICT-JOB
                    " - NO SE INICIA csvexp"
            END-IF.

       0850-RELEASE-RUN-CONTROL.
            SET RQ-ACTION-END TO TRUE.
            MOVE "csvexp" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.

      ******************************************************************
      * This program is CALLed from a driver and returns via GOBACK,
      * so it may run more than once in the same run unit. VALUE
      * clauses only take effect the first time the program is
      * loaded, not on every CALL, so every mutable item is reset
      * here explicitly instead of being left to its VALUE clause.
      ******************************************************************
       0900-RESET-WORKING-STORAGE.
            MOVE SPACES TO CM-FILE-STATUS.
            MOVE SPACES TO PIPE-OUTPUT-STATUS.
            MOVE SPACES TO XP-FILE-STATUS.
            MOVE "N" TO EOF-SWITCH.
            MOVE ZERO TO CALC-READ-COUNT.
            MOVE ZERO TO CALC-SKIPPED-COUNT.
            MOVE ZERO TO CALC-EXPORTED-COUNT.
            MOVE ZERO TO PIPE-READ-COUNT.
            MOVE ZERO TO PIPE-EXPORTED-COUNT.
            MOVE 1 TO REPORT-PAGE-NUMBER.
            MOVE ZERO TO REPORT-RUN-DATE.
            MOVE SPACE TO SELECT-STATUS.
            MOVE ZERO TO SELECT-FROM-DATE.
            MOVE ZERO TO SELECT-TO-DATE.
            MOVE "Y" TO SELECT-SWITCH.
            MOVE 1 TO CSV-POINTER.
            MOVE ZERO TO LEAD-SPACES.
            MOVE SPACES TO CSV-WORK-LINE.

       1000-INITIALIZE.
            PERFORM 0900-RESET-WORKING-STORAGE.
            PERFORM 1050-LOAD-PARAMETERS.
            OPEN OUTPUT EXPORT-REPORT-FILE.
            ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 1100-WRITE-REPORT-HEADER.

      ******************************************************************
      * No CSVPARM record exports the whole master, the same default
      * calclist.cbl takes with no CALCPARM; a non-numeric date reads
      * as zero, an open end of the range.
      ******************************************************************
       1050-LOAD-PARAMETERS.
            OPEN INPUT EXPORT-PARAMETER-FILE.
            IF XP-FILE-STATUS = "00"
                READ EXPORT-PARAMETER-FILE
                    NOT AT END
                        MOVE XP-SELECT-STATUS TO SELECT-STATUS
                        IF XP-FROM-DATE IS NUMERIC
                            MOVE XP-FROM-DATE TO SELECT-FROM-DATE
                        END-IF
                        IF XP-TO-DATE IS NUMERIC
                            MOVE XP-TO-DATE TO SELECT-TO-DATE
                        END-IF
                END-READ
                CLOSE EXPORT-PARAMETER-FILE
            END-IF.

       1100-WRITE-REPORT-HEADER.
            MOVE "EXPORTACION CSV PARA PLANILLAS" TO RH-TITLE.
            MOVE REPORT-RUN-DATE TO RH-RUN-DATE.
            MOVE REPORT-PAGE-NUMBER TO RH-PAGE-NUMBER.
            MOVE RPT-HEADER-LINE TO EXPORT-REPORT-LINE.
            WRITE EXPORT-REPORT-LINE.
            MOVE SPACES TO EXPORT-REPORT-LINE.
            STRING "SELECCION CALCMSTR ESTADO: " SELECT-STATUS
                " CAMBIO DESDE " SELECT-FROM-DATE
                " HASTA " SELECT-TO-DATE
                DELIMITED BY SIZE INTO EXPORT-REPORT-LINE.
            WRITE EXPORT-REPORT-LINE.

      ******************************************************************
      * CALC-MASTER in request-id sequence, one row per record that
      * passes the status and date-changed selection.
      ******************************************************************
       2000-EXPORT-CALC-MASTER.
            OPEN OUTPUT CALC-CSV-FILE.
            MOVE SPACES TO CALC-CSV-LINE.
            STRING "ID_SOLICITUD,NUMERADOR,DENOMINADOR,COCIENTE,"
                "RESTO,ESTADO,FECHA_ALTA,FECHA_CAMBIO"
                DELIMITED BY SIZE INTO CALC-CSV-LINE.
            WRITE CALC-CSV-LINE.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT CALC-MASTER-FILE.
            IF CM-FILE-STATUS = "35"
                MOVE SPACES TO EXPORT-REPORT-LINE
                MOVE "SIN CALCMSTR - CALCCSV SOLO CON ENCABEZADO"
                    TO EXPORT-REPORT-LINE
                WRITE EXPORT-REPORT-LINE
            ELSE
                PERFORM 8000-READ-MASTER
                PERFORM 2100-EXPORT-MASTER-RECORD UNTIL END-OF-FILE
                CLOSE CALC-MASTER-FILE
            END-IF.
            CLOSE CALC-CSV-FILE.

       2100-EXPORT-MASTER-RECORD.
            MOVE "Y" TO SELECT-SWITCH.
            IF NOT SELECT-ALL-STATUSES
                AND CM-STATUS NOT = SELECT-STATUS
                MOVE "N" TO SELECT-SWITCH
            END-IF.
            IF SELECT-FROM-DATE > ZERO
                AND CM-DATE-CHANGED < SELECT-FROM-DATE
                MOVE "N" TO SELECT-SWITCH
            END-IF.
            IF SELECT-TO-DATE > ZERO
                AND CM-DATE-CHANGED > SELECT-TO-DATE
                MOVE "N" TO SELECT-SWITCH
            END-IF.
            IF RECORD-SELECTED
                PERFORM 2200-BUILD-MASTER-ROW
                MOVE CSV-WORK-LINE TO CALC-CSV-LINE
                WRITE CALC-CSV-LINE
                ADD 1 TO CALC-EXPORTED-COUNT
            ELSE
                ADD 1 TO CALC-SKIPPED-COUNT
            END-IF.
            PERFORM 8000-READ-MASTER.

       2200-BUILD-MASTER-ROW.
            MOVE SPACES TO CSV-WORK-LINE.
            MOVE 1 TO CSV-POINTER.
            STRING CM-REQUEST-ID "," DELIMITED BY SIZE
                INTO CSV-WORK-LINE WITH POINTER CSV-POINTER.
            MOVE CM-NUMERATOR TO EDIT-INTEGER.
            PERFORM 7000-APPEND-EDITED-VALUE.
            MOVE CM-DENOMINATOR TO EDIT-INTEGER.
            PERFORM 7000-APPEND-EDITED-VALUE.
            MOVE CM-QUOTIENT TO EDIT-INTEGER.
            PERFORM 7000-APPEND-EDITED-VALUE.
            MOVE CM-RESIDUO TO EDIT-INTEGER.
            PERFORM 7000-APPEND-EDITED-VALUE.
            STRING CM-STATUS "," CM-DATE-ADDED "," CM-DATE-CHANGED
                DELIMITED BY SIZE
                INTO CSV-WORK-LINE WITH POINTER CSV-POINTER.

      ******************************************************************
      * Only the PIPEDTL detail lines become rows; the listing's
      * header, trailer, per-source and reject lines are passed over.
      * The classification is quoted, since it is operator-staged
      * text from CLSRULES.
      ******************************************************************
       3000-EXPORT-PIPEOUT.
            OPEN OUTPUT PIPE-CSV-FILE.
            MOVE SPACES TO PIPE-CSV-LINE.
            STRING "ID_SOLICITUD,FUENTE,OPERACION,NUMERADOR,"
                "DENOMINADOR,COCIENTE,RESTO,COCIENTE_ENTERO,"
                "CLASIFICACION"
                DELIMITED BY SIZE INTO PIPE-CSV-LINE.
            WRITE PIPE-CSV-LINE.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT PIPE-OUTPUT-FILE.
            IF PIPE-OUTPUT-STATUS NOT = "00"
                MOVE SPACES TO EXPORT-REPORT-LINE
                MOVE "SIN PIPEOUT - PIPECSV SOLO CON ENCABEZADO"
                    TO EXPORT-REPORT-LINE
                WRITE EXPORT-REPORT-LINE
            ELSE
                PERFORM 8100-READ-PIPEOUT
                PERFORM 3100-EXPORT-PIPEOUT-LINE UNTIL END-OF-FILE
                CLOSE PIPE-OUTPUT-FILE
            END-IF.
            CLOSE PIPE-CSV-FILE.

       3100-EXPORT-PIPEOUT-LINE.
            ADD 1 TO PIPE-READ-COUNT.
            MOVE PIPE-OUTPUT-LINE TO PIPE-DETAIL-LINE.
            IF PD-ID-TAG = "ID="
                PERFORM 3200-BUILD-PIPEOUT-ROW
                MOVE CSV-WORK-LINE TO PIPE-CSV-LINE
                WRITE PIPE-CSV-LINE
                ADD 1 TO PIPE-EXPORTED-COUNT
            END-IF.
            PERFORM 8100-READ-PIPEOUT.

       3200-BUILD-PIPEOUT-ROW.
            MOVE SPACES TO CSV-WORK-LINE.
            MOVE 1 TO CSV-POINTER.
            STRING PD-REQUEST-ID "," DELIMITED BY SIZE
                PD-SOURCE-ID DELIMITED BY SPACE
                "," DELIMITED BY SIZE
                INTO CSV-WORK-LINE WITH POINTER CSV-POINTER.
            IF PD-OPERATION = SPACE
                STRING "D," DELIMITED BY SIZE
                    INTO CSV-WORK-LINE WITH POINTER CSV-POINTER
            ELSE
                STRING PD-OPERATION "," DELIMITED BY SIZE
                    INTO CSV-WORK-LINE WITH POINTER CSV-POINTER
            END-IF.
            MOVE PD-NUMERATOR TO EDIT-INTEGER.
            PERFORM 7000-APPEND-EDITED-VALUE.
            MOVE PD-DENOMINATOR TO EDIT-INTEGER.
            PERFORM 7000-APPEND-EDITED-VALUE.
            MOVE PD-QUOTIENT TO EDIT-DECIMAL.
            PERFORM 7000-APPEND-EDITED-VALUE.
            MOVE PD-RESIDUO TO EDIT-INTEGER.
            PERFORM 7000-APPEND-EDITED-VALUE.
            MOVE PD-INT-QUOTIENT TO EDIT-INTEGER.
            PERFORM 7000-APPEND-EDITED-VALUE.
            STRING QUOTE DELIMITED BY SIZE
                PD-CLASSIFICATION DELIMITED BY "  "
                QUOTE DELIMITED BY SIZE
                INTO CSV-WORK-LINE WITH POINTER CSV-POINTER.

      ******************************************************************
      * The edited value from its first non-blank character, then the
      * comma that ends the column.
      ******************************************************************
       7000-APPEND-EDITED-VALUE.
            MOVE ZERO TO LEAD-SPACES.
            INSPECT EDIT-TEXT TALLYING LEAD-SPACES FOR LEADING SPACES.
            STRING EDIT-TEXT (LEAD-SPACES + 1:) "," DELIMITED BY SIZE
                INTO CSV-WORK-LINE WITH POINTER CSV-POINTER.

       8000-READ-MASTER.
            READ CALC-MASTER-FILE NEXT RECORD
                AT END SET END-OF-FILE TO TRUE
                NOT AT END ADD 1 TO CALC-READ-COUNT
            END-READ.

       8100-READ-PIPEOUT.
            READ PIPE-OUTPUT-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       9000-FINALIZE.
            MOVE SPACES TO EXPORT-REPORT-LINE.
            STRING "CALCCSV FILAS DE DATOS: " CALC-EXPORTED-COUNT
                " (LEIDOS " CALC-READ-COUNT
                " OMITIDOS " CALC-SKIPPED-COUNT ")"
                DELIMITED BY SIZE INTO EXPORT-REPORT-LINE.
            WRITE EXPORT-REPORT-LINE.
            MOVE SPACES TO EXPORT-REPORT-LINE.
            STRING "PIPECSV FILAS DE DATOS: " PIPE-EXPORTED-COUNT
                " (LINEAS PIPEOUT LEIDAS " PIPE-READ-COUNT ")"
                DELIMITED BY SIZE INTO EXPORT-REPORT-LINE.
            WRITE EXPORT-REPORT-LINE.
            MOVE SPACES TO EXPORT-REPORT-LINE.
            MOVE "FILAS SIN CONTAR LA FILA DE ENCABEZADO"
                TO EXPORT-REPORT-LINE.
            WRITE EXPORT-REPORT-LINE.
            PERFORM 1300-WRITE-REPORT-TRAILER.
            CLOSE EXPORT-REPORT-FILE.
            DISPLAY "CALCCSV FILAS DE DATOS: " CALC-EXPORTED-COUNT.
            DISPLAY "PIPECSV FILAS DE DATOS: " PIPE-EXPORTED-COUNT.

       1300-WRITE-REPORT-TRAILER.
            COMPUTE RT-RECORDS-READ = CALC-READ-COUNT + PIPE-READ-COUNT.
            MOVE CALC-SKIPPED-COUNT TO RT-RECORDS-REJECTED.
            COMPUTE RT-CONTROL-TOTAL =
                CALC-EXPORTED-COUNT + PIPE-EXPORTED-COUNT.
            MOVE RPT-TRAILER-LINE TO EXPORT-REPORT-LINE.
            WRITE EXPORT-REPORT-LINE.
       END PROGRAM csvexp.
