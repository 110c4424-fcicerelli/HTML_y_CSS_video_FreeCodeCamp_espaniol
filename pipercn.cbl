      ******************************************************************
      * Author:    Fabio Cicerelli
      * Date:      15/OCT/2026
      * Purpose:   Record-level reconciliation of the pipeline job's
      *            PIPEOUT listing against the division batch's DIVOUT
      *            by request-id.  The two jobs read the same DIVIN and
      *            each does its own arithmetic, so a rounding, new
      *            operation or overflow change made to one and not
      *            the other shows up here as a request whose
      *            numerator, denominator, quotient or remainder
      *            differ between the two files, instead of as
      *            classifications that quietly stop describing the
      *            amounts posted to GL.  A request on one file and
      *            not the other is reported as well - except a
      *            request division held on tonight's OUTHDAY outlier
      *            file, which the pipeline does not hold and is
      *            listed as held rather than as missing.  Every
      *            mismatch is logged to OPSLOG as an error and the
      *            run ends with a warning RETURN-CODE; the PIPERCN
      *            report carries the detail.
      * Tectonics: cobc
      * Modification History:
      *   15/OCT/2026 - DIVOUT now holds every division cycle of the
      *                 business date while PIPEOUT holds only the
      *                 latest cycle's DIVIN, so only the newest
      *                 cycle's DIVOUT results are reconciled.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pipercn.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIPE-OUTPUT-FILE ASSIGN TO "PIPEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIPE-OUTPUT-STATUS.
           SELECT DIV-OUTPUT-FILE ASSIGN TO "DIVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIV-OUTPUT-STATUS.
           SELECT OUTLIER-HOLD-DAY-FILE ASSIGN TO "OUTHDAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTLIER-DAY-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "PIPERCN"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PIPE-OUTPUT-FILE.
       01  PIPE-OUTPUT-LINE            PIC X(132).
       FD  DIV-OUTPUT-FILE.
       COPY DIVOUT.
       FD  OUTLIER-HOLD-DAY-FILE.
       COPY OUTHOLD.
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE           PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RPTHDTR.
       COPY RUNCTLQ.
       COPY OPSLOGQ.
       COPY PIPEDTL.
       77 PIPE-OUTPUT-STATUS PIC X(02) VALUE SPACES.
       77 DIV-OUTPUT-STATUS PIC X(02) VALUE SPACES.
       77 OUTLIER-DAY-STATUS PIC X(02) VALUE SPACES.
       77 EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       77 INPUT-SWITCH PIC X(01) VALUE "Y".
           88 INPUTS-PRESENT VALUE "Y".
           88 INPUTS-MISSING VALUE "N".
       77 PIPE-DETAIL-COUNT PIC 9(08) VALUE ZERO.
       77 DIVOUT-READ-COUNT PIC 9(08) VALUE ZERO.
       77 MATCHED-COUNT PIC 9(08) VALUE ZERO.
       77 DIFFERENT-COUNT PIC 9(08) VALUE ZERO.
       77 MISSING-DIVOUT-COUNT PIC 9(08) VALUE ZERO.
       77 MISSING-PIPEOUT-COUNT PIC 9(08) VALUE ZERO.
       77 HELD-MATCH-COUNT PIC 9(08) VALUE ZERO.
       77 MISMATCH-COUNT PIC 9(08) VALUE ZERO.
       77 REPORT-PAGE-NUMBER PIC 9(04) VALUE 1.
       77 REPORT-RUN-DATE PIC 9(08) VALUE ZERO.
       77 MATCH-REQUEST-ID PIC X(06) VALUE SPACES.
       77 DIFF-FIELDS PIC X(16) VALUE SPACES.
       77 DIFF-POINTER PIC 9(02) COMP VALUE 1.
       77 RESULT-CYCLE-KEY PIC 9(10) VALUE ZERO.
       77 NEWEST-CYCLE-KEY PIC 9(10) VALUE ZERO.
      ******************************************************************
      * The latest cycle's DIVOUT, loaded whole so PIPEOUT can be
      * matched to it in whatever order the two jobs wrote their
      * results; a DIVOUT entry no PIPEOUT line claims is missing from
      * the pipeline.
      ******************************************************************
       77 DIVOUT-COUNT PIC 9(04) COMP VALUE ZERO.
       77 DIVOUT-INDEX PIC 9(04) COMP VALUE ZERO.
       77 DIVOUT-SCAN PIC 9(04) COMP VALUE ZERO.
       77 DIVOUT-LIMIT PIC 9(04) COMP VALUE 5000.
       77 DIVOUT-FULL-SWITCH PIC X(01) VALUE "N".
           88 DIVOUT-TABLE-FULL VALUE "Y".
       01 DIVOUT-TABLE.
           05 DIVOUT-ENTRY OCCURS 5000 TIMES.
               10 DT-REQUEST-ID        PIC X(06).
               10 DT-NUMERATOR         PIC S9(06)
                                        SIGN IS LEADING SEPARATE.
               10 DT-DENOMINATOR       PIC S9(06)
                                        SIGN IS LEADING SEPARATE.
               10 DT-QUOTIENT          PIC S9(06)V99
                                        SIGN IS LEADING SEPARATE.
               10 DT-RESIDUO           PIC S9(06)
                                        SIGN IS LEADING SEPARATE.
               10 DT-MATCHED-SWITCH    PIC X(01).
      ******************************************************************
      * The request-ids division held as outliers tonight - not on
      * DIVOUT by design, though the pipeline listed them.
      ******************************************************************
       77 HELD-COUNT PIC 9(04) COMP VALUE ZERO.
       77 HELD-INDEX PIC 9(04) COMP VALUE ZERO.
       77 HELD-SCAN PIC 9(04) COMP VALUE ZERO.
       77 HELD-LIMIT PIC 9(04) COMP VALUE 1000.
       01 HELD-TABLE.
           05 HELD-ENTRY OCCURS 1000 TIMES.
               10 HT-REQUEST-ID        PIC X(06).
       01 VALUE-DETAIL-LINE.
           05 VD-FILE-NAME             PIC X(10).
           05 FILLER                   PIC X(04) VALUE "NUM=".
           05 VD-NUMERATOR             PIC S9(06)
                                        SIGN IS LEADING SEPARATE.
           05 FILLER                   PIC X(05) VALUE " DEN=".
           05 VD-DENOMINATOR           PIC S9(06)
                                        SIGN IS LEADING SEPARATE.
           05 FILLER                   PIC X(05) VALUE " COC=".
           05 VD-QUOTIENT              PIC S9(06)V99
                                        SIGN IS LEADING SEPARATE.
           05 FILLER                   PIC X(05) VALUE " RES=".
           05 VD-RESIDUO               PIC S9(06)
                                        SIGN IS LEADING SEPARATE.
           05 FILLER                   PIC X(15) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 0800-REQUEST-RUN-CONTROL.
            IF RQ-REPLY-CONFLICT
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 1000-INITIALIZE
                IF INPUTS-PRESENT
                    PERFORM 2000-MATCH-PIPEOUT
                    PERFORM 3000-REPORT-UNMATCHED-DIVOUT
                END-IF
                PERFORM 9000-FINALIZE
                PERFORM 0850-RELEASE-RUN-CONTROL
            END-IF.
            GOBACK.

       0800-REQUEST-RUN-CONTROL.
            SET RQ-ACTION-START TO TRUE.
            MOVE "pipercn" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.
            IF RQ-REPLY-CONFLICT
                DISPLAY "TRABAJO EN EJECUCION: " RQ-CONFLICT-JOB
                    " - NO SE INICIA pipercn"
            END-IF.

       0850-RELEASE-RUN-CONTROL.
            SET RQ-ACTION-END TO TRUE.
            MOVE "pipercn" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.

      ******************************************************************
      * This program is CALLed from a driver and returns via GOBACK,
      * so it may run more than once in the same run unit. VALUE
      * clauses only take effect the first time the program is
      * loaded, not on every CALL, so every mutable item is reset
      * here explicitly instead of being left to its VALUE clause.
      ******************************************************************
       0900-RESET-WORKING-STORAGE.
            MOVE SPACES TO PIPE-OUTPUT-STATUS.
            MOVE SPACES TO DIV-OUTPUT-STATUS.
            MOVE SPACES TO OUTLIER-DAY-STATUS.
            MOVE "N" TO EOF-SWITCH.
            MOVE "Y" TO INPUT-SWITCH.
            MOVE ZERO TO PIPE-DETAIL-COUNT.
            MOVE ZERO TO DIVOUT-READ-COUNT.
            MOVE ZERO TO MATCHED-COUNT.
            MOVE ZERO TO DIFFERENT-COUNT.
            MOVE ZERO TO MISSING-DIVOUT-COUNT.
            MOVE ZERO TO MISSING-PIPEOUT-COUNT.
            MOVE ZERO TO HELD-MATCH-COUNT.
            MOVE ZERO TO MISMATCH-COUNT.
            MOVE 1 TO REPORT-PAGE-NUMBER.
            MOVE ZERO TO REPORT-RUN-DATE.
            MOVE SPACES TO MATCH-REQUEST-ID.
            MOVE SPACES TO DIFF-FIELDS.
            MOVE 1 TO DIFF-POINTER.
            MOVE ZERO TO RESULT-CYCLE-KEY.
            MOVE ZERO TO NEWEST-CYCLE-KEY.
            MOVE ZERO TO DIVOUT-COUNT.
            MOVE ZERO TO DIVOUT-INDEX.
            MOVE ZERO TO DIVOUT-SCAN.
            MOVE "N" TO DIVOUT-FULL-SWITCH.
            MOVE ZERO TO HELD-COUNT.
            MOVE ZERO TO HELD-INDEX.
            MOVE ZERO TO HELD-SCAN.

       1000-INITIALIZE.
            PERFORM 0900-RESET-WORKING-STORAGE.
            OPEN OUTPUT RECON-REPORT-FILE.
            ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 1050-WRITE-REPORT-HEADER.
            PERFORM 1100-LOAD-DIVOUT.
            PERFORM 1200-LOAD-HELD-REQUESTS.
            IF INPUTS-PRESENT
                PERFORM 1250-OPEN-PIPEOUT
            END-IF.

       1250-OPEN-PIPEOUT.
            OPEN INPUT PIPE-OUTPUT-FILE.
            IF PIPE-OUTPUT-STATUS NOT = "00"
                SET INPUTS-MISSING TO TRUE
                MOVE SPACES TO RECON-REPORT-LINE
                MOVE "SIN ARCHIVO PIPEOUT - CONCILIACION NO REALIZADA"
                    TO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
                SET OQ-SEV-ERROR TO TRUE
                MOVE "SIN PIPEOUT - CONCILIACION NO REALIZADA"
                    TO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
            END-IF.

       1050-WRITE-REPORT-HEADER.
            MOVE "CONCILIACION PIPEOUT CONTRA DIVOUT" TO RH-TITLE.
            MOVE REPORT-RUN-DATE TO RH-RUN-DATE.
            MOVE REPORT-PAGE-NUMBER TO RH-PAGE-NUMBER.
            MOVE RPT-HEADER-LINE TO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.

      ******************************************************************
      * A DIVOUT larger than the table cannot be reconciled honestly -
      * the ids past the limit would all read as missing - so the run
      * stops with a fatal RETURN-CODE instead.  Division appends each
      * cycle of the date after the last, so a result stamped with a
      * later date and cycle than those loaded so far starts the table
      * over; an unstamped result predates the stamps and is the
      * oldest of all.
      ******************************************************************
       1100-LOAD-DIVOUT.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT DIV-OUTPUT-FILE.
            IF DIV-OUTPUT-STATUS NOT = "00"
                SET INPUTS-MISSING TO TRUE
                MOVE SPACES TO RECON-REPORT-LINE
                MOVE "SIN ARCHIVO DIVOUT - CONCILIACION NO REALIZADA"
                    TO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
                SET OQ-SEV-ERROR TO TRUE
                MOVE "SIN DIVOUT - CONCILIACION NO REALIZADA"
                    TO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
            ELSE
                PERFORM 8100-READ-DIVOUT
                PERFORM 1110-STORE-DIVOUT-RECORD UNTIL END-OF-FILE
                CLOSE DIV-OUTPUT-FILE
            END-IF.

       1110-STORE-DIVOUT-RECORD.
            IF DO-RUN-DATE IS NUMERIC AND DO-CYCLE-NUMBER IS NUMERIC
                COMPUTE RESULT-CYCLE-KEY =
                    DO-RUN-DATE * 100 + DO-CYCLE-NUMBER
            ELSE
                MOVE ZERO TO RESULT-CYCLE-KEY
            END-IF.
            IF RESULT-CYCLE-KEY > NEWEST-CYCLE-KEY
                MOVE RESULT-CYCLE-KEY TO NEWEST-CYCLE-KEY
                MOVE ZERO TO DIVOUT-COUNT
            END-IF.
            IF RESULT-CYCLE-KEY < NEWEST-CYCLE-KEY
                PERFORM 8100-READ-DIVOUT
            ELSE
                PERFORM 1120-KEEP-DIVOUT-RECORD
            END-IF.

       1120-KEEP-DIVOUT-RECORD.
            IF DIVOUT-COUNT < DIVOUT-LIMIT
                ADD 1 TO DIVOUT-COUNT
                MOVE DO-REQUEST-ID TO DT-REQUEST-ID (DIVOUT-COUNT)
                MOVE DO-NUMERATOR TO DT-NUMERATOR (DIVOUT-COUNT)
                MOVE DO-DENOMINATOR TO DT-DENOMINATOR (DIVOUT-COUNT)
                MOVE DO-QUOTIENT TO DT-QUOTIENT (DIVOUT-COUNT)
                MOVE DO-RESIDUO TO DT-RESIDUO (DIVOUT-COUNT)
                MOVE "N" TO DT-MATCHED-SWITCH (DIVOUT-COUNT)
                PERFORM 8100-READ-DIVOUT
            ELSE
                SET DIVOUT-TABLE-FULL TO TRUE
                SET INPUTS-MISSING TO TRUE
                SET END-OF-FILE TO TRUE
                MOVE SPACES TO RECON-REPORT-LINE
                MOVE "TABLA DIVOUT LLENA - CONCILIACION NO REALIZADA"
                    TO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
                SET OQ-SEV-FATAL TO TRUE
                MOVE "TABLA DIVOUT LLENA - CONCILIACION NO REALIZADA"
                    TO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
            END-IF.

      ******************************************************************
      * No OUTHDAY simply means division held nothing tonight.
      ******************************************************************
       1200-LOAD-HELD-REQUESTS.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT OUTLIER-HOLD-DAY-FILE.
            IF OUTLIER-DAY-STATUS = "00"
                PERFORM 8200-READ-OUTHDAY
                PERFORM 1210-STORE-HELD-REQUEST UNTIL END-OF-FILE
                CLOSE OUTLIER-HOLD-DAY-FILE
            END-IF.

       1210-STORE-HELD-REQUEST.
            IF HELD-COUNT < HELD-LIMIT
                ADD 1 TO HELD-COUNT
                MOVE OH-REQUEST-ID TO HT-REQUEST-ID (HELD-COUNT)
            END-IF.
            PERFORM 8200-READ-OUTHDAY.

      ******************************************************************
      * One PIPEDTL detail line at a time against the DIVOUT table;
      * the listing's header, trailer, per-source and reject lines are
      * passed over.
      ******************************************************************
       2000-MATCH-PIPEOUT.
            MOVE "N" TO EOF-SWITCH.
            PERFORM 8000-READ-PIPEOUT.
            PERFORM 2100-MATCH-PIPEOUT-LINE UNTIL END-OF-FILE.
            CLOSE PIPE-OUTPUT-FILE.

       2100-MATCH-PIPEOUT-LINE.
            MOVE PIPE-OUTPUT-LINE TO PIPE-DETAIL-LINE.
            IF PD-ID-TAG = "ID="
                ADD 1 TO PIPE-DETAIL-COUNT
                MOVE PD-REQUEST-ID TO MATCH-REQUEST-ID
                PERFORM 2200-FIND-DIVOUT-ENTRY
                IF DIVOUT-INDEX = ZERO
                    PERFORM 2400-REPORT-MISSING-DIVOUT
                ELSE
                    MOVE "Y" TO DT-MATCHED-SWITCH (DIVOUT-INDEX)
                    ADD 1 TO MATCHED-COUNT
                    PERFORM 2300-COMPARE-VALUES
                END-IF
            END-IF.
            PERFORM 8000-READ-PIPEOUT.

       2200-FIND-DIVOUT-ENTRY.
            MOVE ZERO TO DIVOUT-INDEX.
            MOVE ZERO TO DIVOUT-SCAN.
            PERFORM 2210-MATCH-DIVOUT-ENTRY
                UNTIL DIVOUT-INDEX > ZERO
                    OR DIVOUT-SCAN >= DIVOUT-COUNT.

       2210-MATCH-DIVOUT-ENTRY.
            ADD 1 TO DIVOUT-SCAN.
            IF DT-REQUEST-ID (DIVOUT-SCAN) = MATCH-REQUEST-ID
                MOVE DIVOUT-SCAN TO DIVOUT-INDEX
            END-IF.

      ******************************************************************
      * The four values both jobs compute, compared field by field;
      * a difference in any of them names every field that differs
      * and prints both sets of values under it.
      ******************************************************************
       2300-COMPARE-VALUES.
            MOVE SPACES TO DIFF-FIELDS.
            MOVE 1 TO DIFF-POINTER.
            IF PD-NUMERATOR NOT = DT-NUMERATOR (DIVOUT-INDEX)
                STRING "NUM " DELIMITED BY SIZE
                    INTO DIFF-FIELDS WITH POINTER DIFF-POINTER
            END-IF.
            IF PD-DENOMINATOR NOT = DT-DENOMINATOR (DIVOUT-INDEX)
                STRING "DEN " DELIMITED BY SIZE
                    INTO DIFF-FIELDS WITH POINTER DIFF-POINTER
            END-IF.
            IF PD-QUOTIENT NOT = DT-QUOTIENT (DIVOUT-INDEX)
                STRING "COC " DELIMITED BY SIZE
                    INTO DIFF-FIELDS WITH POINTER DIFF-POINTER
            END-IF.
            IF PD-RESIDUO NOT = DT-RESIDUO (DIVOUT-INDEX)
                STRING "RES " DELIMITED BY SIZE
                    INTO DIFF-FIELDS WITH POINTER DIFF-POINTER
            END-IF.
            IF DIFF-FIELDS NOT = SPACES
                ADD 1 TO DIFFERENT-COUNT
                ADD 1 TO MISMATCH-COUNT
                MOVE SPACES TO RECON-REPORT-LINE
                STRING "DIFIERE ID=" MATCH-REQUEST-ID
                    " CAMPOS: " DIFF-FIELDS
                    DELIMITED BY SIZE INTO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
                MOVE "  PIPEOUT" TO VD-FILE-NAME
                MOVE PD-NUMERATOR TO VD-NUMERATOR
                MOVE PD-DENOMINATOR TO VD-DENOMINATOR
                MOVE PD-QUOTIENT TO VD-QUOTIENT
                MOVE PD-RESIDUO TO VD-RESIDUO
                MOVE VALUE-DETAIL-LINE TO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
                MOVE "  DIVOUT " TO VD-FILE-NAME
                MOVE DT-NUMERATOR (DIVOUT-INDEX) TO VD-NUMERATOR
                MOVE DT-DENOMINATOR (DIVOUT-INDEX) TO VD-DENOMINATOR
                MOVE DT-QUOTIENT (DIVOUT-INDEX) TO VD-QUOTIENT
                MOVE DT-RESIDUO (DIVOUT-INDEX) TO VD-RESIDUO
                MOVE VALUE-DETAIL-LINE TO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
                SET OQ-SEV-ERROR TO TRUE
                MOVE SPACES TO OQ-MESSAGE-TEXT
                STRING "PIPEOUT/DIVOUT DIFIEREN ID=" MATCH-REQUEST-ID
                    " EN " DIFF-FIELDS
                    DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
            END-IF.

      ******************************************************************
      * A pipeline request division held on OUTHDAY is where it should
      * be; any other pipeline request with no DIVOUT result is a
      * mismatch.
      ******************************************************************
       2400-REPORT-MISSING-DIVOUT.
            MOVE ZERO TO HELD-INDEX.
            MOVE ZERO TO HELD-SCAN.
            PERFORM 2410-MATCH-HELD-ENTRY
                UNTIL HELD-INDEX > ZERO OR HELD-SCAN >= HELD-COUNT.
            MOVE SPACES TO RECON-REPORT-LINE.
            IF HELD-INDEX > ZERO
                ADD 1 TO HELD-MATCH-COUNT
                STRING "RETENIDO ID=" MATCH-REQUEST-ID
                    " EN PIPEOUT, RETENIDO POR DIVISION EN OUTHDAY"
                    DELIMITED BY SIZE INTO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
            ELSE
                ADD 1 TO MISSING-DIVOUT-COUNT
                ADD 1 TO MISMATCH-COUNT
                STRING "FALTA EN DIVOUT ID=" MATCH-REQUEST-ID
                    " (PRESENTE EN PIPEOUT)"
                    DELIMITED BY SIZE INTO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
                SET OQ-SEV-ERROR TO TRUE
                MOVE SPACES TO OQ-MESSAGE-TEXT
                STRING "ID=" MATCH-REQUEST-ID
                    " EN PIPEOUT Y NO EN DIVOUT"
                    DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
            END-IF.

       2410-MATCH-HELD-ENTRY.
            ADD 1 TO HELD-SCAN.
            IF HT-REQUEST-ID (HELD-SCAN) = MATCH-REQUEST-ID
                MOVE HELD-SCAN TO HELD-INDEX
            END-IF.

       3000-REPORT-UNMATCHED-DIVOUT.
            MOVE ZERO TO DIVOUT-INDEX.
            PERFORM 3100-CHECK-DIVOUT-ENTRY
                UNTIL DIVOUT-INDEX >= DIVOUT-COUNT.

       3100-CHECK-DIVOUT-ENTRY.
            ADD 1 TO DIVOUT-INDEX.
            IF DT-MATCHED-SWITCH (DIVOUT-INDEX) = "N"
                ADD 1 TO MISSING-PIPEOUT-COUNT
                ADD 1 TO MISMATCH-COUNT
                MOVE SPACES TO RECON-REPORT-LINE
                STRING "FALTA EN PIPEOUT ID="
                    DT-REQUEST-ID (DIVOUT-INDEX)
                    " (PRESENTE EN DIVOUT)"
                    DELIMITED BY SIZE INTO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
                SET OQ-SEV-ERROR TO TRUE
                MOVE SPACES TO OQ-MESSAGE-TEXT
                STRING "ID=" DT-REQUEST-ID (DIVOUT-INDEX)
                    " EN DIVOUT Y NO EN PIPEOUT"
                    DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
            END-IF.

       8000-READ-PIPEOUT.
            READ PIPE-OUTPUT-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       8100-READ-DIVOUT.
            READ DIV-OUTPUT-FILE
                AT END SET END-OF-FILE TO TRUE
                NOT AT END ADD 1 TO DIVOUT-READ-COUNT
            END-READ.

       8200-READ-OUTHDAY.
            READ OUTLIER-HOLD-DAY-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

      ******************************************************************
      * One severity-coded entry on the shared operations log, through
      * the opslog service - the caller leaves the severity and the
      * message set.
      ******************************************************************
       8800-WRITE-OPS-LOG.
            MOVE "pipercn" TO OQ-PROGRAM-NAME.
            CALL "opslog" USING OPS-LOG-REQUEST.

      ******************************************************************
      * Mismatches are a warning to the night stream - the posted
      * figures are division's and stand - but each one is already an
      * OPSLOG error for the morning to chase.  A reconciliation that
      * could not be made at all is fatal only when the DIVOUT table
      * overflowed; a missing input is a warning.
      ******************************************************************
       9000-FINALIZE.
            MOVE SPACES TO RECON-REPORT-LINE.
            STRING "PIPEOUT " PIPE-DETAIL-COUNT
                " DIVOUT " DIVOUT-READ-COUNT
                " COINCIDEN " MATCHED-COUNT
                " RETENIDOS " HELD-MATCH-COUNT
                DELIMITED BY SIZE INTO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.
            MOVE SPACES TO RECON-REPORT-LINE.
            STRING "DIFIEREN " DIFFERENT-COUNT
                " FALTAN EN DIVOUT " MISSING-DIVOUT-COUNT
                " FALTAN EN PIPEOUT " MISSING-PIPEOUT-COUNT
                DELIMITED BY SIZE INTO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.
            PERFORM 1300-WRITE-REPORT-TRAILER.
            CLOSE RECON-REPORT-FILE.
            EVALUATE TRUE
                WHEN DIVOUT-TABLE-FULL
                    MOVE 8 TO RETURN-CODE
                WHEN INPUTS-MISSING
                    MOVE 4 TO RETURN-CODE
                WHEN MISMATCH-COUNT > ZERO
                    SET OQ-SEV-WARNING TO TRUE
                    MOVE SPACES TO OQ-MESSAGE-TEXT
                    STRING MISMATCH-COUNT
                        " DIFERENCIAS PIPEOUT/DIVOUT - VER PIPERCN"
                        DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT
                    PERFORM 8800-WRITE-OPS-LOG
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            DISPLAY "PIPEOUT/DIVOUT COINCIDEN: " MATCHED-COUNT
                " DIFERENCIAS: " MISMATCH-COUNT.

       1300-WRITE-REPORT-TRAILER.
            MOVE PIPE-DETAIL-COUNT TO RT-RECORDS-READ.
            MOVE MISMATCH-COUNT TO RT-RECORDS-REJECTED.
            MOVE MATCHED-COUNT TO RT-CONTROL-TOTAL.
            MOVE RPT-TRAILER-LINE TO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.
       END PROGRAM pipercn.
