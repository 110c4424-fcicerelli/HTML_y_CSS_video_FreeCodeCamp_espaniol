      ******************************************************************
      * Author:    Fabio Cicerelli
      * Date:      15/OCT/2026
      * Purpose:   CLSRULES what-if job - replays real values through
      *            the live classification and through a candidate
      *            rule set staged on CLSCAND, before anyone copies
      *            the candidate over CLSRULES.  The values come from
      *            the day's PIPEOUT listing (each detail line's
      *            integer quotient) or from a condicional CONDIN
      *            feed, as CLSSPARM selects.  The live label is what
      *            classify.cbl returns today; the candidate label is
      *            what the same clseval evaluator returns over the
      *            candidate rules.  The CLSSIMR report lists every
      *            value whose label would change, the count per label
      *            before and after, and every candidate rule that can
      *            never fire - because the rules ahead of it already
      *            take every value it would match, or because its
      *            condition matches nothing at all.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clssim.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIM-PARAMETER-FILE ASSIGN TO "CLSSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIM-PARM-STATUS.
           SELECT CANDIDATE-RULE-FILE ASSIGN TO "CLSCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CANDIDATE-STATUS.
           SELECT PIPE-OUTPUT-FILE ASSIGN TO "PIPEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIPE-OUTPUT-STATUS.
           SELECT COND-INPUT-FILE ASSIGN TO "CONDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COND-INPUT-STATUS.
           SELECT SIM-REPORT-FILE ASSIGN TO "CLSSIMR"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SIM-PARAMETER-FILE.
       COPY CLSSPARM.
       FD  CANDIDATE-RULE-FILE.
       COPY CLSRULE.
       FD  PIPE-OUTPUT-FILE.
       01  PIPE-OUTPUT-LINE            PIC X(132).
       FD  COND-INPUT-FILE.
       COPY CONDIN.
       FD  SIM-REPORT-FILE.
       01  SIM-REPORT-LINE             PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RPTHDTR.
       COPY RUNCTLQ.
       COPY PIPEREC.
       COPY PIPEDTL.
       COPY CLSTBL.
       COPY CLSEVAL.
       77 SIM-PARM-STATUS PIC X(02) VALUE SPACES.
       77 CANDIDATE-STATUS PIC X(02) VALUE SPACES.
       77 PIPE-OUTPUT-STATUS PIC X(02) VALUE SPACES.
       77 COND-INPUT-STATUS PIC X(02) VALUE SPACES.
       77 EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       77 REPLAY-SOURCE-SWITCH PIC X(01) VALUE "P".
           88 REPLAY-FROM-PIPEOUT VALUE "P".
           88 REPLAY-FROM-CONDIN VALUE "C".
       77 RECORDS-READ-COUNT PIC 9(08) VALUE ZERO.
       77 RECORDS-REJECTED-COUNT PIC 9(08) VALUE ZERO.
       77 CHANGED-COUNT PIC 9(08) VALUE ZERO.
       77 SHADOWED-COUNT PIC 9(04) VALUE ZERO.
       77 REPORT-PAGE-NUMBER PIC 9(04) VALUE 1.
       77 REPORT-RUN-DATE PIC 9(08) VALUE ZERO.
       77 RULE-LIMIT PIC 9(02) COMP VALUE 50.
       77 RULE-INDEX PIC 9(02) COMP VALUE ZERO.
       77 REPLAY-KEY PIC X(06) VALUE SPACES.
       77 REPLAY-SEQUENCE PIC 9(06) VALUE ZERO.
       77 REPLAY-VALUE PIC S9(07) VALUE ZERO.
       77 LIVE-LABEL PIC X(30) VALUE SPACES.
       77 CANDIDATE-LABEL PIC X(30) VALUE SPACES.
       77 TALLY-LABEL PIC X(30) VALUE SPACES.
       77 TALLY-SIDE-SWITCH PIC X(01) VALUE "B".
           88 TALLY-BEFORE VALUE "B".
           88 TALLY-AFTER VALUE "A".
       77 LABEL-COUNT PIC 9(02) COMP VALUE ZERO.
       77 LABEL-INDEX PIC 9(02) COMP VALUE ZERO.
       77 LABEL-SCAN PIC 9(02) COMP VALUE ZERO.
       77 LABEL-LIMIT PIC 9(02) COMP VALUE 60.
       77 POINT-COUNT PIC 9(03) COMP VALUE ZERO.
       77 POINT-INDEX PIC 9(03) COMP VALUE ZERO.
       77 POINT-LIMIT PIC 9(03) COMP VALUE 300.
       77 POINT-OFFSET PIC S9(01) VALUE ZERO.
       77 POINT-WORK PIC S9(08) VALUE ZERO.
       77 POINT-BASE PIC S9(07) VALUE ZERO.
       77 FIRE-SWITCH PIC X(01) VALUE "N".
           88 RULE-CAN-FIRE VALUE "Y".
       77 MEET-SWITCH PIC X(01) VALUE "N".
           88 RULE-MEETS-SOME-VALUE VALUE "Y".
       77 SHOW-RULE PIC 9(02) VALUE ZERO.
       77 SHOW-VALUE PIC S9(07) SIGN IS LEADING SEPARATE
           VALUE ZERO.
      ******************************************************************
      * One entry per label either rule set handed back on this
      * replay, with how many values carried it under the live rules
      * (before) and under the candidate rules (after).
      ******************************************************************
       01 LABEL-COUNT-TABLE.
           05 LABEL-ENTRY OCCURS 60 TIMES.
               10 LC-LABEL             PIC X(30).
               10 LC-BEFORE-COUNT      PIC 9(06).
               10 LC-AFTER-COUNT       PIC 9(06).
      ******************************************************************
      * The values a candidate rule is tried against to see whether
      * it can ever fire.  The rule conditions only change their
      * answer at a rule's own RL-VALUE or at zero, and otherwise
      * only by odd/even, so two values either side of each of those
      * points - plus both ends of the quotient's range - hit every
      * distinct combination of answers the rule set can give.  A
      * rule that fires on none of them ahead of the earlier rules
      * cannot fire on any value at all.
      ******************************************************************
       01 TEST-POINT-TABLE.
           05 TEST-POINT OCCURS 300 TIMES PIC S9(07).
       01 CHANGED-DETAIL-LINE.
           05 CD-KEY                   PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CD-VALUE                 PIC S9(07)
                                        SIGN IS LEADING SEPARATE.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CD-LIVE-LABEL            PIC X(30).
           05 FILLER                   PIC X(03) VALUE " > ".
           05 CD-CANDIDATE-LABEL       PIC X(30).
           05 FILLER                   PIC X(01) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 0800-REQUEST-RUN-CONTROL.
            IF RQ-REPLY-CONFLICT
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 1000-INITIALIZE
                IF CT-RULE-COUNT = ZERO
                    MOVE SPACES TO SIM-REPORT-LINE
                    MOVE "SIN REGLAS CANDIDATAS EN CLSCAND"
                        TO SIM-REPORT-LINE
                    WRITE SIM-REPORT-LINE
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM 2000-REPLAY-VALUES
                    PERFORM 4000-FIND-SHADOWED-RULES
                    PERFORM 5000-WRITE-LABEL-SUMMARY
                END-IF
                PERFORM 9000-FINALIZE
                PERFORM 0850-RELEASE-RUN-CONTROL
            END-IF.
            GOBACK.

       0800-REQUEST-RUN-CONTROL.
            SET RQ-ACTION-START TO TRUE.
            MOVE "clssim" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.
            IF RQ-REPLY-CONFLICT
                DISPLAY "TRABAJO EN EJECUCION: " RQ-CONFLICT-JOB
                    " - NO SE INICIA clssim"
            END-IF.

       0850-RELEASE-RUN-CONTROL.
            SET RQ-ACTION-END TO TRUE.
            MOVE "clssim" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.

      ******************************************************************
      * This program is CALLed from a driver and returns via GOBACK,
      * so it may run more than once in the same run unit. VALUE
      * clauses only take effect the first time the program is
      * loaded, not on every CALL, so every mutable item is reset
      * here explicitly instead of being left to its VALUE clause.
      ******************************************************************
       0900-RESET-WORKING-STORAGE.
            MOVE SPACES TO SIM-PARM-STATUS.
            MOVE SPACES TO CANDIDATE-STATUS.
            MOVE SPACES TO PIPE-OUTPUT-STATUS.
            MOVE SPACES TO COND-INPUT-STATUS.
            MOVE "N" TO EOF-SWITCH.
            MOVE "P" TO REPLAY-SOURCE-SWITCH.
            MOVE ZERO TO RECORDS-READ-COUNT.
            MOVE ZERO TO RECORDS-REJECTED-COUNT.
            MOVE ZERO TO CHANGED-COUNT.
            MOVE ZERO TO SHADOWED-COUNT.
            MOVE 1 TO REPORT-PAGE-NUMBER.
            MOVE ZERO TO REPORT-RUN-DATE.
            MOVE ZERO TO RULE-INDEX.
            MOVE SPACES TO REPLAY-KEY.
            MOVE ZERO TO REPLAY-SEQUENCE.
            MOVE ZERO TO REPLAY-VALUE.
            MOVE SPACES TO LIVE-LABEL.
            MOVE SPACES TO CANDIDATE-LABEL.
            MOVE SPACES TO TALLY-LABEL.
            MOVE "B" TO TALLY-SIDE-SWITCH.
            MOVE ZERO TO LABEL-COUNT.
            MOVE ZERO TO LABEL-INDEX.
            MOVE ZERO TO LABEL-SCAN.
            MOVE ZERO TO POINT-COUNT.
            MOVE ZERO TO POINT-INDEX.
            MOVE "N" TO FIRE-SWITCH.
            MOVE "N" TO MEET-SWITCH.
            MOVE ZERO TO CT-RULE-COUNT.

       1000-INITIALIZE.
            PERFORM 0900-RESET-WORKING-STORAGE.
            OPEN OUTPUT SIM-REPORT-FILE.
            ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 1100-WRITE-REPORT-HEADER.
            PERFORM 1050-LOAD-PARAMETERS.
            PERFORM 1200-LOAD-CANDIDATE-RULES.

       1050-LOAD-PARAMETERS.
            OPEN INPUT SIM-PARAMETER-FILE.
            IF SIM-PARM-STATUS = "00"
                READ SIM-PARAMETER-FILE
                    NOT AT END
                        IF SP-REPLAY-CONDIN
                            SET REPLAY-FROM-CONDIN TO TRUE
                        END-IF
                END-READ
                CLOSE SIM-PARAMETER-FILE
            END-IF.

       1100-WRITE-REPORT-HEADER.
            MOVE "SIMULACION DE REGLAS CLSRULES CANDIDATAS" TO RH-TITLE.
            MOVE REPORT-RUN-DATE TO RH-RUN-DATE.
            MOVE REPORT-PAGE-NUMBER TO RH-PAGE-NUMBER.
            MOVE RPT-HEADER-LINE TO SIM-REPORT-LINE.
            WRITE SIM-REPORT-LINE.

      ******************************************************************
      * The candidate set loads into the same CLSTBL shape and under
      * the same limit classify.cbl applies to the live set, so a rule
      * the live load would drop is dropped here too - and said so on
      * the report, where the reviewer will see it.
      ******************************************************************
       1200-LOAD-CANDIDATE-RULES.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT CANDIDATE-RULE-FILE.
            IF CANDIDATE-STATUS = "00"
                PERFORM 1210-READ-CANDIDATE-RULE
                PERFORM 1220-STORE-CANDIDATE-RULE UNTIL END-OF-FILE
                CLOSE CANDIDATE-RULE-FILE
            END-IF.

       1210-READ-CANDIDATE-RULE.
            READ CANDIDATE-RULE-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       1220-STORE-CANDIDATE-RULE.
            IF CT-RULE-COUNT < RULE-LIMIT
                ADD 1 TO CT-RULE-COUNT
                MOVE RL-CONDITION TO CT-CONDITION (CT-RULE-COUNT)
                IF RL-VALUE IS NUMERIC
                    MOVE RL-VALUE TO CT-VALUE (CT-RULE-COUNT)
                ELSE
                    MOVE ZERO TO CT-VALUE (CT-RULE-COUNT)
                END-IF
                MOVE RL-LABEL TO CT-LABEL (CT-RULE-COUNT)
            ELSE
                MOVE SPACES TO SIM-REPORT-LINE
                STRING "TABLA DE REGLAS LLENA - REGLA CANDIDATA "
                    "OMITIDA: " RL-CONDITION " " RL-LABEL
                    DELIMITED BY SIZE INTO SIM-REPORT-LINE
                WRITE SIM-REPORT-LINE
            END-IF.
            PERFORM 1210-READ-CANDIDATE-RULE.

      ******************************************************************
      * The replay itself: every value from the selected file through
      * both rule sets, one report line for each whose label would
      * change.  On PIPEOUT only the PIPEDTL detail lines carry a
      * value - the header, trailer and per-source lines are passed
      * over - and a line is keyed by its request-id; a CONDIN record
      * is keyed by its position in the feed.
      ******************************************************************
       2000-REPLAY-VALUES.
            MOVE SPACES TO SIM-REPORT-LINE.
            MOVE "VALORES CUYA CLASE CAMBIA (ACTUAL > CANDIDATA)"
                TO SIM-REPORT-LINE.
            WRITE SIM-REPORT-LINE.
            MOVE "N" TO EOF-SWITCH.
            IF REPLAY-FROM-CONDIN
                OPEN INPUT COND-INPUT-FILE
                IF COND-INPUT-STATUS NOT = "00"
                    PERFORM 2900-REPORT-MISSING-INPUT
                ELSE
                    PERFORM 8100-READ-CONDIN
                    PERFORM 2200-REPLAY-CONDIN-RECORD UNTIL END-OF-FILE
                    CLOSE COND-INPUT-FILE
                END-IF
            ELSE
                OPEN INPUT PIPE-OUTPUT-FILE
                IF PIPE-OUTPUT-STATUS NOT = "00"
                    PERFORM 2900-REPORT-MISSING-INPUT
                ELSE
                    PERFORM 8000-READ-PIPEOUT
                    PERFORM 2100-REPLAY-PIPEOUT-LINE UNTIL END-OF-FILE
                    CLOSE PIPE-OUTPUT-FILE
                END-IF
            END-IF.

       2100-REPLAY-PIPEOUT-LINE.
            MOVE PIPE-OUTPUT-LINE TO PIPE-DETAIL-LINE.
            IF PD-ID-TAG = "ID="
                ADD 1 TO RECORDS-READ-COUNT
                IF PD-INT-QUOTIENT IS NUMERIC
                    MOVE PD-REQUEST-ID TO REPLAY-KEY
                    MOVE PD-INT-QUOTIENT TO REPLAY-VALUE
                    PERFORM 3000-REPLAY-ONE-VALUE
                ELSE
                    ADD 1 TO RECORDS-REJECTED-COUNT
                END-IF
            END-IF.
            PERFORM 8000-READ-PIPEOUT.

       2200-REPLAY-CONDIN-RECORD.
            ADD 1 TO RECORDS-READ-COUNT.
            ADD 1 TO REPLAY-SEQUENCE.
            IF CI-NUMERO IS NUMERIC
                MOVE REPLAY-SEQUENCE TO REPLAY-KEY
                MOVE CI-NUMERO TO REPLAY-VALUE
                PERFORM 3000-REPLAY-ONE-VALUE
            ELSE
                ADD 1 TO RECORDS-REJECTED-COUNT
            END-IF.
            PERFORM 8100-READ-CONDIN.

       2900-REPORT-MISSING-INPUT.
            MOVE SPACES TO SIM-REPORT-LINE.
            IF REPLAY-FROM-CONDIN
                MOVE "SIN ARCHIVO CONDIN - NADA QUE REPRODUCIR"
                    TO SIM-REPORT-LINE
            ELSE
                MOVE "SIN ARCHIVO PIPEOUT - NADA QUE REPRODUCIR"
                    TO SIM-REPORT-LINE
            END-IF.
            WRITE SIM-REPORT-LINE.
            MOVE 8 TO RETURN-CODE.

      ******************************************************************
      * The live label comes from classify.cbl exactly as the night
      * stream gets it - CLSRULES, or the legacy rule when none is
      * staged - so "before" is what production would say today, not
      * what an older listing happened to print.
      ******************************************************************
       3000-REPLAY-ONE-VALUE.
            MOVE REPLAY-VALUE TO PV-INT-QUOTIENT.
            CALL "classify" USING PIPE-VALUE-RECORD.
            MOVE PV-CLASSIFICATION TO LIVE-LABEL.
            MOVE REPLAY-VALUE TO CE-VALUE.
            MOVE 1 TO CE-FIRST-RULE.
            MOVE CT-RULE-COUNT TO CE-LAST-RULE.
            CALL "clseval" USING CLASS-EVAL-REQUEST CLASS-RULE-TABLE.
            IF CE-MATCHED-RULE = ZERO
                MOVE "SIN CLASIFICAR" TO CANDIDATE-LABEL
            ELSE
                MOVE CT-LABEL (CE-MATCHED-RULE) TO CANDIDATE-LABEL
            END-IF.
            MOVE LIVE-LABEL TO TALLY-LABEL.
            SET TALLY-BEFORE TO TRUE.
            PERFORM 3100-TALLY-LABEL.
            MOVE CANDIDATE-LABEL TO TALLY-LABEL.
            SET TALLY-AFTER TO TRUE.
            PERFORM 3100-TALLY-LABEL.
            IF LIVE-LABEL NOT = CANDIDATE-LABEL
                ADD 1 TO CHANGED-COUNT
                MOVE REPLAY-KEY TO CD-KEY
                MOVE REPLAY-VALUE TO CD-VALUE
                MOVE LIVE-LABEL TO CD-LIVE-LABEL
                MOVE CANDIDATE-LABEL TO CD-CANDIDATE-LABEL
                MOVE CHANGED-DETAIL-LINE TO SIM-REPORT-LINE
                WRITE SIM-REPORT-LINE
            END-IF.

       3100-TALLY-LABEL.
            MOVE ZERO TO LABEL-INDEX.
            MOVE ZERO TO LABEL-SCAN.
            PERFORM 3110-MATCH-LABEL-ENTRY
                UNTIL LABEL-INDEX > ZERO OR LABEL-SCAN >= LABEL-COUNT.
            IF LABEL-INDEX = ZERO
                IF LABEL-COUNT < LABEL-LIMIT
                    ADD 1 TO LABEL-COUNT
                    MOVE LABEL-COUNT TO LABEL-INDEX
                    MOVE TALLY-LABEL TO LC-LABEL (LABEL-INDEX)
                    MOVE ZERO TO LC-BEFORE-COUNT (LABEL-INDEX)
                    MOVE ZERO TO LC-AFTER-COUNT (LABEL-INDEX)
                ELSE
                    DISPLAY "TABLA DE CLASES LLENA - CLASE NO CONTADA"
                END-IF
            END-IF.
            IF LABEL-INDEX > ZERO
                IF TALLY-BEFORE
                    ADD 1 TO LC-BEFORE-COUNT (LABEL-INDEX)
                ELSE
                    ADD 1 TO LC-AFTER-COUNT (LABEL-INDEX)
                END-IF
            END-IF.

       3110-MATCH-LABEL-ENTRY.
            ADD 1 TO LABEL-SCAN.
            IF LC-LABEL (LABEL-SCAN) = TALLY-LABEL
                MOVE LABEL-SCAN TO LABEL-INDEX
            END-IF.

      ******************************************************************
      * Shadowed rules are judged on the rules alone, not on whatever
      * values the replay happened to carry: a rule is reported when
      * no test point meets it without an earlier rule meeting it
      * first.
      ******************************************************************
       4000-FIND-SHADOWED-RULES.
            PERFORM 4100-BUILD-TEST-POINTS.
            MOVE SPACES TO SIM-REPORT-LINE.
            MOVE "REGLAS CANDIDATAS QUE NUNCA SE APLICAN"
                TO SIM-REPORT-LINE.
            WRITE SIM-REPORT-LINE.
            MOVE ZERO TO RULE-INDEX.
            PERFORM 4200-CHECK-ONE-RULE
                UNTIL RULE-INDEX >= CT-RULE-COUNT.
            IF SHADOWED-COUNT = ZERO
                MOVE SPACES TO SIM-REPORT-LINE
                MOVE "NINGUNA - TODAS LAS REGLAS PUEDEN APLICARSE"
                    TO SIM-REPORT-LINE
                WRITE SIM-REPORT-LINE
            ELSE
                IF RETURN-CODE = ZERO
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

       4100-BUILD-TEST-POINTS.
            MOVE ZERO TO POINT-COUNT.
            MOVE -9999999 TO POINT-WORK.
            PERFORM 4130-ADD-TEST-POINT.
            MOVE -9999998 TO POINT-WORK.
            PERFORM 4130-ADD-TEST-POINT.
            MOVE 9999998 TO POINT-WORK.
            PERFORM 4130-ADD-TEST-POINT.
            MOVE 9999999 TO POINT-WORK.
            PERFORM 4130-ADD-TEST-POINT.
            MOVE ZERO TO POINT-BASE.
            PERFORM 4110-ADD-POINTS-AROUND-BASE.
            MOVE ZERO TO RULE-INDEX.
            PERFORM 4120-ADD-RULE-POINTS
                UNTIL RULE-INDEX >= CT-RULE-COUNT.

       4110-ADD-POINTS-AROUND-BASE.
            MOVE -2 TO POINT-OFFSET.
            PERFORM 4115-ADD-ONE-OFFSET-POINT
                UNTIL POINT-OFFSET > 2.

       4115-ADD-ONE-OFFSET-POINT.
            COMPUTE POINT-WORK = POINT-BASE + POINT-OFFSET.
            PERFORM 4130-ADD-TEST-POINT.
            ADD 1 TO POINT-OFFSET.

       4120-ADD-RULE-POINTS.
            ADD 1 TO RULE-INDEX.
            MOVE CT-VALUE (RULE-INDEX) TO POINT-BASE.
            PERFORM 4110-ADD-POINTS-AROUND-BASE.

       4130-ADD-TEST-POINT.
            IF POINT-WORK >= -9999999 AND POINT-WORK <= 9999999
                AND POINT-COUNT < POINT-LIMIT
                ADD 1 TO POINT-COUNT
                MOVE POINT-WORK TO TEST-POINT (POINT-COUNT)
            END-IF.

       4200-CHECK-ONE-RULE.
            ADD 1 TO RULE-INDEX.
            MOVE "N" TO FIRE-SWITCH.
            MOVE "N" TO MEET-SWITCH.
            MOVE ZERO TO POINT-INDEX.
            PERFORM 4210-TRY-TEST-POINT
                UNTIL RULE-CAN-FIRE OR POINT-INDEX >= POINT-COUNT.
            IF NOT RULE-CAN-FIRE
                ADD 1 TO SHADOWED-COUNT
                MOVE RULE-INDEX TO SHOW-RULE
                MOVE CT-VALUE (RULE-INDEX) TO SHOW-VALUE
                MOVE SPACES TO SIM-REPORT-LINE
                IF RULE-MEETS-SOME-VALUE
                    STRING "REGLA " SHOW-RULE " "
                        CT-CONDITION (RULE-INDEX) " " SHOW-VALUE " "
                        CT-LABEL (RULE-INDEX)
                        " CUBIERTA POR ANTERIORES"
                        DELIMITED BY SIZE INTO SIM-REPORT-LINE
                ELSE
                    STRING "REGLA " SHOW-RULE " "
                        CT-CONDITION (RULE-INDEX) " " SHOW-VALUE " "
                        CT-LABEL (RULE-INDEX)
                        " CONDICION IMPOSIBLE"
                        DELIMITED BY SIZE INTO SIM-REPORT-LINE
                END-IF
                WRITE SIM-REPORT-LINE
            END-IF.

      ******************************************************************
      * A point counts for the rule only when the rule meets it and
      * none of the rules ahead of it does - the first-match-wins
      * order classify.cbl applies.
      ******************************************************************
       4210-TRY-TEST-POINT.
            ADD 1 TO POINT-INDEX.
            MOVE TEST-POINT (POINT-INDEX) TO CE-VALUE.
            MOVE RULE-INDEX TO CE-FIRST-RULE.
            MOVE RULE-INDEX TO CE-LAST-RULE.
            CALL "clseval" USING CLASS-EVAL-REQUEST CLASS-RULE-TABLE.
            IF CE-MATCHED-RULE > ZERO
                SET RULE-MEETS-SOME-VALUE TO TRUE
                IF RULE-INDEX = 1
                    SET RULE-CAN-FIRE TO TRUE
                ELSE
                    MOVE 1 TO CE-FIRST-RULE
                    COMPUTE CE-LAST-RULE = RULE-INDEX - 1
                    CALL "clseval"
                        USING CLASS-EVAL-REQUEST CLASS-RULE-TABLE
                    IF CE-MATCHED-RULE = ZERO
                        SET RULE-CAN-FIRE TO TRUE
                    END-IF
                END-IF
            END-IF.

      ******************************************************************
      * Before/after count per label, SIN CLASIFICAR included, so a
      * reviewer sees at a glance how the mix would move.
      ******************************************************************
       5000-WRITE-LABEL-SUMMARY.
            MOVE SPACES TO SIM-REPORT-LINE.
            MOVE "CONTEO POR CLASE (ACTUAL / CANDIDATA)"
                TO SIM-REPORT-LINE.
            WRITE SIM-REPORT-LINE.
            MOVE ZERO TO LABEL-INDEX.
            PERFORM 5100-WRITE-ONE-LABEL-LINE
                UNTIL LABEL-INDEX >= LABEL-COUNT.
            MOVE SPACES TO SIM-REPORT-LINE.
            STRING "VALORES CON CAMBIO DE CLASE: " CHANGED-COUNT
                DELIMITED BY SIZE INTO SIM-REPORT-LINE.
            WRITE SIM-REPORT-LINE.

       5100-WRITE-ONE-LABEL-LINE.
            ADD 1 TO LABEL-INDEX.
            MOVE SPACES TO SIM-REPORT-LINE.
            STRING LC-LABEL (LABEL-INDEX)
                " ACTUAL " LC-BEFORE-COUNT (LABEL-INDEX)
                " CANDIDATA " LC-AFTER-COUNT (LABEL-INDEX)
                DELIMITED BY SIZE INTO SIM-REPORT-LINE.
            WRITE SIM-REPORT-LINE.

       8000-READ-PIPEOUT.
            READ PIPE-OUTPUT-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       8100-READ-CONDIN.
            READ COND-INPUT-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       9000-FINALIZE.
            PERFORM 1300-WRITE-REPORT-TRAILER.
            CLOSE SIM-REPORT-FILE.
            DISPLAY "VALORES REPRODUCIDOS: " RECORDS-READ-COUNT.
            DISPLAY "CAMBIOS DE CLASE: " CHANGED-COUNT.
            DISPLAY "REGLAS QUE NUNCA SE APLICAN: " SHADOWED-COUNT.

       1300-WRITE-REPORT-TRAILER.
            MOVE RECORDS-READ-COUNT TO RT-RECORDS-READ.
            MOVE RECORDS-REJECTED-COUNT TO RT-RECORDS-REJECTED.
            MOVE CHANGED-COUNT TO RT-CONTROL-TOTAL.
            MOVE RPT-TRAILER-LINE TO SIM-REPORT-LINE.
            WRITE SIM-REPORT-LINE.
       END PROGRAM clssim.
