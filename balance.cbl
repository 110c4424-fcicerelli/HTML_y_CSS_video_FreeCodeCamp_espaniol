      *                 foots each sender's DIVIN details against that
      *                 source's history record and names the source
      *                 that disagrees.
      *   15/OCT/2026 - The division batch now holds statistical
      *                 outliers on the night's OUTHDAY file instead of
      *                 producing a result or a reject, so the DIVIN
      *                 leg counts OUTHDAY alongside DIVOUT and DIVEXC,
      *                 and each source's leg adds the HS-HELD-COUNT
      *                 its DIVHSRC record carries.
      *   15/OCT/2026 - Added the per-entity legs: DIVGL now carries one
      *                 batch per legal entity, so each entity's
      *                 details are footed against that entity's own
      *                 trailer (a missing or repeated trailer is its
      *                 own finding), and each entity's DIVOUT results
      *                 against the DIVHSRC records of the sources
      *                 processed for it.  The whole-night legs stay,
      *                 the GL one now footing the sum of the trailers.
      *   15/OCT/2026 - A business date may now run more than one
      *                 division cycle.  The existing legs balance the
      *                 cycle just run - the latest cycle DIVHIST
      *                 records for today - against its own DIVOUT
      *                 results and DIVHSRC records (DIVIN, DIVEXC,
      *                 OUTHDAY and DIVGL are rebuilt by every cycle),
      *                 and a DIVGL trailer carrying another cycle's
      *                 batch id is a finding.  New whole-day legs then
      *                 foot every cycle of the date: each cycle's
      *                 DIVHIST record against its DIVOUT results and
      *                 DIVHSRC records, the cycles numbered 1 upward
      *                 with none missing, and the day's totals across
      *                 all three.  The header names the cycle.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. balance.
           SELECT DIV-SOURCE-HISTORY-FILE ASSIGN TO "DIVHSRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIV-SOURCE-HIST-STATUS.
           SELECT OUTLIER-HOLD-DAY-FILE ASSIGN TO "OUTHDAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTLIER-DAY-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       COPY DIVHIST.
       FD  DIV-SOURCE-HISTORY-FILE.
       COPY DIVHSRC.
       FD  OUTLIER-HOLD-DAY-FILE.
       COPY OUTHOLD.
       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-LINE         PIC X(80).
       WORKING-STORAGE SECTION.
       77 SOURCE-SCAN PIC 9(02) VALUE ZERO.
       77 SOURCE-LIMIT PIC 9(02) VALUE 10.
       77 MATCH-SOURCE-ID PIC X(06) VALUE SPACES.
       77 OUTLIER-DAY-STATUS PIC X(02) VALUE SPACES.
       77 OUTHDAY-HELD-COUNT PIC 9(08) VALUE ZERO.
       77 ENTITY-COUNT PIC 9(02) VALUE ZERO.
       77 ENTITY-INDEX PIC 9(02) VALUE ZERO.
       77 ENTITY-SCAN PIC 9(02) VALUE ZERO.
       77 ENTITY-LIMIT PIC 9(02) VALUE 20.
       77 MATCH-ENTITY-CODE PIC X(04) VALUE SPACES.
       77 EDIT-AMOUNT-2 PIC -Z(09)9.99 VALUE ZEROS.
       77 DIVHIST-MISSING-SWITCH PIC X(01) VALUE "N".
           88 DIVHIST-MISSING VALUE "Y".
       77 CURRENT-CYCLE PIC 9(02) VALUE ZERO.
       77 DAY-CYCLE-COUNT PIC 9(02) VALUE ZERO.
       77 RECORD-CYCLE PIC 9(02) VALUE ZERO.
       77 RECORD-DATE PIC 9(08) VALUE ZERO.
       77 CYCLE-INDEX PIC 9(02) VALUE ZERO.
       77 CYCLE-LIMIT PIC 9(02) VALUE 20.
       77 CYCLE-OVERFLOW-SWITCH PIC X(01) VALUE "N".
           88 CYCLE-TABLE-OVERFLOW VALUE "Y".
       77 DAY-HIST-COUNT PIC 9(08) VALUE ZERO.
       77 DAY-HIST-TOTAL PIC S9(10)V99 VALUE ZERO.
       77 DAY-DIVOUT-COUNT PIC 9(08) VALUE ZERO.
       77 DAY-DIVOUT-TOTAL PIC S9(10)V99 VALUE ZERO.
       77 DAY-HSRC-COUNT PIC 9(08) VALUE ZERO.
       77 DAY-HSRC-TOTAL PIC S9(10)V99 VALUE ZERO.
       77 EDIT-AMOUNT-3 PIC -Z(09)9.99 VALUE ZEROS.
      ******************************************************************
      * One entry per cycle of today's business date, indexed by the
      * cycle number: the DIVHIST record that cycle wrote (a rerun's
      * later record standing), and the DIVOUT results and DIVHSRC
      * records stamped with that cycle, for the whole-day legs.
      ******************************************************************
       01 CYCLE-TABLE.
           05 CYCLE-ENTRY OCCURS 20 TIMES.
               10 CY-HIST-SWITCH       PIC X(01).
               10 CY-HIST-COUNT        PIC 9(08).
               10 CY-HIST-TOTAL        PIC S9(10)V99.
               10 CY-DIVOUT-COUNT      PIC 9(08).
               10 CY-DIVOUT-TOTAL      PIC S9(10)V99.
               10 CY-HSRC-COUNT        PIC 9(08).
               10 CY-HSRC-TOTAL        PIC S9(10)V99.
      ******************************************************************
      * One entry per DI-SOURCE-ID seen on the feed or on today's
      * DIVHSRC records: the details that source put on DIVIN versus
      * the results, rejects and holds the division batch recorded,
      * so an out-of-balance night names the sender.
      ******************************************************************
       01 SOURCE-TABLE.
               10 SB-DIVIN-COUNT       PIC 9(08).
               10 SB-HIST-COUNT        PIC 9(08).
               10 SB-HIST-SWITCH       PIC X(01).
               10 SB-ENTITY-CODE       PIC X(04).
               10 SB-RESULT-COUNT      PIC 9(08).
               10 SB-RESULT-TOTAL      PIC S9(10)V99.
      ******************************************************************
      * One entry per legal entity seen on DIVOUT, DIVGL or today's
      * DIVHSRC: its results and their quotient total against what
      * DIVHSRC recorded for its sources, and its GL details against
      * the trailer of its own DIVGL batch.
      ******************************************************************
       01 ENTITY-TABLE.
           05 ENTITY-ENTRY OCCURS 20 TIMES.
               10 EB-ENTITY-CODE       PIC X(04).
               10 EB-DIVOUT-COUNT      PIC 9(08).
               10 EB-DIVOUT-TOTAL      PIC S9(10)V99.
               10 EB-HSRC-COUNT        PIC 9(08).
               10 EB-HSRC-TOTAL        PIC S9(10)V99.
               10 EB-GL-DETAIL-COUNT   PIC 9(08).
               10 EB-GL-DETAIL-AMOUNT  PIC S9(10)V99.
               10 EB-GL-TRAILER-COUNT  PIC 9(08).
               10 EB-GL-TRAILER-AMOUNT PIC S9(10)V99.
               10 EB-TRAILERS-SEEN     PIC 9(02).
      ******************************************************************
      * Overlay for scanning DIVEXC report lines - same shape as
      * RPTHDTR's trailer but without its VALUE'd labels, so scanning
                PERFORM 2000-FOOT-DIVIN
                PERFORM 3000-FOOT-DIVOUT
                PERFORM 4000-FOOT-DIVEXC
                PERFORM 4500-FOOT-OUTHDAY
                PERFORM 5000-FOOT-DIVGL
                PERFORM 7000-JUDGE-BALANCE
                PERFORM 9000-FINALIZE
                PERFORM 0850-RELEASE-RUN-CONTROL
            MOVE ZERO TO SOURCE-INDEX.
            MOVE ZERO TO SOURCE-SCAN.
            MOVE SPACES TO MATCH-SOURCE-ID.
            MOVE SPACES TO OUTLIER-DAY-STATUS.
            MOVE ZERO TO OUTHDAY-HELD-COUNT.
            MOVE ZERO TO ENTITY-COUNT.
            MOVE ZERO TO ENTITY-INDEX.
            MOVE ZERO TO ENTITY-SCAN.
            MOVE SPACES TO MATCH-ENTITY-CODE.
            MOVE "N" TO DIVHIST-MISSING-SWITCH.
            MOVE ZERO TO CURRENT-CYCLE.
            MOVE ZERO TO DAY-CYCLE-COUNT.
            MOVE ZERO TO RECORD-CYCLE.
            MOVE ZERO TO RECORD-DATE.
            MOVE ZERO TO CYCLE-INDEX.
            MOVE "N" TO CYCLE-OVERFLOW-SWITCH.
            MOVE ZERO TO DAY-HIST-COUNT.
            MOVE ZERO TO DAY-HIST-TOTAL.
            MOVE ZERO TO DAY-DIVOUT-COUNT.
            MOVE ZERO TO DAY-DIVOUT-TOTAL.
            MOVE ZERO TO DAY-HSRC-COUNT.
            MOVE ZERO TO DAY-HSRC-TOTAL.
            MOVE ZERO TO CYCLE-INDEX.
            PERFORM 0910-CLEAR-CYCLE-ENTRY
                UNTIL CYCLE-INDEX >= CYCLE-LIMIT.

       0910-CLEAR-CYCLE-ENTRY.
            ADD 1 TO CYCLE-INDEX.
            MOVE "N" TO CY-HIST-SWITCH (CYCLE-INDEX).
            MOVE ZERO TO CY-HIST-COUNT (CYCLE-INDEX).
            MOVE ZERO TO CY-HIST-TOTAL (CYCLE-INDEX).
            MOVE ZERO TO CY-DIVOUT-COUNT (CYCLE-INDEX).
            MOVE ZERO TO CY-DIVOUT-TOTAL (CYCLE-INDEX).
            MOVE ZERO TO CY-HSRC-COUNT (CYCLE-INDEX).
            MOVE ZERO TO CY-HSRC-TOTAL (CYCLE-INDEX).

      ******************************************************************
      * Today's DIVHIST records are read first: the latest cycle they
      * record is the one just run, which the per-cycle legs balance
      * and the header names.
      ******************************************************************
       1000-INITIALIZE.
            PERFORM 0900-RESET-WORKING-STORAGE.
            OPEN OUTPUT BALANCE-REPORT-FILE.
            ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 6000-FIND-TODAYS-HISTORY.
            PERFORM 1100-WRITE-REPORT-HEADER.

       1100-WRITE-REPORT-HEADER.
            MOVE "REPORTE DE CUADRE DE FIN DE DIA" TO RH-TITLE.
            MOVE REPORT-RUN-DATE TO RH-RUN-DATE.
            MOVE REPORT-PAGE-NUMBER TO RH-PAGE-NUMBER.
            IF CURRENT-CYCLE > ZERO
                MOVE "CICLO " TO RH-CYCLE-LABEL
                MOVE CURRENT-CYCLE TO RH-CYCLE-NUMBER
            END-IF.
            MOVE RPT-HEADER-LINE TO BALANCE-REPORT-LINE.
            WRITE BALANCE-REPORT-LINE.

      ******************************************************************
      * Everything in DIVIN that is not the batch header or trailer
      * went through validation, so it must come out the other side as
      * a DIVOUT result, a DIVEXC reject, or an OUTHDAY hold.
      ******************************************************************
       2000-FOOT-DIVIN.
            MOVE "N" TO EOF-SWITCH.
                    MOVE ZERO TO SB-DIVIN-COUNT (SOURCE-INDEX)
                    MOVE ZERO TO SB-HIST-COUNT (SOURCE-INDEX)
                    MOVE "N" TO SB-HIST-SWITCH (SOURCE-INDEX)
                    MOVE SPACES TO SB-ENTITY-CODE (SOURCE-INDEX)
                    MOVE ZERO TO SB-RESULT-COUNT (SOURCE-INDEX)
                    MOVE ZERO TO SB-RESULT-TOTAL (SOURCE-INDEX)
                ELSE
                    SET NIGHT-OUT-OF-BALANCE TO TRUE
                    MOVE SPACES TO BALANCE-REPORT-LINE
                MOVE SOURCE-SCAN TO SOURCE-INDEX
            END-IF.

      ******************************************************************
      * Leaves ENTITY-INDEX on the entry for MATCH-ENTITY-CODE, adding
      * a zeroed entry when the entity is new, the same way as
      * 2200-FIND-SOURCE-ENTRY.
      ******************************************************************
       2300-FIND-ENTITY-ENTRY.
            MOVE ZERO TO ENTITY-INDEX.
            MOVE ZERO TO ENTITY-SCAN.
            PERFORM 2310-MATCH-ENTITY-ENTRY
                UNTIL ENTITY-INDEX > ZERO
                    OR ENTITY-SCAN >= ENTITY-COUNT.
            IF ENTITY-INDEX = ZERO
                IF ENTITY-COUNT < ENTITY-LIMIT
                    ADD 1 TO ENTITY-COUNT
                    MOVE ENTITY-COUNT TO ENTITY-INDEX
                    MOVE MATCH-ENTITY-CODE
                        TO EB-ENTITY-CODE (ENTITY-INDEX)
                    MOVE ZERO TO EB-DIVOUT-COUNT (ENTITY-INDEX)
                    MOVE ZERO TO EB-DIVOUT-TOTAL (ENTITY-INDEX)
                    MOVE ZERO TO EB-HSRC-COUNT (ENTITY-INDEX)
                    MOVE ZERO TO EB-HSRC-TOTAL (ENTITY-INDEX)
                    MOVE ZERO TO EB-GL-DETAIL-COUNT (ENTITY-INDEX)
                    MOVE ZERO TO EB-GL-DETAIL-AMOUNT (ENTITY-INDEX)
                    MOVE ZERO TO EB-GL-TRAILER-COUNT (ENTITY-INDEX)
                    MOVE ZERO TO EB-GL-TRAILER-AMOUNT (ENTITY-INDEX)
                    MOVE ZERO TO EB-TRAILERS-SEEN (ENTITY-INDEX)
                ELSE
                    SET NIGHT-OUT-OF-BALANCE TO TRUE
                    MOVE SPACES TO BALANCE-REPORT-LINE
                    MOVE "TABLA DE ENTIDADES LLENA"
                        TO BALANCE-REPORT-LINE
                    WRITE BALANCE-REPORT-LINE
                END-IF
            END-IF.

       2310-MATCH-ENTITY-ENTRY.
            ADD 1 TO ENTITY-SCAN.
            IF EB-ENTITY-CODE (ENTITY-SCAN) = MATCH-ENTITY-CODE
                MOVE ENTITY-SCAN TO ENTITY-INDEX
            END-IF.

       8500-REPORT-MISSING-DIVIN.
            SET NIGHT-OUT-OF-BALANCE TO TRUE.
            MOVE SPACES TO BALANCE-REPORT-LINE.
                CLOSE DIV-OUTPUT-FILE
            END-IF.

      ******************************************************************
      * DIVOUT holds every cycle of the business date.  A result
      * written before the date and cycle were stamped belongs to the
      * cycle being balanced.  Every result of today folds into its
      * cycle's day-leg entry; only the current cycle's foot the
      * per-cycle and per-entity legs.
      ******************************************************************
       3100-FOOT-DIVOUT-RECORD.
            IF DO-RUN-DATE IS NUMERIC
                AND DO-CYCLE-NUMBER IS NUMERIC
                AND DO-RUN-DATE > ZERO
                MOVE DO-RUN-DATE TO RECORD-DATE
                MOVE DO-CYCLE-NUMBER TO RECORD-CYCLE
            ELSE
                MOVE REPORT-RUN-DATE TO RECORD-DATE
                MOVE CURRENT-CYCLE TO RECORD-CYCLE
                IF RECORD-CYCLE = ZERO
                    MOVE 1 TO RECORD-CYCLE
                END-IF
            END-IF.
            IF RECORD-DATE = REPORT-RUN-DATE
                PERFORM 3200-FOLD-DIVOUT-CYCLE
                IF RECORD-CYCLE = CURRENT-CYCLE
                    OR CURRENT-CYCLE = ZERO
                    PERFORM 3300-FOOT-CURRENT-RESULT
                END-IF
            END-IF.
            PERFORM 8100-READ-DIVOUT.

       3200-FOLD-DIVOUT-CYCLE.
            IF RECORD-CYCLE > ZERO AND RECORD-CYCLE NOT > CYCLE-LIMIT
                ADD 1 TO CY-DIVOUT-COUNT (RECORD-CYCLE)
                ADD DO-QUOTIENT TO CY-DIVOUT-TOTAL (RECORD-CYCLE)
                IF RECORD-CYCLE > DAY-CYCLE-COUNT
                    MOVE RECORD-CYCLE TO DAY-CYCLE-COUNT
                END-IF
            ELSE
                SET CYCLE-TABLE-OVERFLOW TO TRUE
            END-IF.

       3300-FOOT-CURRENT-RESULT.
            ADD 1 TO DIVOUT-RECORD-COUNT.
            ADD DO-QUOTIENT TO DIVOUT-QUOTIENT-TOTAL.
            ADD DO-RESIDUO TO DIVOUT-RESIDUO-TOTAL.
            MOVE DO-ENTITY-CODE TO MATCH-ENTITY-CODE.
            PERFORM 2300-FIND-ENTITY-ENTRY.
            IF ENTITY-INDEX > ZERO
                ADD 1 TO EB-DIVOUT-COUNT (ENTITY-INDEX)
                ADD DO-QUOTIENT TO EB-DIVOUT-TOTAL (ENTITY-INDEX)
            END-IF.

      ******************************************************************
      * DIVEXC is the printed exception report, so the reject count is
            END-IF.
            PERFORM 8200-READ-DIVEXC.

      ******************************************************************
      * Details held as outliers came out of the division batch on
      * OUTHDAY instead of DIVOUT or DIVEXC.  No file at all means the
      * batch held nothing (it predates the screen), not a lost leg.
      ******************************************************************
       4500-FOOT-OUTHDAY.
            OPEN INPUT OUTLIER-HOLD-DAY-FILE.
            IF OUTLIER-DAY-STATUS = "00"
                PERFORM 8700-READ-OUTHDAY
                PERFORM 4510-COUNT-HELD-RECORD
                    UNTIL OUTLIER-DAY-STATUS NOT = "00"
                CLOSE OUTLIER-HOLD-DAY-FILE
            END-IF.

       4510-COUNT-HELD-RECORD.
            ADD 1 TO OUTHDAY-HELD-COUNT.
            PERFORM 8700-READ-OUTHDAY.

       5000-FOOT-DIVGL.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT GL-EXTRACT-FILE.
                CLOSE GL-EXTRACT-FILE
            END-IF.

      ******************************************************************
      * Each detail foots into the whole night and into its entity;
      * each entity's trailer closes its own batch, and the night's
      * trailer totals are the sum of the entities' trailers.
      ******************************************************************
       5100-FOOT-DIVGL-RECORD.
            MOVE GL-EXTRACT-LINE TO GL-DETAIL-RECORD.
            EVALUATE GL-RECORD-TYPE OF GL-DETAIL-RECORD
                    ELSE
                        ADD GL-AMOUNT TO GL-DETAIL-AMOUNT
                    END-IF
                    MOVE GL-ENTITY-CODE TO MATCH-ENTITY-CODE
                    PERFORM 2300-FIND-ENTITY-ENTRY
                    IF ENTITY-INDEX > ZERO
                        PERFORM 5200-FOOT-ENTITY-DETAIL
                    END-IF
                WHEN "T"
                    MOVE GL-EXTRACT-LINE TO GL-TRAILER-RECORD
                    ADD GL-BATCH-COUNT TO GL-TRAILER-COUNT
                    ADD GL-BATCH-AMOUNT TO GL-TRAILER-AMOUNT
                    SET GL-TRAILER-FOUND TO TRUE
                    PERFORM 5300-CHECK-BATCH-CYCLE
                    MOVE GL-BATCH-ENTITY-CODE TO MATCH-ENTITY-CODE
                    PERFORM 2300-FIND-ENTITY-ENTRY
                    IF ENTITY-INDEX > ZERO
                        ADD 1 TO EB-TRAILERS-SEEN (ENTITY-INDEX)
                        ADD GL-BATCH-COUNT
                            TO EB-GL-TRAILER-COUNT (ENTITY-INDEX)
                        ADD GL-BATCH-AMOUNT
                            TO EB-GL-TRAILER-AMOUNT (ENTITY-INDEX)
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            PERFORM 8300-READ-DIVGL.

      ******************************************************************
      * DIVGL is rebuilt by every cycle, so each trailer's batch id
      * must be today's date and the cycle being balanced; anything
      * else is a stale or crossed extract.  A trailer written before
      * the cycle was carried reads as the date's first cycle.
      ******************************************************************
       5300-CHECK-BATCH-CYCLE.
            IF GL-BATCH-CYCLE IS NUMERIC
                MOVE GL-BATCH-CYCLE TO RECORD-CYCLE
            ELSE
                MOVE 1 TO RECORD-CYCLE
            END-IF.
            IF CURRENT-CYCLE > ZERO
                AND (GL-BATCH-ID NOT = REPORT-RUN-DATE
                    OR RECORD-CYCLE NOT = CURRENT-CYCLE)
                SET NIGHT-OUT-OF-BALANCE TO TRUE
                MOVE SPACES TO BALANCE-REPORT-LINE
                STRING "DIVGL LOTE " GL-BATCH-ID " CICLO " RECORD-CYCLE
                    " ENT " GL-BATCH-ENTITY-CODE
                    " NO ES DEL CICLO EN CURSO: FUERA DE BALANCE"
                    DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
                WRITE BALANCE-REPORT-LINE
            END-IF.

       5200-FOOT-ENTITY-DETAIL.
            ADD 1 TO EB-GL-DETAIL-COUNT (ENTITY-INDEX).
            IF GL-SIDE-CREDIT
                SUBTRACT GL-AMOUNT
                    FROM EB-GL-DETAIL-AMOUNT (ENTITY-INDEX)
            ELSE
                ADD GL-AMOUNT TO EB-GL-DETAIL-AMOUNT (ENTITY-INDEX)
            END-IF.

      ******************************************************************
      * The history record written for today's run date and latest
      * cycle is the one the DIVOUT totals must agree with; a rerun
      * that appended twice leaves the later record standing, which is
      * also the one that reflects the output now on disk.  Every
      * cycle's record for today goes to the cycle table for the
      * whole-day legs.  A missing file is reported with the history
      * leg, once the header is out.
      ******************************************************************
       6000-FIND-TODAYS-HISTORY.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT DIV-HISTORY-FILE.
            IF DIV-HISTORY-STATUS = "35"
                SET NIGHT-OUT-OF-BALANCE TO TRUE
                SET DIVHIST-MISSING TO TRUE
            ELSE
                PERFORM 8400-READ-DIVHIST
                PERFORM 6100-CHECK-HISTORY-RECORD UNTIL END-OF-FILE
                CLOSE DIV-HISTORY-FILE
            END-IF.
            IF CURRENT-CYCLE > ZERO
                MOVE CY-HIST-COUNT (CURRENT-CYCLE) TO HIST-RECORD-COUNT
                MOVE CY-HIST-TOTAL (CURRENT-CYCLE)
                    TO HIST-QUOTIENT-TOTAL
                SET HIST-TODAY-FOUND TO TRUE
            END-IF.
            MOVE CURRENT-CYCLE TO DAY-CYCLE-COUNT.

       6100-CHECK-HISTORY-RECORD.
            IF HR-RUN-DATE = REPORT-RUN-DATE
                IF HR-CYCLE-NUMBER IS NUMERIC
                    AND HR-CYCLE-NUMBER > ZERO
                    MOVE HR-CYCLE-NUMBER TO RECORD-CYCLE
                ELSE
                    MOVE 1 TO RECORD-CYCLE
                END-IF
                IF RECORD-CYCLE > CYCLE-LIMIT
                    SET CYCLE-TABLE-OVERFLOW TO TRUE
                ELSE
                    MOVE "Y" TO CY-HIST-SWITCH (RECORD-CYCLE)
                    MOVE HR-RECORD-COUNT
                        TO CY-HIST-COUNT (RECORD-CYCLE)
                    MOVE HR-QUOTIENT-TOTAL
                        TO CY-HIST-TOTAL (RECORD-CYCLE)
                    IF RECORD-CYCLE NOT < CURRENT-CYCLE
                        MOVE RECORD-CYCLE TO CURRENT-CYCLE
                        MOVE HR-RESIDUO-TOTAL TO HIST-RESIDUO-TOTAL
                    END-IF
                END-IF
            END-IF.
            PERFORM 8400-READ-DIVHIST.

            PERFORM 7200-JUDGE-GL-LEG.
            PERFORM 7300-JUDGE-HISTORY-LEG.
            PERFORM 7400-JUDGE-SOURCE-LEG.
            PERFORM 7500-JUDGE-ENTITY-LEGS.
            PERFORM 7600-JUDGE-DAY-LEGS.
            MOVE SPACES TO BALANCE-REPORT-LINE.
            IF NIGHT-IN-BALANCE
                MOVE "RESULTADO: EN BALANCE" TO BALANCE-REPORT-LINE

       7100-JUDGE-DIVIN-LEG.
            MOVE SPACES TO BALANCE-REPORT-LINE.
            IF DIVIN-DETAIL-COUNT = DIVOUT-RECORD-COUNT
                    + DIVEXC-REJECT-COUNT + OUTHDAY-HELD-COUNT
                STRING "DIVIN VS DIVOUT+DIVEXC+OUTHDAY: EN BALANCE ("
                    DIVIN-DETAIL-COUNT ")"
                    DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
            ELSE
                SET NIGHT-OUT-OF-BALANCE TO TRUE
                MOVE "DIVIN VS DIVOUT+DIVEXC+OUTHDAY: FUERA DE BALANCE"
                    TO BALANCE-REPORT-LINE
                WRITE BALANCE-REPORT-LINE
                MOVE SPACES TO BALANCE-REPORT-LINE
                STRING "DIVIN " DIVIN-DETAIL-COUNT
                    " VS DIVOUT " DIVOUT-RECORD-COUNT
                    " + DIVEXC " DIVEXC-REJECT-COUNT
                    " + OUTHDAY " OUTHDAY-HELD-COUNT
                    DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
            END-IF.
            WRITE BALANCE-REPORT-LINE.
            WRITE BALANCE-REPORT-LINE.

       7300-JUDGE-HISTORY-LEG.
            IF DIVHIST-MISSING
                MOVE SPACES TO BALANCE-REPORT-LINE
                MOVE "SIN ARCHIVO DIVHIST" TO BALANCE-REPORT-LINE
                WRITE BALANCE-REPORT-LINE
            END-IF.
            MOVE SPACES TO BALANCE-REPORT-LINE.
            IF NOT HIST-TODAY-FOUND
                SET NIGHT-OUT-OF-BALANCE TO TRUE

      ******************************************************************
      * Per-source leg: each sender's DIVIN details must equal the
      * results, rejects and holds the division batch recorded for
      * that source on today's DIVHSRC.  A source on the feed with no
      * history record (or the other way around) is out of balance in
      * its own right - that is exactly the night the breakdown exists
      * to catch.
            WRITE BALANCE-REPORT-LINE.

      ******************************************************************
      * Today's DIVHSRC records for the cycle being balanced fold into
      * the source table: results plus rejects per source, with a
      * rerun's later record standing, the same way
      * 6100-CHECK-HISTORY-RECORD keeps the last DIVHIST record for
      * the cycle.  A source only on the history (nothing on the feed)
      * still earns an entry so the mismatch is visible.  Every cycle's
      * records also add into that cycle's day-leg entry.
      ******************************************************************
       6500-LOAD-SOURCE-HISTORY.
            MOVE "N" TO EOF-SWITCH.

       6510-FOLD-SOURCE-RECORD.
            IF HS-RUN-DATE = REPORT-RUN-DATE
                IF HS-CYCLE-NUMBER IS NUMERIC
                    AND HS-CYCLE-NUMBER > ZERO
                    MOVE HS-CYCLE-NUMBER TO RECORD-CYCLE
                ELSE
                    MOVE 1 TO RECORD-CYCLE
                END-IF
                PERFORM 6520-FOLD-SOURCE-CYCLE
            END-IF.
            IF HS-RUN-DATE = REPORT-RUN-DATE
                AND (RECORD-CYCLE = CURRENT-CYCLE
                    OR CURRENT-CYCLE = ZERO)
                MOVE HS-SOURCE-ID TO MATCH-SOURCE-ID
                PERFORM 2200-FIND-SOURCE-ENTRY
                IF SOURCE-INDEX > ZERO
                    COMPUTE SB-HIST-COUNT (SOURCE-INDEX) =
                        HS-RECORD-COUNT + HS-REJECT-COUNT
                    IF HS-HELD-COUNT IS NUMERIC
                        ADD HS-HELD-COUNT
                            TO SB-HIST-COUNT (SOURCE-INDEX)
                    END-IF
                    MOVE "Y" TO SB-HIST-SWITCH (SOURCE-INDEX)
                    MOVE HS-ENTITY-CODE TO SB-ENTITY-CODE (SOURCE-INDEX)
                    MOVE HS-RECORD-COUNT
                        TO SB-RESULT-COUNT (SOURCE-INDEX)
                    MOVE HS-RESULT-TOTAL
                        TO SB-RESULT-TOTAL (SOURCE-INDEX)
                END-IF
            END-IF.
            PERFORM 8600-READ-DIVHSRC.

      ******************************************************************
      * Per-entity legs: each entity's DIVGL details against its own
      * batch trailer, and its DIVOUT results against the DIVHSRC
      * records of the sources processed for it.  Runs after the
      * source leg, which has already loaded today's DIVHSRC.
      ******************************************************************
       6520-FOLD-SOURCE-CYCLE.
            IF RECORD-CYCLE > CYCLE-LIMIT
                SET CYCLE-TABLE-OVERFLOW TO TRUE
            ELSE
                ADD HS-RECORD-COUNT TO CY-HSRC-COUNT (RECORD-CYCLE)
                ADD HS-RESULT-TOTAL TO CY-HSRC-TOTAL (RECORD-CYCLE)
                IF RECORD-CYCLE > DAY-CYCLE-COUNT
                    MOVE RECORD-CYCLE TO DAY-CYCLE-COUNT
                END-IF
            END-IF.

       7500-JUDGE-ENTITY-LEGS.
            MOVE ZERO TO SOURCE-INDEX.
            PERFORM 7510-FOLD-SOURCE-ENTITY
                UNTIL SOURCE-INDEX >= SOURCE-COUNT.
            MOVE ZERO TO ENTITY-INDEX.
            PERFORM 7520-JUDGE-ONE-ENTITY
                UNTIL ENTITY-INDEX >= ENTITY-COUNT.

       7510-FOLD-SOURCE-ENTITY.
            ADD 1 TO SOURCE-INDEX.
            IF SB-HIST-SWITCH (SOURCE-INDEX) = "Y"
                MOVE SB-ENTITY-CODE (SOURCE-INDEX) TO MATCH-ENTITY-CODE
                PERFORM 2300-FIND-ENTITY-ENTRY
                IF ENTITY-INDEX > ZERO
                    ADD SB-RESULT-COUNT (SOURCE-INDEX)
                        TO EB-HSRC-COUNT (ENTITY-INDEX)
                    ADD SB-RESULT-TOTAL (SOURCE-INDEX)
                        TO EB-HSRC-TOTAL (ENTITY-INDEX)
                END-IF
            END-IF.

       7520-JUDGE-ONE-ENTITY.
            ADD 1 TO ENTITY-INDEX.
            PERFORM 7530-JUDGE-ENTITY-GL.
            PERFORM 7540-JUDGE-ENTITY-RESULTS.

       7530-JUDGE-ENTITY-GL.
            MOVE SPACES TO BALANCE-REPORT-LINE.
            EVALUATE TRUE
                WHEN EB-TRAILERS-SEEN (ENTITY-INDEX) = ZERO
                    SET NIGHT-OUT-OF-BALANCE TO TRUE
                    STRING "ENTIDAD " EB-ENTITY-CODE (ENTITY-INDEX)
                        " DIVGL SIN COLA DE LOTE: FUERA DE BALANCE"
                        DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
                WHEN EB-TRAILERS-SEEN (ENTITY-INDEX) > 1
                    SET NIGHT-OUT-OF-BALANCE TO TRUE
                    STRING "ENTIDAD " EB-ENTITY-CODE (ENTITY-INDEX)
                        " DIVGL COLA DE LOTE REPETIDA: FUERA DE BALANCE"
                        DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
                WHEN EB-GL-TRAILER-COUNT (ENTITY-INDEX) =
                        EB-GL-DETAIL-COUNT (ENTITY-INDEX)
                    AND EB-GL-TRAILER-AMOUNT (ENTITY-INDEX) =
                        EB-GL-DETAIL-AMOUNT (ENTITY-INDEX)
                    STRING "ENTIDAD " EB-ENTITY-CODE (ENTITY-INDEX)
                        " DIVGL COLA VS DETALLES: EN BALANCE ("
                        EB-GL-DETAIL-COUNT (ENTITY-INDEX) ")"
                        DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
                WHEN OTHER
                    SET NIGHT-OUT-OF-BALANCE TO TRUE
                    STRING "ENTIDAD " EB-ENTITY-CODE (ENTITY-INDEX)
                        " DIVGL COLA VS DETALLES: FUERA DE BALANCE "
                        EB-GL-TRAILER-COUNT (ENTITY-INDEX) " VS "
                        EB-GL-DETAIL-COUNT (ENTITY-INDEX)
                        DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
                    WRITE BALANCE-REPORT-LINE
                    MOVE SPACES TO BALANCE-REPORT-LINE
                    MOVE EB-GL-TRAILER-AMOUNT (ENTITY-INDEX)
                        TO EDIT-AMOUNT
                    MOVE EB-GL-DETAIL-AMOUNT (ENTITY-INDEX)
                        TO EDIT-AMOUNT-2
                    STRING "ENTIDAD " EB-ENTITY-CODE (ENTITY-INDEX)
                        " IMPORTE COLA " EDIT-AMOUNT
                        " DETALLES " EDIT-AMOUNT-2
                        DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
            END-EVALUATE.
            WRITE BALANCE-REPORT-LINE.

       7540-JUDGE-ENTITY-RESULTS.
            MOVE SPACES TO BALANCE-REPORT-LINE.
            IF EB-DIVOUT-COUNT (ENTITY-INDEX) =
                    EB-HSRC-COUNT (ENTITY-INDEX)
                AND EB-DIVOUT-TOTAL (ENTITY-INDEX) =
                    EB-HSRC-TOTAL (ENTITY-INDEX)
                STRING "ENTIDAD " EB-ENTITY-CODE (ENTITY-INDEX)
                    " DIVOUT VS DIVHSRC: EN BALANCE ("
                    EB-DIVOUT-COUNT (ENTITY-INDEX) ")"
                    DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
            ELSE
                SET NIGHT-OUT-OF-BALANCE TO TRUE
                STRING "ENTIDAD " EB-ENTITY-CODE (ENTITY-INDEX)
                    " DIVOUT VS DIVHSRC: FUERA DE BALANCE "
                    EB-DIVOUT-COUNT (ENTITY-INDEX) " VS "
                    EB-HSRC-COUNT (ENTITY-INDEX)
                    DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
                WRITE BALANCE-REPORT-LINE
                MOVE SPACES TO BALANCE-REPORT-LINE
                MOVE EB-DIVOUT-TOTAL (ENTITY-INDEX) TO EDIT-AMOUNT
                MOVE EB-HSRC-TOTAL (ENTITY-INDEX) TO EDIT-AMOUNT-2
                STRING "ENTIDAD " EB-ENTITY-CODE (ENTITY-INDEX)
                    " COCIENTES DIVOUT " EDIT-AMOUNT
                    " DIVHSRC " EDIT-AMOUNT-2
                    DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
            END-IF.
            WRITE BALANCE-REPORT-LINE.

      ******************************************************************
      * Whole-day legs: every cycle of today, 1 up to the highest any
      * of the three files records, must have its DIVHIST record, and
      * that record's count and quotient total must equal the DIVOUT
      * results and the DIVHSRC records stamped with the cycle.  The
      * day's totals across the three close the report.
      ******************************************************************
       7600-JUDGE-DAY-LEGS.
            IF CYCLE-TABLE-OVERFLOW
                SET NIGHT-OUT-OF-BALANCE TO TRUE
                MOVE SPACES TO BALANCE-REPORT-LINE
                MOVE "CICLO FUERA DE TABLA: FUERA DE BALANCE"
                    TO BALANCE-REPORT-LINE
                WRITE BALANCE-REPORT-LINE
            END-IF.
            MOVE ZERO TO CYCLE-INDEX.
            PERFORM 7610-JUDGE-ONE-CYCLE
                UNTIL CYCLE-INDEX >= DAY-CYCLE-COUNT.
            MOVE SPACES TO BALANCE-REPORT-LINE.
            IF DAY-HIST-COUNT = DAY-DIVOUT-COUNT
                AND DAY-HIST-COUNT = DAY-HSRC-COUNT
                AND DAY-HIST-TOTAL = DAY-DIVOUT-TOTAL
                AND DAY-HIST-TOTAL = DAY-HSRC-TOTAL
                STRING "DIA COMPLETO " DAY-CYCLE-COUNT " CICLOS: "
                    "EN BALANCE (" DAY-HIST-COUNT ")"
                    DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
            ELSE
                SET NIGHT-OUT-OF-BALANCE TO TRUE
                STRING "DIA COMPLETO " DAY-CYCLE-COUNT " CICLOS: "
                    "FUERA DE BALANCE"
                    DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
                WRITE BALANCE-REPORT-LINE
                MOVE SPACES TO BALANCE-REPORT-LINE
                STRING "DIA DIVHIST " DAY-HIST-COUNT
                    " DIVOUT " DAY-DIVOUT-COUNT
                    " DIVHSRC " DAY-HSRC-COUNT
                    DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
                WRITE BALANCE-REPORT-LINE
                MOVE SPACES TO BALANCE-REPORT-LINE
                MOVE DAY-HIST-TOTAL TO EDIT-AMOUNT
                MOVE DAY-DIVOUT-TOTAL TO EDIT-AMOUNT-2
                MOVE DAY-HSRC-TOTAL TO EDIT-AMOUNT-3
                STRING "DIA COCIENTES" EDIT-AMOUNT
                    EDIT-AMOUNT-2 EDIT-AMOUNT-3
                    DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
            END-IF.
            WRITE BALANCE-REPORT-LINE.

       7610-JUDGE-ONE-CYCLE.
            ADD 1 TO CYCLE-INDEX.
            ADD CY-HIST-COUNT (CYCLE-INDEX) TO DAY-HIST-COUNT.
            ADD CY-HIST-TOTAL (CYCLE-INDEX) TO DAY-HIST-TOTAL.
            ADD CY-DIVOUT-COUNT (CYCLE-INDEX) TO DAY-DIVOUT-COUNT.
            ADD CY-DIVOUT-TOTAL (CYCLE-INDEX) TO DAY-DIVOUT-TOTAL.
            ADD CY-HSRC-COUNT (CYCLE-INDEX) TO DAY-HSRC-COUNT.
            ADD CY-HSRC-TOTAL (CYCLE-INDEX) TO DAY-HSRC-TOTAL.
            MOVE SPACES TO BALANCE-REPORT-LINE.
            EVALUATE TRUE
                WHEN CY-HIST-SWITCH (CYCLE-INDEX) NOT = "Y"
                    SET NIGHT-OUT-OF-BALANCE TO TRUE
                    STRING "CICLO " CYCLE-INDEX
                        " SIN REGISTRO EN DIVHIST: FUERA DE BALANCE"
                        DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
                WHEN CY-HIST-COUNT (CYCLE-INDEX) =
                        CY-DIVOUT-COUNT (CYCLE-INDEX)
                    AND CY-HIST-COUNT (CYCLE-INDEX) =
                        CY-HSRC-COUNT (CYCLE-INDEX)
                    AND CY-HIST-TOTAL (CYCLE-INDEX) =
                        CY-DIVOUT-TOTAL (CYCLE-INDEX)
                    AND CY-HIST-TOTAL (CYCLE-INDEX) =
                        CY-HSRC-TOTAL (CYCLE-INDEX)
                    STRING "CICLO " CYCLE-INDEX
                        " DIVHIST VS DIVOUT VS DIVHSRC: EN BALANCE ("
                        CY-HIST-COUNT (CYCLE-INDEX) ")"
                        DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
                WHEN OTHER
                    SET NIGHT-OUT-OF-BALANCE TO TRUE
                    STRING "CICLO " CYCLE-INDEX
                        " FUERA DE BALANCE: DIVHIST "
                        CY-HIST-COUNT (CYCLE-INDEX)
                        " DIVOUT " CY-DIVOUT-COUNT (CYCLE-INDEX)
                        " DIVHSRC " CY-HSRC-COUNT (CYCLE-INDEX)
                        DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
                    WRITE BALANCE-REPORT-LINE
                    MOVE SPACES TO BALANCE-REPORT-LINE
                    MOVE CY-HIST-TOTAL (CYCLE-INDEX) TO EDIT-AMOUNT
                    MOVE CY-DIVOUT-TOTAL (CYCLE-INDEX) TO EDIT-AMOUNT-2
                    MOVE CY-HSRC-TOTAL (CYCLE-INDEX) TO EDIT-AMOUNT-3
                    STRING "CICLO " CYCLE-INDEX " COCIENTES"
                        EDIT-AMOUNT EDIT-AMOUNT-2 EDIT-AMOUNT-3
                        DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
            END-EVALUATE.
            WRITE BALANCE-REPORT-LINE.

       8700-READ-OUTHDAY.
            READ OUTLIER-HOLD-DAY-FILE.

       8600-READ-DIVHSRC.
            READ DIV-SOURCE-HISTORY-FILE
                AT END SET END-OF-FILE TO TRUE
