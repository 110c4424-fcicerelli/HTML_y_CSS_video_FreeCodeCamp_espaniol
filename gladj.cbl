      ******************************************************************
      * Author:    Fabio Cicerelli
      * Date:      15/OCT/2026
      * Purpose:   Nightly GL adjustment step for corrections made to
      *            requests that already reached the general ledger.
      *            Reads the CALCJRN change journal written since the
      *            last adjustment run and picks out the approved
      *            changes (a calcappr V decision releasing a
      *            correction to ACTIVE, or a supervisor's direct
      *            change that lands ACTIVE) and the deletes (calcmnt
      *            and calcbat - the calcarch archive move is not a
      *            business delete).  For each one whose request-id is
      *            on the GLPSTHIS posted-item history, it writes a
      *            reversing entry for the amount GL holds (same
      *            account, opposite side) and, for a change, a new
      *            entry for the corrected amount under the account
      *            the GLACCT rules give its source, operation, and
      *            side - both in the GL-DETAIL-RECORD layout on the
      *            GLADJ extract, closed by its own GL-TRAILER-RECORD.
      *            Every adjustment prints on the GLADJRPT report so
      *            finance sees each correction that moved a posted
      *            number, and goes back onto GLPSTHIS so a second
      *            correction reverses the corrected amount, not the
      *            original.  The journal stamp reached is kept on
      *            GLADJDT, so a correction is adjusted exactly once
      *            however late the stream runs.  A change no GLACCT
      *            rule covers is held (nothing written, warning on
      *            OPSLOG) rather than reversed without a re-post.
      * Tectonics: cobc
      * Modification History:
      *   15/OCT/2026 - Adjustments are booked to the legal entity the
      *                 original posting went to (PI-ENTITY-CODE on
      *                 GLPSTHIS): each GLADJ detail and re-posted item
      *                 carries it, and the re-post account comes from
      *                 that entity's GLACCT rules ahead of the
      *                 entity-blank ones.  GLADJ stays one batch with
      *                 one trailer; GL splits it on GL-ENTITY-CODE.
      *   15/OCT/2026 - Review fix: a held correction no longer falls
      *                 behind the saved journal cutoff.  Each stored
      *                 correction keeps its journal stamp and the
      *                 stamp before it, and when one is held GLADJDT
      *                 stops short of the earliest held entry, the
      *                 same rule the full-table path follows - the
      *                 held change is read again every night until a
      *                 GLACCT rule lets it through.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gladj.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-JOURNAL-FILE ASSIGN TO "CALCJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CJ-FILE-STATUS.
           SELECT GL-POSTED-HISTORY-FILE ASSIGN TO "GLPSTHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-POSTED-HIST-STATUS.
           SELECT GL-ACCOUNT-RULE-FILE ASSIGN TO "GLACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-ACCT-STATUS.
           SELECT DIV-PARAMETER-FILE ASSIGN TO "DIVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIV-PARM-STATUS.
           SELECT GL-ADJUST-FILE ASSIGN TO "GLADJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADJUST-REPORT-FILE ASSIGN TO "GLADJRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADJUST-CONTROL-FILE ASSIGN TO "GLADJDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-JOURNAL-FILE.
       COPY CALCJRN.
       FD  GL-POSTED-HISTORY-FILE.
       COPY GLPOSTH.
       FD  GL-ACCOUNT-RULE-FILE.
       COPY GLACCT.
       FD  DIV-PARAMETER-FILE.
       COPY DIVPARM.
       FD  GL-ADJUST-FILE.
       01  GL-ADJUST-LINE              PIC X(40).
       FD  ADJUST-REPORT-FILE.
       01  ADJUST-REPORT-LINE          PIC X(80).
       FD  ADJUST-CONTROL-FILE.
       01  ADJUST-CONTROL-RECORD.
           05  AD-LAST-JOURNAL-DATE    PIC 9(08).
           05  AD-LAST-JOURNAL-TIME    PIC 9(08).
       WORKING-STORAGE SECTION.
       COPY RPTHDTR.
       COPY GLEXTR.
       COPY CALCMST.
       COPY RUNCTLQ.
       COPY OPSLOGQ.
       77 CJ-FILE-STATUS PIC X(02) VALUE SPACES.
       77 GL-POSTED-HIST-STATUS PIC X(02) VALUE SPACES.
       77 GL-ACCT-STATUS PIC X(02) VALUE SPACES.
       77 DIV-PARM-STATUS PIC X(02) VALUE SPACES.
       77 AD-FILE-STATUS PIC X(02) VALUE SPACES.
       77 EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       77 ROUND-MODE-SWITCH PIC X(01) VALUE "N".
           88 ROUND-NEAREST VALUE "N".
           88 ROUND-TRUNCATE VALUE "T".
       77 REPORT-PAGE-NUMBER PIC 9(04) VALUE 1.
       77 REPORT-RUN-DATE PIC 9(08) VALUE ZERO.
       77 CUTOFF-SWITCH PIC X(01) VALUE "N".
           88 CUTOFF-FROM-CONTROL VALUE "Y".
       77 CUTOFF-DATE PIC 9(08) VALUE ZERO.
       77 CUTOFF-TIME PIC 9(08) VALUE ZERO.
       77 LATEST-DATE PIC 9(08) VALUE ZERO.
       77 LATEST-TIME PIC 9(08) VALUE ZERO.
       77 PRIOR-DATE PIC 9(08) VALUE ZERO.
       77 PRIOR-TIME PIC 9(08) VALUE ZERO.
       77 HOLD-CUTOFF-DATE PIC 9(08) VALUE ZERO.
       77 HOLD-CUTOFF-TIME PIC 9(08) VALUE ZERO.
       77 JOURNAL-READ-COUNT PIC 9(08) VALUE ZERO.
       77 NEW-ENTRY-SWITCH PIC X(01) VALUE "N".
           88 JOURNAL-ENTRY-IS-NEW VALUE "Y".
       77 ADJUSTED-COUNT PIC 9(08) VALUE ZERO.
       77 NOT-POSTED-COUNT PIC 9(08) VALUE ZERO.
       77 UNCHANGED-COUNT PIC 9(08) VALUE ZERO.
       77 HELD-COUNT PIC 9(08) VALUE ZERO.
       77 GL-BATCH-COUNT-WORK PIC 9(08) VALUE ZERO.
       77 GL-BATCH-AMOUNT-WORK PIC S9(10)V99 VALUE ZERO.
       77 OLD-SIGNED-AMOUNT PIC S9(08)V99 VALUE ZERO.
       77 NEW-SIGNED-AMOUNT PIC S9(08)V99 VALUE ZERO.
       77 NEW-SIDE PIC X(01) VALUE SPACE.
       77 WORK-NUMERATOR PIC S9(06) VALUE ZERO.
       77 WORK-DENOMINATOR PIC S9(06) VALUE ZERO.
       77 EDIT-OLD-AMOUNT PIC -Z(07)9.99 VALUE ZEROS.
       77 EDIT-NEW-AMOUNT PIC -Z(07)9.99 VALUE ZEROS.
       77 EDIT-AMOUNT PIC -Z(09)9.99 VALUE ZEROS.
       77 ACCT-RULE-COUNT PIC 9(03) COMP VALUE ZERO.
       77 ACCT-RULE-INDEX PIC 9(03) COMP VALUE ZERO.
       77 ACCT-RULE-LIMIT PIC 9(03) COMP VALUE 100.
       77 MATCH-SOURCE-ID PIC X(06) VALUE SPACES.
       77 MATCH-ENTITY-CODE PIC X(04) VALUE SPACES.
       77 MATCH-OPERATION PIC X(01) VALUE SPACE.
       77 MATCHED-ACCOUNT PIC X(08) VALUE SPACES.
       77 ACCOUNT-FOUND-SWITCH PIC X(01) VALUE "N".
           88 ACCOUNT-FOUND VALUE "Y".
       77 CORRECTION-COUNT PIC 9(04) COMP VALUE ZERO.
       77 CORRECTION-INDEX PIC 9(04) COMP VALUE ZERO.
       77 CORRECTION-SCAN PIC 9(04) COMP VALUE ZERO.
       77 CORRECTION-LIMIT PIC 9(04) COMP VALUE 500.
       77 CORRECTION-FULL-SWITCH PIC X(01) VALUE "N".
           88 CORRECTION-TABLE-FULL VALUE "Y".
       77 POSTED-COUNT PIC 9(04) COMP VALUE ZERO.
       77 POSTED-INDEX PIC 9(04) COMP VALUE ZERO.
       77 POSTED-SCAN PIC 9(04) COMP VALUE ZERO.
       77 POSTED-LIMIT PIC 9(04) COMP VALUE 500.
       77 SEARCH-REQUEST-ID PIC X(06) VALUE SPACES.
      ******************************************************************
      * GLACCT rules, loaded once and scanned in file order for each
      * re-post - first matching rule wins, a blank source matching
      * every source, the posting entity's own rules ahead of the
      * entity-blank ones, exactly as the division batch assigns them.
      ******************************************************************
       01 ACCT-RULE-TABLE.
           05 ACCT-RULE-ENTRY OCCURS 100 TIMES.
               10 AR-SOURCE-ID         PIC X(06).
               10 AR-OPERATION         PIC X(01).
               10 AR-DEBIT-CREDIT      PIC X(01).
               10 AR-ACCOUNT-NUMBER    PIC X(08).
               10 AR-ENTITY-CODE       PIC X(04).
      ******************************************************************
      * The qualifying journal entries since the last run, in journal
      * order, with the corrected values lifted from the after image
      * (the before image for a delete), the entry's own journal
      * stamp, and the last stamp before it - the cutoff that reads
      * the entry again if it has to be held.
      ******************************************************************
       01 CORRECTION-TABLE.
           05 CORRECTION-ENTRY OCCURS 500 TIMES.
               10 CR-REQUEST-ID        PIC X(06).
               10 CR-ACTION            PIC X(01).
                   88 CR-ACTION-CHANGE    VALUE "C".
                   88 CR-ACTION-DELETE    VALUE "D".
               10 CR-NUMERATOR         PIC S9(06).
               10 CR-DENOMINATOR       PIC S9(06).
               10 CR-QUOTIENT          PIC S9(06).
               10 CR-USER-NAME         PIC X(20).
               10 CR-JOURNAL-DATE      PIC 9(08).
               10 CR-JOURNAL-TIME      PIC 9(08).
               10 CR-PRIOR-DATE        PIC 9(08).
               10 CR-PRIOR-TIME        PIC 9(08).
      ******************************************************************
      * What GL holds tonight for each corrected request-id, as the
      * GLPSTHIS history left it: the last original or re-post entry,
      * switched off by a later reversal.  Updated in place as each
      * adjustment is written, so two corrections to one request in
      * the same night chain correctly.
      ******************************************************************
       01 POSTED-TABLE.
           05 POSTED-ENTRY OCCURS 500 TIMES.
               10 PT-REQUEST-ID        PIC X(06).
               10 PT-SOURCE-ID         PIC X(06).
               10 PT-OPERATION         PIC X(01).
               10 PT-ACCOUNT           PIC X(08).
               10 PT-SIDE              PIC X(01).
               10 PT-AMOUNT            PIC 9(08)V99.
               10 PT-ACTIVE-SWITCH     PIC X(01).
               10 PT-ENTITY-CODE       PIC X(04).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 0800-REQUEST-RUN-CONTROL.
            IF RQ-REPLY-CONFLICT
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 1000-INITIALIZE
                PERFORM 2000-LOAD-CORRECTIONS
                PERFORM 3000-LOAD-POSTED-ITEMS
                PERFORM 4000-WRITE-ADJUSTMENTS
                PERFORM 9000-FINALIZE
                PERFORM 0850-RELEASE-RUN-CONTROL
            END-IF.
            GOBACK.

       0800-REQUEST-RUN-CONTROL.
            SET RQ-ACTION-START TO TRUE.
            MOVE "gladj" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.
            IF RQ-REPLY-CONFLICT
                DISPLAY "TRABAJO EN EJECUCION: " RQ-CONFLICT-JOB
                    " - NO SE INICIA gladj"
            END-IF.

       0850-RELEASE-RUN-CONTROL.
            SET RQ-ACTION-END TO TRUE.
            MOVE "gladj" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.

      ******************************************************************
      * This program is CALLed from a driver and returns via GOBACK,
      * so it may run more than once in the same run unit. VALUE
      * clauses only take effect the first time the program is
      * loaded, not on every CALL, so every mutable item is reset
      * here explicitly instead of being left to its VALUE clause.
      ******************************************************************
       0900-RESET-WORKING-STORAGE.
            MOVE SPACES TO CJ-FILE-STATUS.
            MOVE SPACES TO GL-POSTED-HIST-STATUS.
            MOVE SPACES TO GL-ACCT-STATUS.
            MOVE SPACES TO DIV-PARM-STATUS.
            MOVE SPACES TO AD-FILE-STATUS.
            MOVE "N" TO EOF-SWITCH.
            MOVE "N" TO ROUND-MODE-SWITCH.
            MOVE 1 TO REPORT-PAGE-NUMBER.
            MOVE ZERO TO REPORT-RUN-DATE.
            MOVE "N" TO CUTOFF-SWITCH.
            MOVE ZERO TO CUTOFF-DATE.
            MOVE ZERO TO CUTOFF-TIME.
            MOVE ZERO TO LATEST-DATE.
            MOVE ZERO TO LATEST-TIME.
            MOVE ZERO TO PRIOR-DATE.
            MOVE ZERO TO PRIOR-TIME.
            MOVE ZERO TO HOLD-CUTOFF-DATE.
            MOVE ZERO TO HOLD-CUTOFF-TIME.
            MOVE ZERO TO JOURNAL-READ-COUNT.
            MOVE "N" TO NEW-ENTRY-SWITCH.
            MOVE ZERO TO ADJUSTED-COUNT.
            MOVE ZERO TO NOT-POSTED-COUNT.
            MOVE ZERO TO UNCHANGED-COUNT.
            MOVE ZERO TO HELD-COUNT.
            MOVE ZERO TO GL-BATCH-COUNT-WORK.
            MOVE ZERO TO GL-BATCH-AMOUNT-WORK.
            MOVE ZERO TO OLD-SIGNED-AMOUNT.
            MOVE ZERO TO NEW-SIGNED-AMOUNT.
            MOVE SPACE TO NEW-SIDE.
            MOVE ZERO TO ACCT-RULE-COUNT.
            MOVE ZERO TO ACCT-RULE-INDEX.
            MOVE SPACES TO MATCH-SOURCE-ID.
            MOVE SPACES TO MATCH-ENTITY-CODE.
            MOVE SPACE TO MATCH-OPERATION.
            MOVE SPACES TO MATCHED-ACCOUNT.
            MOVE "N" TO ACCOUNT-FOUND-SWITCH.
            MOVE ZERO TO CORRECTION-COUNT.
            MOVE ZERO TO CORRECTION-INDEX.
            MOVE ZERO TO CORRECTION-SCAN.
            MOVE "N" TO CORRECTION-FULL-SWITCH.
            MOVE ZERO TO POSTED-COUNT.
            MOVE ZERO TO POSTED-INDEX.
            MOVE ZERO TO POSTED-SCAN.
            MOVE SPACES TO SEARCH-REQUEST-ID.

       1000-INITIALIZE.
            PERFORM 0900-RESET-WORKING-STORAGE.
            ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 1050-LOAD-PARAMETERS.
            PERFORM 1060-LOAD-ACCOUNT-RULES.
            PERFORM 1100-LOAD-JOURNAL-CUTOFF.
            OPEN OUTPUT GL-ADJUST-FILE.
            OPEN OUTPUT ADJUST-REPORT-FILE.
            PERFORM 1200-WRITE-REPORT-HEADER.

      ******************************************************************
      * The corrected amount is re-derived the way the division batch
      * computed the original, so the rounding mode comes from the
      * same DIVPARM record.
      ******************************************************************
       1050-LOAD-PARAMETERS.
            OPEN INPUT DIV-PARAMETER-FILE.
            IF DIV-PARM-STATUS = "00"
                READ DIV-PARAMETER-FILE
                    NOT AT END
                        MOVE PM-ROUND-MODE TO ROUND-MODE-SWITCH
                END-READ
                CLOSE DIV-PARAMETER-FILE
            END-IF.

       1060-LOAD-ACCOUNT-RULES.
            OPEN INPUT GL-ACCOUNT-RULE-FILE.
            IF GL-ACCT-STATUS = "00"
                MOVE "N" TO EOF-SWITCH
                PERFORM 1070-READ-ACCOUNT-RULE
                PERFORM 1080-STORE-ACCOUNT-RULE UNTIL END-OF-FILE
                CLOSE GL-ACCOUNT-RULE-FILE
                MOVE "N" TO EOF-SWITCH
            END-IF.

       1070-READ-ACCOUNT-RULE.
            READ GL-ACCOUNT-RULE-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       1080-STORE-ACCOUNT-RULE.
            IF ACCT-RULE-COUNT < ACCT-RULE-LIMIT
                ADD 1 TO ACCT-RULE-COUNT
                MOVE GA-SOURCE-ID
                    TO AR-SOURCE-ID (ACCT-RULE-COUNT)
                MOVE GA-OPERATION
                    TO AR-OPERATION (ACCT-RULE-COUNT)
                MOVE GA-DEBIT-CREDIT
                    TO AR-DEBIT-CREDIT (ACCT-RULE-COUNT)
                MOVE GA-ACCOUNT-NUMBER
                    TO AR-ACCOUNT-NUMBER (ACCT-RULE-COUNT)
                MOVE GA-ENTITY-CODE
                    TO AR-ENTITY-CODE (ACCT-RULE-COUNT)
            ELSE
                DISPLAY "TABLA DE REGLAS GLACCT LLENA - REGLA OMITIDA"
            END-IF.
            PERFORM 1070-READ-ACCOUNT-RULE.

      ******************************************************************
      * GLADJDT holds the journal date and time of the last entry the
      * previous run covered.  With no control record yet (the first
      * run) the step starts from today's journal entries.
      ******************************************************************
       1100-LOAD-JOURNAL-CUTOFF.
            OPEN INPUT ADJUST-CONTROL-FILE.
            IF AD-FILE-STATUS = "00"
                READ ADJUST-CONTROL-FILE
                    NOT AT END
                        IF AD-LAST-JOURNAL-DATE IS NUMERIC
                            AND AD-LAST-JOURNAL-TIME IS NUMERIC
                            MOVE AD-LAST-JOURNAL-DATE TO CUTOFF-DATE
                            MOVE AD-LAST-JOURNAL-TIME TO CUTOFF-TIME
                            SET CUTOFF-FROM-CONTROL TO TRUE
                        END-IF
                END-READ
                CLOSE ADJUST-CONTROL-FILE
            END-IF.
            MOVE CUTOFF-DATE TO LATEST-DATE.
            MOVE CUTOFF-TIME TO LATEST-TIME.
            MOVE CUTOFF-DATE TO PRIOR-DATE.
            MOVE CUTOFF-TIME TO PRIOR-TIME.

       1200-WRITE-REPORT-HEADER.
            MOVE "REPORTE DE AJUSTES GL POR CORRECCIONES" TO RH-TITLE.
            MOVE REPORT-RUN-DATE TO RH-RUN-DATE.
            MOVE REPORT-PAGE-NUMBER TO RH-PAGE-NUMBER.
            MOVE RPT-HEADER-LINE TO ADJUST-REPORT-LINE.
            WRITE ADJUST-REPORT-LINE.

      ******************************************************************
      * Pass one: the journal entries written since the cutoff.  Only
      * an approved change (a V decision or a direct change whose
      * after image is ACTIVE) or a business delete can move a posted
      * number - a change still PENDING is adjusted on the night it
      * is approved, and a rejected correction never took effect.
      * Once the table fills, the cutoff stops advancing so the
      * remaining entries are picked up on the next run.
      ******************************************************************
       2000-LOAD-CORRECTIONS.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT CALC-JOURNAL-FILE.
            IF CJ-FILE-STATUS = "35"
                MOVE SPACES TO ADJUST-REPORT-LINE
                MOVE "SIN ARCHIVO CALCJRN - NADA QUE AJUSTAR"
                    TO ADJUST-REPORT-LINE
                WRITE ADJUST-REPORT-LINE
            ELSE
                PERFORM 8000-READ-JOURNAL
                PERFORM 2100-SELECT-JOURNAL-ENTRY UNTIL END-OF-FILE
                CLOSE CALC-JOURNAL-FILE
            END-IF.

      ******************************************************************
      * PRIOR-DATE/TIME trails LATEST-DATE/TIME by one distinct stamp,
      * so entries sharing a stamp all resolve to the stamp before
      * the group - a cutoff there reads every one of them again.
      ******************************************************************
       2100-SELECT-JOURNAL-ENTRY.
            MOVE "N" TO NEW-ENTRY-SWITCH.
            IF CUTOFF-FROM-CONTROL
                IF CJ-DATE > CUTOFF-DATE
                    OR (CJ-DATE = CUTOFF-DATE
                        AND CJ-TIME > CUTOFF-TIME)
                    SET JOURNAL-ENTRY-IS-NEW TO TRUE
                END-IF
            ELSE
                IF CJ-DATE >= REPORT-RUN-DATE
                    SET JOURNAL-ENTRY-IS-NEW TO TRUE
                END-IF
            END-IF.
            IF JOURNAL-ENTRY-IS-NEW AND NOT CORRECTION-TABLE-FULL
                IF CJ-DATE NOT = LATEST-DATE
                    OR CJ-TIME NOT = LATEST-TIME
                    MOVE LATEST-DATE TO PRIOR-DATE
                    MOVE LATEST-TIME TO PRIOR-TIME
                END-IF
                EVALUATE TRUE
                    WHEN CJ-ACTION-APPROVAL OR CJ-ACTION-CHANGE
                        MOVE CJ-AFTER-IMAGE TO CALC-MASTER-RECORD
                        IF CM-STATUS-ACTIVE
                            PERFORM 2200-STORE-CORRECTION
                        END-IF
                    WHEN CJ-ACTION-DELETE
                        IF CJ-PROGRAM-NAME NOT = "calcarch"
                            MOVE CJ-BEFORE-IMAGE TO CALC-MASTER-RECORD
                            PERFORM 2200-STORE-CORRECTION
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                IF NOT CORRECTION-TABLE-FULL
                    MOVE CJ-DATE TO LATEST-DATE
                    MOVE CJ-TIME TO LATEST-TIME
                END-IF
            END-IF.
            PERFORM 8000-READ-JOURNAL.

       2200-STORE-CORRECTION.
            IF CORRECTION-COUNT < CORRECTION-LIMIT
                ADD 1 TO CORRECTION-COUNT
                MOVE CJ-REQUEST-ID TO CR-REQUEST-ID (CORRECTION-COUNT)
                IF CJ-ACTION-DELETE
                    SET CR-ACTION-DELETE (CORRECTION-COUNT) TO TRUE
                ELSE
                    SET CR-ACTION-CHANGE (CORRECTION-COUNT) TO TRUE
                END-IF
                MOVE CM-NUMERATOR TO CR-NUMERATOR (CORRECTION-COUNT)
                MOVE CM-DENOMINATOR
                    TO CR-DENOMINATOR (CORRECTION-COUNT)
                MOVE CM-QUOTIENT TO CR-QUOTIENT (CORRECTION-COUNT)
                MOVE CJ-USER-NAME TO CR-USER-NAME (CORRECTION-COUNT)
                MOVE CJ-DATE TO CR-JOURNAL-DATE (CORRECTION-COUNT)
                MOVE CJ-TIME TO CR-JOURNAL-TIME (CORRECTION-COUNT)
                MOVE PRIOR-DATE TO CR-PRIOR-DATE (CORRECTION-COUNT)
                MOVE PRIOR-TIME TO CR-PRIOR-TIME (CORRECTION-COUNT)
            ELSE
                SET CORRECTION-TABLE-FULL TO TRUE
                DISPLAY "TABLA DE CORRECCIONES LLENA - EL RESTO "
                    "QUEDA PARA LA PROXIMA CORRIDA"
            END-IF.

      ******************************************************************
      * Pass two: GLPSTHIS read in file order, keeping only the
      * request-ids that were corrected.  An original or re-post entry
      * becomes what GL holds; a later reversal switches it off.
      ******************************************************************
       3000-LOAD-POSTED-ITEMS.
            IF CORRECTION-COUNT > ZERO
                MOVE "N" TO EOF-SWITCH
                OPEN INPUT GL-POSTED-HISTORY-FILE
                IF GL-POSTED-HIST-STATUS = "00"
                    PERFORM 8100-READ-POSTED-ITEM
                    PERFORM 3100-APPLY-POSTED-ITEM UNTIL END-OF-FILE
                    CLOSE GL-POSTED-HISTORY-FILE
                END-IF
            END-IF.

       3100-APPLY-POSTED-ITEM.
            MOVE PI-REQUEST-ID TO SEARCH-REQUEST-ID.
            PERFORM 3200-FIND-CORRECTION.
            IF CORRECTION-INDEX > ZERO
                PERFORM 3300-FIND-POSTED-ENTRY
                IF POSTED-INDEX = ZERO
                    IF POSTED-COUNT < POSTED-LIMIT
                        ADD 1 TO POSTED-COUNT
                        MOVE POSTED-COUNT TO POSTED-INDEX
                        MOVE SEARCH-REQUEST-ID
                            TO PT-REQUEST-ID (POSTED-INDEX)
                        MOVE "N" TO PT-ACTIVE-SWITCH (POSTED-INDEX)
                    ELSE
                        DISPLAY "TABLA DE POSTEOS LLENA - ID "
                            SEARCH-REQUEST-ID " OMITIDO"
                    END-IF
                END-IF
                IF POSTED-INDEX > ZERO
                    IF PI-ENTRY-REVERSAL
                        MOVE "N" TO PT-ACTIVE-SWITCH (POSTED-INDEX)
                    ELSE
                        MOVE PI-SOURCE-ID TO PT-SOURCE-ID (POSTED-INDEX)
                        MOVE PI-OPERATION
                            TO PT-OPERATION (POSTED-INDEX)
                        MOVE PI-ACCOUNT TO PT-ACCOUNT (POSTED-INDEX)
                        MOVE PI-DEBIT-CREDIT TO PT-SIDE (POSTED-INDEX)
                        MOVE PI-AMOUNT TO PT-AMOUNT (POSTED-INDEX)
                        MOVE PI-ENTITY-CODE
                            TO PT-ENTITY-CODE (POSTED-INDEX)
                        MOVE "Y" TO PT-ACTIVE-SWITCH (POSTED-INDEX)
                    END-IF
                END-IF
            END-IF.
            PERFORM 8100-READ-POSTED-ITEM.

      ******************************************************************
      * Leaves CORRECTION-INDEX on the first correction for
      * SEARCH-REQUEST-ID, or zero when the id was not corrected.
      ******************************************************************
       3200-FIND-CORRECTION.
            MOVE ZERO TO CORRECTION-INDEX.
            MOVE ZERO TO CORRECTION-SCAN.
            PERFORM 3210-MATCH-CORRECTION
                UNTIL CORRECTION-INDEX > ZERO
                    OR CORRECTION-SCAN >= CORRECTION-COUNT.

       3210-MATCH-CORRECTION.
            ADD 1 TO CORRECTION-SCAN.
            IF CR-REQUEST-ID (CORRECTION-SCAN) = SEARCH-REQUEST-ID
                MOVE CORRECTION-SCAN TO CORRECTION-INDEX
            END-IF.

      ******************************************************************
      * Leaves POSTED-INDEX on the posted entry for SEARCH-REQUEST-ID,
      * or zero when none is held.
      ******************************************************************
       3300-FIND-POSTED-ENTRY.
            MOVE ZERO TO POSTED-INDEX.
            MOVE ZERO TO POSTED-SCAN.
            PERFORM 3310-MATCH-POSTED-ENTRY
                UNTIL POSTED-INDEX > ZERO
                    OR POSTED-SCAN >= POSTED-COUNT.

       3310-MATCH-POSTED-ENTRY.
            ADD 1 TO POSTED-SCAN.
            IF PT-REQUEST-ID (POSTED-SCAN) = SEARCH-REQUEST-ID
                MOVE POSTED-SCAN TO POSTED-INDEX
            END-IF.

      ******************************************************************
      * Pass three: each correction in journal order against what GL
      * holds for its request.  The reversals and re-posts go to the
      * GLADJ extract and back onto GLPSTHIS as they are written.
      ******************************************************************
       4000-WRITE-ADJUSTMENTS.
            IF CORRECTION-COUNT > ZERO
                OPEN EXTEND GL-POSTED-HISTORY-FILE
                IF GL-POSTED-HIST-STATUS = "35"
                    OPEN OUTPUT GL-POSTED-HISTORY-FILE
                END-IF
                MOVE ZERO TO CORRECTION-INDEX
                PERFORM 4100-ADJUST-ONE-CORRECTION
                    UNTIL CORRECTION-INDEX >= CORRECTION-COUNT
                CLOSE GL-POSTED-HISTORY-FILE
            END-IF.

       4100-ADJUST-ONE-CORRECTION.
            ADD 1 TO CORRECTION-INDEX.
            MOVE CR-REQUEST-ID (CORRECTION-INDEX) TO SEARCH-REQUEST-ID.
            PERFORM 3300-FIND-POSTED-ENTRY.
            IF POSTED-INDEX = ZERO
                ADD 1 TO NOT-POSTED-COUNT
                PERFORM 7200-WRITE-NOT-POSTED-LINE
            ELSE
                IF PT-ACTIVE-SWITCH (POSTED-INDEX) NOT = "Y"
                    ADD 1 TO NOT-POSTED-COUNT
                    PERFORM 7200-WRITE-NOT-POSTED-LINE
                ELSE
                    PERFORM 4200-ADJUST-POSTED-REQUEST
                END-IF
            END-IF.

      ******************************************************************
      * A delete takes the whole posted amount back out.  A change
      * whose corrected amount equals what GL holds moves nothing.
      * Otherwise the held amount is reversed and the corrected one
      * re-posted - unless no GLACCT rule covers the re-post, in
      * which case neither entry is written and the correction is
      * held for the operators, so GL never sees half an adjustment.
      * Corrections run in journal order, so the first one held is
      * the earliest, and its prior stamp is where the saved cutoff
      * stops.  A corrected amount of zero is a reversal alone.
      ******************************************************************
       4200-ADJUST-POSTED-REQUEST.
            IF PT-SIDE (POSTED-INDEX) = "C"
                COMPUTE OLD-SIGNED-AMOUNT =
                    ZERO - PT-AMOUNT (POSTED-INDEX)
            ELSE
                MOVE PT-AMOUNT (POSTED-INDEX) TO OLD-SIGNED-AMOUNT
            END-IF.
            IF CR-ACTION-DELETE (CORRECTION-INDEX)
                MOVE ZERO TO NEW-SIGNED-AMOUNT
                PERFORM 7000-WRITE-CORRECTION-LINE
                PERFORM 5000-WRITE-REVERSAL
                ADD 1 TO ADJUSTED-COUNT
            ELSE
                PERFORM 4300-COMPUTE-CORRECTED-AMOUNT
                EVALUATE TRUE
                    WHEN NEW-SIGNED-AMOUNT = OLD-SIGNED-AMOUNT
                        ADD 1 TO UNCHANGED-COUNT
                        PERFORM 7300-WRITE-UNCHANGED-LINE
                    WHEN NEW-SIGNED-AMOUNT = ZERO
                        PERFORM 7000-WRITE-CORRECTION-LINE
                        PERFORM 5000-WRITE-REVERSAL
                        ADD 1 TO ADJUSTED-COUNT
                    WHEN OTHER
                        PERFORM 4400-ASSIGN-GL-ACCOUNT
                        IF ACCOUNT-FOUND
                            PERFORM 7000-WRITE-CORRECTION-LINE
                            PERFORM 5000-WRITE-REVERSAL
                            PERFORM 5100-WRITE-REPOST
                            ADD 1 TO ADJUSTED-COUNT
                        ELSE
                            IF HELD-COUNT = ZERO
                                MOVE CR-PRIOR-DATE (CORRECTION-INDEX)
                                    TO HOLD-CUTOFF-DATE
                                MOVE CR-PRIOR-TIME (CORRECTION-INDEX)
                                    TO HOLD-CUTOFF-TIME
                            END-IF
                            ADD 1 TO HELD-COUNT
                            PERFORM 7400-WRITE-HELD-LINE
                        END-IF
                END-EVALUATE
            END-IF.

      ******************************************************************
      * A divide is re-derived from the corrected operands to two
      * decimals under the DIVPARM rounding mode, exactly as the
      * division batch posted it; any other operation's result is
      * integral and comes straight from CM-QUOTIENT.
      ******************************************************************
       4300-COMPUTE-CORRECTED-AMOUNT.
            MOVE CR-NUMERATOR (CORRECTION-INDEX) TO WORK-NUMERATOR.
            MOVE CR-DENOMINATOR (CORRECTION-INDEX) TO WORK-DENOMINATOR.
            IF PT-OPERATION (POSTED-INDEX) = "D"
                OR PT-OPERATION (POSTED-INDEX) = SPACE
                IF WORK-DENOMINATOR = ZERO
                    MOVE ZERO TO NEW-SIGNED-AMOUNT
                ELSE
                    IF ROUND-TRUNCATE
                        COMPUTE NEW-SIGNED-AMOUNT =
                            WORK-NUMERATOR / WORK-DENOMINATOR
                    ELSE
                        COMPUTE NEW-SIGNED-AMOUNT ROUNDED =
                            WORK-NUMERATOR / WORK-DENOMINATOR
                    END-IF
                END-IF
            ELSE
                MOVE CR-QUOTIENT (CORRECTION-INDEX)
                    TO NEW-SIGNED-AMOUNT
            END-IF.
            IF NEW-SIGNED-AMOUNT < ZERO
                MOVE "C" TO NEW-SIDE
            ELSE
                MOVE "D" TO NEW-SIDE
            END-IF.

      ******************************************************************
      * First GLACCT rule matching the posted source and operation and
      * the corrected side wins; a blank rule source matches all.
      ******************************************************************
       4400-ASSIGN-GL-ACCOUNT.
            MOVE "N" TO ACCOUNT-FOUND-SWITCH.
            MOVE SPACES TO MATCHED-ACCOUNT.
            MOVE PT-SOURCE-ID (POSTED-INDEX) TO MATCH-SOURCE-ID.
            MOVE PT-OPERATION (POSTED-INDEX) TO MATCH-OPERATION.
            IF MATCH-OPERATION = SPACE
                MOVE "D" TO MATCH-OPERATION
            END-IF.
            MOVE PT-ENTITY-CODE (POSTED-INDEX) TO MATCH-ENTITY-CODE.
            IF MATCH-ENTITY-CODE NOT = SPACES
                MOVE ZERO TO ACCT-RULE-INDEX
                PERFORM 4410-MATCH-ACCOUNT-RULE
                    UNTIL ACCOUNT-FOUND
                        OR ACCT-RULE-INDEX >= ACCT-RULE-COUNT
            END-IF.
            IF NOT ACCOUNT-FOUND
                MOVE SPACES TO MATCH-ENTITY-CODE
                MOVE ZERO TO ACCT-RULE-INDEX
                PERFORM 4410-MATCH-ACCOUNT-RULE
                    UNTIL ACCOUNT-FOUND
                        OR ACCT-RULE-INDEX >= ACCT-RULE-COUNT
            END-IF.

       4410-MATCH-ACCOUNT-RULE.
            ADD 1 TO ACCT-RULE-INDEX.
            IF (AR-SOURCE-ID (ACCT-RULE-INDEX) = MATCH-SOURCE-ID
                    OR AR-SOURCE-ID (ACCT-RULE-INDEX) = SPACES)
                AND AR-ENTITY-CODE (ACCT-RULE-INDEX) = MATCH-ENTITY-CODE
                AND AR-OPERATION (ACCT-RULE-INDEX) = MATCH-OPERATION
                AND AR-DEBIT-CREDIT (ACCT-RULE-INDEX) = NEW-SIDE
                SET ACCOUNT-FOUND TO TRUE
                MOVE AR-ACCOUNT-NUMBER (ACCT-RULE-INDEX)
                    TO MATCHED-ACCOUNT
            END-IF.

      ******************************************************************
      * The reversal books the held amount to the same account on the
      * opposite side, so the pair nets the original out of GL.  The
      * trailer amount is the signed net like the DIVGL trailer:
      * debits add, credits subtract.
      ******************************************************************
       5000-WRITE-REVERSAL.
            MOVE CR-REQUEST-ID (CORRECTION-INDEX) TO GL-REQUEST-ID.
            MOVE PT-AMOUNT (POSTED-INDEX) TO GL-AMOUNT.
            IF PT-SIDE (POSTED-INDEX) = "C"
                SET GL-SIDE-DEBIT TO TRUE
            ELSE
                SET GL-SIDE-CREDIT TO TRUE
            END-IF.
            MOVE REPORT-RUN-DATE TO GL-POSTING-DATE.
            MOVE PT-ACCOUNT (POSTED-INDEX) TO GL-ACCOUNT.
            MOVE PT-ENTITY-CODE (POSTED-INDEX) TO GL-ENTITY-CODE.
            PERFORM 5200-WRITE-ADJUST-DETAIL.
            SET PI-ENTRY-REVERSAL TO TRUE.
            PERFORM 5300-WRITE-POSTED-ITEM.
            MOVE "N" TO PT-ACTIVE-SWITCH (POSTED-INDEX).
            MOVE "REVERSO " TO ADJUST-REPORT-LINE.
            PERFORM 7100-WRITE-ENTRY-LINE.

       5100-WRITE-REPOST.
            MOVE CR-REQUEST-ID (CORRECTION-INDEX) TO GL-REQUEST-ID.
            IF NEW-SIGNED-AMOUNT < ZERO
                COMPUTE GL-AMOUNT = ZERO - NEW-SIGNED-AMOUNT
                SET GL-SIDE-CREDIT TO TRUE
            ELSE
                MOVE NEW-SIGNED-AMOUNT TO GL-AMOUNT
                SET GL-SIDE-DEBIT TO TRUE
            END-IF.
            MOVE REPORT-RUN-DATE TO GL-POSTING-DATE.
            MOVE MATCHED-ACCOUNT TO GL-ACCOUNT.
            MOVE PT-ENTITY-CODE (POSTED-INDEX) TO GL-ENTITY-CODE.
            PERFORM 5200-WRITE-ADJUST-DETAIL.
            SET PI-ENTRY-REPOST TO TRUE.
            PERFORM 5300-WRITE-POSTED-ITEM.
            MOVE MATCHED-ACCOUNT TO PT-ACCOUNT (POSTED-INDEX).
            MOVE GL-DEBIT-CREDIT OF GL-DETAIL-RECORD
                TO PT-SIDE (POSTED-INDEX).
            MOVE GL-AMOUNT TO PT-AMOUNT (POSTED-INDEX).
            MOVE "Y" TO PT-ACTIVE-SWITCH (POSTED-INDEX).
            MOVE "REPOSTEO" TO ADJUST-REPORT-LINE.
            PERFORM 7100-WRITE-ENTRY-LINE.

       5200-WRITE-ADJUST-DETAIL.
            MOVE GL-DETAIL-RECORD TO GL-ADJUST-LINE.
            WRITE GL-ADJUST-LINE.
            ADD 1 TO GL-BATCH-COUNT-WORK.
            IF GL-SIDE-CREDIT
                SUBTRACT GL-AMOUNT FROM GL-BATCH-AMOUNT-WORK
            ELSE
                ADD GL-AMOUNT TO GL-BATCH-AMOUNT-WORK
            END-IF.

      ******************************************************************
      * The entry type is set by the caller; the rest is the detail
      * just written plus the source, operation and entity it was
      * booked under.
      ******************************************************************
       5300-WRITE-POSTED-ITEM.
            MOVE REPORT-RUN-DATE TO PI-POSTING-DATE.
            MOVE GL-REQUEST-ID TO PI-REQUEST-ID.
            MOVE PT-SOURCE-ID (POSTED-INDEX) TO PI-SOURCE-ID.
            MOVE PT-OPERATION (POSTED-INDEX) TO PI-OPERATION.
            MOVE GL-ACCOUNT TO PI-ACCOUNT.
            MOVE GL-DEBIT-CREDIT OF GL-DETAIL-RECORD
                TO PI-DEBIT-CREDIT.
            MOVE GL-AMOUNT TO PI-AMOUNT.
            MOVE PT-ENTITY-CODE (POSTED-INDEX) TO PI-ENTITY-CODE.
            WRITE GL-POSTED-ITEM-RECORD.

       7000-WRITE-CORRECTION-LINE.
            MOVE OLD-SIGNED-AMOUNT TO EDIT-OLD-AMOUNT.
            MOVE NEW-SIGNED-AMOUNT TO EDIT-NEW-AMOUNT.
            MOVE SPACES TO ADJUST-REPORT-LINE.
            STRING "CORRECCION ID=" CR-REQUEST-ID (CORRECTION-INDEX)
                " " CR-ACTION (CORRECTION-INDEX)
                " ANT=" EDIT-OLD-AMOUNT
                " NVO=" EDIT-NEW-AMOUNT
                " POR=" CR-USER-NAME (CORRECTION-INDEX)
                DELIMITED BY SIZE INTO ADJUST-REPORT-LINE.
            WRITE ADJUST-REPORT-LINE.

      ******************************************************************
      * The caller leaves the entry label in the first eight bytes of
      * the report line.
      ******************************************************************
       7100-WRITE-ENTRY-LINE.
            MOVE SPACES TO ADJUST-REPORT-LINE (9:72).
            STRING "   CTA=" GL-ACCOUNT
                " LADO=" GL-DEBIT-CREDIT OF GL-DETAIL-RECORD
                " IMPORTE=" GL-AMOUNT
                DELIMITED BY SIZE INTO ADJUST-REPORT-LINE (9:72).
            WRITE ADJUST-REPORT-LINE.

       7200-WRITE-NOT-POSTED-LINE.
            MOVE SPACES TO ADJUST-REPORT-LINE.
            STRING "SIN POSTEO GL ID=" CR-REQUEST-ID (CORRECTION-INDEX)
                " " CR-ACTION (CORRECTION-INDEX)
                " - NADA QUE AJUSTAR"
                DELIMITED BY SIZE INTO ADJUST-REPORT-LINE.
            WRITE ADJUST-REPORT-LINE.

       7300-WRITE-UNCHANGED-LINE.
            MOVE SPACES TO ADJUST-REPORT-LINE.
            STRING "SIN CAMBIO DE IMPORTE ID="
                CR-REQUEST-ID (CORRECTION-INDEX)
                DELIMITED BY SIZE INTO ADJUST-REPORT-LINE.
            WRITE ADJUST-REPORT-LINE.

       7400-WRITE-HELD-LINE.
            MOVE SPACES TO ADJUST-REPORT-LINE.
            STRING "RETENIDO ID=" CR-REQUEST-ID (CORRECTION-INDEX)
                " FUENTE=" MATCH-SOURCE-ID
                " OPER=" MATCH-OPERATION
                " LADO=" NEW-SIDE
                " ENT=" PT-ENTITY-CODE (POSTED-INDEX)
                " SIN CUENTA GLACCT"
                DELIMITED BY SIZE INTO ADJUST-REPORT-LINE.
            WRITE ADJUST-REPORT-LINE.
            SET OQ-SEV-WARNING TO TRUE.
            MOVE SPACES TO OQ-MESSAGE-TEXT.
            STRING "AJUSTE RETENIDO ID="
                CR-REQUEST-ID (CORRECTION-INDEX)
                " SIN CUENTA GLACCT - VER GLADJRPT"
                DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT.
            PERFORM 8800-WRITE-OPS-LOG.

       8000-READ-JOURNAL.
            READ CALC-JOURNAL-FILE
                AT END SET END-OF-FILE TO TRUE
                NOT AT END ADD 1 TO JOURNAL-READ-COUNT
            END-READ.

       8100-READ-POSTED-ITEM.
            READ GL-POSTED-HISTORY-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

      ******************************************************************
      * One severity-coded entry on the shared operations log, through
      * the opslog service - the caller leaves the severity and the
      * message set.
      ******************************************************************
       8800-WRITE-OPS-LOG.
            MOVE "gladj" TO OQ-PROGRAM-NAME.
            CALL "opslog" USING OPS-LOG-REQUEST.

      ******************************************************************
      * The GLADJ batch always closes with its trailer, even when it
      * carries no entries, so the GL side can tell an empty night
      * from a lost file.  The journal cutoff advances only after the
      * extract is complete, and never past a held correction - the
      * entries after it that were adjusted tonight are read again
      * next run and come out unchanged against the GLPSTHIS history
      * they left behind.
      ******************************************************************
       9000-FINALIZE.
            PERFORM 1500-WRITE-GL-TRAILER.
            PERFORM 7500-WRITE-SUMMARY-LINE.
            PERFORM 1300-WRITE-REPORT-TRAILER.
            CLOSE GL-ADJUST-FILE.
            CLOSE ADJUST-REPORT-FILE.
            PERFORM 9100-SAVE-JOURNAL-CUTOFF.
            DISPLAY "CORRECCIONES LEIDAS: " CORRECTION-COUNT.
            DISPLAY "AJUSTADAS: " ADJUSTED-COUNT.
            DISPLAY "SIN POSTEO GL: " NOT-POSTED-COUNT.
            DISPLAY "RETENIDAS: " HELD-COUNT.
            IF HELD-COUNT > ZERO AND RETURN-CODE = ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.

       9100-SAVE-JOURNAL-CUTOFF.
            IF HELD-COUNT > ZERO
                MOVE HOLD-CUTOFF-DATE TO LATEST-DATE
                MOVE HOLD-CUTOFF-TIME TO LATEST-TIME
            END-IF.
            MOVE LATEST-DATE TO AD-LAST-JOURNAL-DATE.
            MOVE LATEST-TIME TO AD-LAST-JOURNAL-TIME.
            IF LATEST-DATE = ZERO
                MOVE REPORT-RUN-DATE TO AD-LAST-JOURNAL-DATE
                MOVE ZERO TO AD-LAST-JOURNAL-TIME
            END-IF.
            OPEN OUTPUT ADJUST-CONTROL-FILE.
            WRITE ADJUST-CONTROL-RECORD.
            CLOSE ADJUST-CONTROL-FILE.

       1500-WRITE-GL-TRAILER.
            MOVE REPORT-RUN-DATE TO GL-BATCH-ID.
            MOVE GL-BATCH-COUNT-WORK TO GL-BATCH-COUNT.
            MOVE GL-BATCH-AMOUNT-WORK TO GL-BATCH-AMOUNT.
            MOVE GL-TRAILER-RECORD TO GL-ADJUST-LINE.
            WRITE GL-ADJUST-LINE.

       7500-WRITE-SUMMARY-LINE.
            MOVE GL-BATCH-AMOUNT-WORK TO EDIT-AMOUNT.
            MOVE SPACES TO ADJUST-REPORT-LINE.
            STRING "AJUSTADAS: " ADJUSTED-COUNT
                " SIN CAMBIO: " UNCHANGED-COUNT
                " RETENIDAS: " HELD-COUNT
                " NETO: " EDIT-AMOUNT
                DELIMITED BY SIZE INTO ADJUST-REPORT-LINE.
            WRITE ADJUST-REPORT-LINE.

       1300-WRITE-REPORT-TRAILER.
            MOVE CORRECTION-COUNT TO RT-RECORDS-READ.
            MOVE HELD-COUNT TO RT-RECORDS-REJECTED.
            MOVE GL-BATCH-COUNT-WORK TO RT-CONTROL-TOTAL.
            MOVE RPT-TRAILER-LINE TO ADJUST-REPORT-LINE.
            WRITE ADJUST-REPORT-LINE.
       END PROGRAM gladj.
