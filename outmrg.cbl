      ******************************************************************
      * Author:    Fabio Cicerelli
      * Date:      15/OCT/2026
      * Purpose:   Released-outlier merge job - takes the details a
      *            supervisor released on the OUTHOLD outlier suspense
      *            file (through outappr) and drops each one back into
      *            the next run's DIVIN feed behind its own source's
      *            header, stamped DI-HOLD-RELEASED so the division
      *            batch does not hold it a second time, with that
      *            set's trailer count and numerator hash raised to
      *            cover it - the same two-pass merge recymrg.cbl
      *            makes for DIVRCY: merge to the DIVWORK staging file,
      *            then copy the merged feed back over DIVIN.  Merged
      *            and killed details then come off OUTHOLD, each
      *            listed on the OUTMRPT merge report with the
      *            supervisor who decided it; details still held, and
      *            released details whose source sent no feed tonight,
      *            stay on OUTHOLD exactly as they were.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. outmrg.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTLIER-HOLD-FILE ASSIGN TO "OUTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTLIER-HOLD-STATUS.
           SELECT DIV-INPUT-FILE ASSIGN TO "DIVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIV-INPUT-STATUS.
           SELECT MERGED-FEED-FILE ASSIGN TO "DIVWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-REPORT-FILE ASSIGN TO "OUTMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OUTLIER-HOLD-FILE.
       COPY OUTHOLD.
       FD  DIV-INPUT-FILE.
       COPY DIVIN.
       FD  MERGED-FEED-FILE.
       01  MERGED-FEED-RECORD          PIC X(25).
       FD  MERGE-REPORT-FILE.
       01  MERGE-REPORT-LINE           PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RPTHDTR.
       COPY RUNCTLQ.
       77 OUTLIER-HOLD-STATUS PIC X(02) VALUE SPACES.
       77 DIV-INPUT-STATUS PIC X(02) VALUE SPACES.
       77 EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       77 RECORDS-READ-COUNT PIC 9(08) VALUE ZERO.
       77 MERGED-COUNT PIC 9(08) VALUE ZERO.
       77 KILLED-COUNT PIC 9(08) VALUE ZERO.
       77 WAITING-COUNT PIC 9(08) VALUE ZERO.
       77 STILL-HELD-COUNT PIC 9(08) VALUE ZERO.
       77 HASH-WORK-NUMERATOR PIC S9(06) VALUE ZERO.
       77 REPORT-PAGE-NUMBER PIC 9(04) VALUE 1.
       77 REPORT-RUN-DATE PIC 9(08) VALUE ZERO.
       77 MERGE-SOURCE-ID PIC X(06) VALUE SPACES.
       77 SET-MERGED-COUNT PIC 9(08) VALUE ZERO.
       77 SET-MERGED-HASH PIC S9(10) VALUE ZERO.
       77 TABLE-FULL-SWITCH PIC X(01) VALUE "N".
           88 HOLD-TABLE-FULL VALUE "Y".
      ******************************************************************
      * The whole OUTHOLD file is staged here: the merge pass drops
      * each released entry in behind its own source's header, and
      * the rewrite pass puts back everything that was neither merged
      * nor killed, exactly as it stood.
      ******************************************************************
       77 HOLD-COUNT PIC 9(04) COMP VALUE ZERO.
       77 HOLD-INDEX PIC 9(04) COMP VALUE ZERO.
       77 HOLD-LIMIT PIC 9(04) COMP VALUE 1000.
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 1000 TIMES.
               10 HT-HOLD-RECORD       PIC X(74).
               10 HT-MERGED-SWITCH     PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 0800-REQUEST-RUN-CONTROL.
            IF RQ-REPLY-CONFLICT
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 1000-INITIALIZE
                PERFORM 2000-LOAD-HOLD-TABLE
                IF HOLD-TABLE-FULL
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM 3000-MERGE-FEED
                    PERFORM 4000-REWRITE-FEED
                    PERFORM 5000-REWRITE-HOLD-FILE
                END-IF
                PERFORM 9000-FINALIZE
                PERFORM 0850-RELEASE-RUN-CONTROL
            END-IF.
            GOBACK.

       0800-REQUEST-RUN-CONTROL.
            SET RQ-ACTION-START TO TRUE.
            MOVE "outmrg" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.
            IF RQ-REPLY-CONFLICT
                DISPLAY "TRABAJO EN EJECUCION: " RQ-CONFLICT-JOB
                    " - NO SE INICIA outmrg"
            END-IF.

       0850-RELEASE-RUN-CONTROL.
            SET RQ-ACTION-END TO TRUE.
            MOVE "outmrg" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.

      ******************************************************************
      * This program is CALLed from a driver and returns via GOBACK,
      * so it may run more than once in the same run unit. VALUE
      * clauses only take effect the first time the program is
      * loaded, not on every CALL, so every mutable item is reset
      * here explicitly instead of being left to its VALUE clause.
      ******************************************************************
       0900-RESET-WORKING-STORAGE.
            MOVE SPACES TO OUTLIER-HOLD-STATUS.
            MOVE SPACES TO DIV-INPUT-STATUS.
            MOVE "N" TO EOF-SWITCH.
            MOVE ZERO TO RECORDS-READ-COUNT.
            MOVE ZERO TO MERGED-COUNT.
            MOVE ZERO TO KILLED-COUNT.
            MOVE ZERO TO WAITING-COUNT.
            MOVE ZERO TO STILL-HELD-COUNT.
            MOVE ZERO TO HASH-WORK-NUMERATOR.
            MOVE 1 TO REPORT-PAGE-NUMBER.
            MOVE ZERO TO REPORT-RUN-DATE.
            MOVE SPACES TO MERGE-SOURCE-ID.
            MOVE ZERO TO SET-MERGED-COUNT.
            MOVE ZERO TO SET-MERGED-HASH.
            MOVE "N" TO TABLE-FULL-SWITCH.
            MOVE ZERO TO HOLD-COUNT.
            MOVE ZERO TO HOLD-INDEX.

       1000-INITIALIZE.
            PERFORM 0900-RESET-WORKING-STORAGE.
            OPEN OUTPUT MERGE-REPORT-FILE.
            ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 1100-WRITE-REPORT-HEADER.

       1100-WRITE-REPORT-HEADER.
            MOVE "REPORTE DE FUSION DE RETENIDOS LIBERADOS" TO RH-TITLE.
            MOVE REPORT-RUN-DATE TO RH-RUN-DATE.
            MOVE REPORT-PAGE-NUMBER TO RH-PAGE-NUMBER.
            MOVE RPT-HEADER-LINE TO MERGE-REPORT-LINE.
            WRITE MERGE-REPORT-LINE.

      ******************************************************************
      * OUTHOLD is rewritten from this table at the end, so a file
      * larger than the table stops the job (fatal RETURN-CODE) with
      * DIVIN and OUTHOLD untouched, rather than dropping the entries
      * past the limit.
      ******************************************************************
       2000-LOAD-HOLD-TABLE.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT OUTLIER-HOLD-FILE.
            IF OUTLIER-HOLD-STATUS = "35"
                SET END-OF-FILE TO TRUE
                MOVE SPACES TO MERGE-REPORT-LINE
                MOVE "SIN ARCHIVO OUTHOLD - NADA QUE FUSIONAR"
                    TO MERGE-REPORT-LINE
                WRITE MERGE-REPORT-LINE
            ELSE
                PERFORM 8000-READ-HOLD
                PERFORM 2100-STAGE-HOLD-RECORD UNTIL END-OF-FILE
                CLOSE OUTLIER-HOLD-FILE
            END-IF.

       2100-STAGE-HOLD-RECORD.
            ADD 1 TO RECORDS-READ-COUNT.
            IF HOLD-COUNT < HOLD-LIMIT
                ADD 1 TO HOLD-COUNT
                MOVE OUTLIER-HOLD-RECORD TO HT-HOLD-RECORD (HOLD-COUNT)
                MOVE "N" TO HT-MERGED-SWITCH (HOLD-COUNT)
                PERFORM 8000-READ-HOLD
            ELSE
                SET HOLD-TABLE-FULL TO TRUE
                SET END-OF-FILE TO TRUE
                MOVE SPACES TO MERGE-REPORT-LINE
                MOVE "TABLA DE RETENIDOS LLENA - FUSION NO REALIZADA"
                    TO MERGE-REPORT-LINE
                WRITE MERGE-REPORT-LINE
            END-IF.

      ******************************************************************
      * One pass over the staged DIVIN feed: each header goes through
      * and its source's released entries drop in behind it, the
      * original details follow unchanged, and each trailer goes out
      * with its declared count and hash raised to cover only the
      * records merged into its own set - the recymrg.cbl shape.
      ******************************************************************
       3000-MERGE-FEED.
            OPEN OUTPUT MERGED-FEED-FILE.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT DIV-INPUT-FILE.
            IF DIV-INPUT-STATUS = "35"
                SET END-OF-FILE TO TRUE
                MOVE SPACES TO MERGE-REPORT-LINE
                MOVE "SIN ARCHIVO DIVIN - LIBERADOS QUEDAN EN OUTHOLD"
                    TO MERGE-REPORT-LINE
                WRITE MERGE-REPORT-LINE
            ELSE
                PERFORM 8100-READ-FEED
                PERFORM 3100-COPY-FEED-RECORD UNTIL END-OF-FILE
                CLOSE DIV-INPUT-FILE
            END-IF.

       3100-COPY-FEED-RECORD.
            EVALUATE TRUE
                WHEN DI-TYPE-HEADER
                    MOVE DI-SOURCE-ID TO MERGE-SOURCE-ID
                    MOVE ZERO TO SET-MERGED-COUNT
                    MOVE ZERO TO SET-MERGED-HASH
                    MOVE DIV-INPUT-RECORD TO MERGED-FEED-RECORD
                    WRITE MERGED-FEED-RECORD
                    PERFORM 3200-WRITE-SOURCE-RELEASES
                WHEN DI-TYPE-TRAILER
                    PERFORM 3300-WRITE-ADJUSTED-TRAILER
                WHEN OTHER
                    MOVE DIV-INPUT-RECORD TO MERGED-FEED-RECORD
                    WRITE MERGED-FEED-RECORD
            END-EVALUATE.
            PERFORM 8100-READ-FEED.

       3200-WRITE-SOURCE-RELEASES.
            MOVE ZERO TO HOLD-INDEX.
            PERFORM 3210-WRITE-RELEASED-DETAIL
                UNTIL HOLD-INDEX >= HOLD-COUNT.

      ******************************************************************
      * A released entry joins the open set when its source matches
      * the header's.  It goes back exactly as it arrived - operands,
      * operation and recycle age - with only the released flag added,
      * and its numerator counts into the set's hash adjustment the
      * same ten-digit way division.cbl foots it.
      ******************************************************************
       3210-WRITE-RELEASED-DETAIL.
            ADD 1 TO HOLD-INDEX.
            MOVE HT-HOLD-RECORD (HOLD-INDEX) TO OUTLIER-HOLD-RECORD.
            IF OH-STATUS-RELEASED
                AND HT-MERGED-SWITCH (HOLD-INDEX) = "N"
                AND OH-SOURCE-ID = MERGE-SOURCE-ID
                MOVE SPACES TO DIV-INPUT-RECORD
                SET DI-TYPE-DETAIL TO TRUE
                MOVE OH-REQUEST-ID TO DI-REQUEST-ID
                MOVE OH-NUMERATOR-X TO DI-NUMERATOR-X
                MOVE OH-DENOMINATOR-X TO DI-DENOMINATOR-X
                MOVE OH-RECYCLE-AGE TO DI-RECYCLE-AGE
                MOVE OH-OPERATION TO DI-OPERATION
                SET DI-HOLD-RELEASED TO TRUE
                MOVE DIV-INPUT-RECORD TO MERGED-FEED-RECORD
                WRITE MERGED-FEED-RECORD
                MOVE "Y" TO HT-MERGED-SWITCH (HOLD-INDEX)
                ADD 1 TO MERGED-COUNT
                ADD 1 TO SET-MERGED-COUNT
                IF OH-NUMERATOR IS NUMERIC
                    MOVE OH-NUMERATOR TO HASH-WORK-NUMERATOR
                    ADD HASH-WORK-NUMERATOR TO SET-MERGED-HASH
                END-IF
                MOVE SPACES TO MERGE-REPORT-LINE
                STRING "FUSIONADO ID=" OH-REQUEST-ID
                    " FUENTE=" OH-SOURCE-ID
                    " LIBERADO POR " OH-DECISION-USER
                    " " OH-DECISION-DATE
                    DELIMITED BY SIZE INTO MERGE-REPORT-LINE
                WRITE MERGE-REPORT-LINE
            END-IF.

       3300-WRITE-ADJUSTED-TRAILER.
            IF DI-DECLARED-COUNT IS NUMERIC
                ADD SET-MERGED-COUNT TO DI-DECLARED-COUNT
            END-IF.
            IF DI-DECLARED-HASH IS NUMERIC
                ADD SET-MERGED-HASH TO DI-DECLARED-HASH
            END-IF.
            MOVE DIV-INPUT-RECORD TO MERGED-FEED-RECORD.
            WRITE MERGED-FEED-RECORD.
            MOVE ZERO TO SET-MERGED-COUNT.
            MOVE ZERO TO SET-MERGED-HASH.

      ******************************************************************
      * Pass two: the merged feed comes back from DIVWORK over a
      * fresh DIVIN, so the division batch picks up the released
      * details under the fixed name it has always read.  With no
      * DIVIN to merge into, the feed is left alone.
      ******************************************************************
       4000-REWRITE-FEED.
            CLOSE MERGED-FEED-FILE.
            IF DIV-INPUT-STATUS NOT = "35"
                MOVE "N" TO EOF-SWITCH
                OPEN INPUT MERGED-FEED-FILE
                OPEN OUTPUT DIV-INPUT-FILE
                PERFORM 8200-READ-MERGED
                PERFORM 4100-COPY-MERGED-RECORD UNTIL END-OF-FILE
                CLOSE MERGED-FEED-FILE
                CLOSE DIV-INPUT-FILE
            END-IF.

       4100-COPY-MERGED-RECORD.
            MOVE MERGED-FEED-RECORD TO DIV-INPUT-RECORD.
            WRITE DIV-INPUT-RECORD.
            PERFORM 8200-READ-MERGED.

      ******************************************************************
      * Merged entries are on the feed now and killed entries are
      * finished with, so both come off OUTHOLD - left standing, a
      * rerun of this job would merge the same release twice.  Held
      * entries, and released ones whose source sent nothing tonight,
      * are written back unchanged for a later session or night.
      ******************************************************************
       5000-REWRITE-HOLD-FILE.
            OPEN OUTPUT OUTLIER-HOLD-FILE.
            MOVE ZERO TO HOLD-INDEX.
            PERFORM 5100-KEEP-OR-DROP-ENTRY
                UNTIL HOLD-INDEX >= HOLD-COUNT.
            CLOSE OUTLIER-HOLD-FILE.

       5100-KEEP-OR-DROP-ENTRY.
            ADD 1 TO HOLD-INDEX.
            MOVE HT-HOLD-RECORD (HOLD-INDEX) TO OUTLIER-HOLD-RECORD.
            EVALUATE TRUE
                WHEN HT-MERGED-SWITCH (HOLD-INDEX) = "Y"
                    CONTINUE
                WHEN OH-STATUS-KILLED
                    ADD 1 TO KILLED-COUNT
                    MOVE SPACES TO MERGE-REPORT-LINE
                    STRING "ANULADO ID=" OH-REQUEST-ID
                        " FUENTE=" OH-SOURCE-ID
                        " POR " OH-DECISION-USER
                        " " OH-DECISION-DATE
                        DELIMITED BY SIZE INTO MERGE-REPORT-LINE
                    WRITE MERGE-REPORT-LINE
                WHEN OH-STATUS-RELEASED
                    ADD 1 TO WAITING-COUNT
                    WRITE OUTLIER-HOLD-RECORD
                    MOVE SPACES TO MERGE-REPORT-LINE
                    STRING "EN ESPERA ID=" OH-REQUEST-ID
                        " FUENTE=" OH-SOURCE-ID
                        " SIN LOTE ESTA NOCHE"
                        DELIMITED BY SIZE INTO MERGE-REPORT-LINE
                    WRITE MERGE-REPORT-LINE
                WHEN OTHER
                    ADD 1 TO STILL-HELD-COUNT
                    WRITE OUTLIER-HOLD-RECORD
            END-EVALUATE.

       8000-READ-HOLD.
            READ OUTLIER-HOLD-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       8100-READ-FEED.
            READ DIV-INPUT-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       8200-READ-MERGED.
            READ MERGED-FEED-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       9000-FINALIZE.
            PERFORM 1300-WRITE-REPORT-TRAILER.
            CLOSE MERGE-REPORT-FILE.
            DISPLAY "RETENIDOS LEIDOS: " RECORDS-READ-COUNT.
            DISPLAY "FUSIONADOS: " MERGED-COUNT.
            DISPLAY "ANULADOS: " KILLED-COUNT.
            DISPLAY "LIBERADOS EN ESPERA: " WAITING-COUNT.
            DISPLAY "AUN RETENIDOS: " STILL-HELD-COUNT.

       1300-WRITE-REPORT-TRAILER.
            MOVE RECORDS-READ-COUNT TO RT-RECORDS-READ.
            MOVE KILLED-COUNT TO RT-RECORDS-REJECTED.
            MOVE MERGED-COUNT TO RT-CONTROL-TOTAL.
            MOVE RPT-TRAILER-LINE TO MERGE-REPORT-LINE.
            WRITE MERGE-REPORT-LINE.
       END PROGRAM outmrg.
