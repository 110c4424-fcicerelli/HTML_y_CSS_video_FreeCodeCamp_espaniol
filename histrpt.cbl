      *                 the listing window, and the MES EN CURSO line
      *                 now prints the month's quotient total, which
      *                 was accumulated and then thrown away.
      *   15/OCT/2026 - A business date that ran more than one division
      *                 cycle (a midday run as well as the night's)
      *                 has one DIVHIST record per cycle; consecutive
      *                 records for the same date are now folded into
      *                 one trend entry, so the listing and the moving
      *                 average stay one line per business day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. histrpt.

       2100-STORE-HISTORY-RECORD.
            ADD 1 TO RECORDS-READ-COUNT.
            IF HISTORY-COUNT > ZERO
                AND HR-RUN-DATE = HT-RUN-DATE (HISTORY-COUNT)
                PERFORM 2150-FOLD-LATER-CYCLE
            ELSE
                IF HISTORY-COUNT >= HISTORY-LIMIT
                    PERFORM 2200-ROLL-OLDEST-ENTRY
                END-IF
                ADD 1 TO HISTORY-COUNT
                MOVE HR-RUN-DATE TO HT-RUN-DATE (HISTORY-COUNT)
                MOVE HR-RECORD-COUNT TO HT-RECORD-COUNT (HISTORY-COUNT)
                MOVE HR-QUOTIENT-TOTAL
                    TO HT-QUOTIENT-TOTAL (HISTORY-COUNT)
                MOVE HR-RESIDUO-TOTAL
                    TO HT-RESIDUO-TOTAL (HISTORY-COUNT)
            END-IF.
            PERFORM 8000-READ-HISTORY.

      ******************************************************************
      * A later cycle of the business date just stored adds into that
      * date's entry rather than opening a line of its own.
      ******************************************************************
       2150-FOLD-LATER-CYCLE.
            ADD HR-RECORD-COUNT TO HT-RECORD-COUNT (HISTORY-COUNT).
            ADD HR-QUOTIENT-TOTAL TO HT-QUOTIENT-TOTAL (HISTORY-COUNT).
            ADD HR-RESIDUO-TOTAL TO HT-RESIDUO-TOTAL (HISTORY-COUNT).

       2200-ROLL-OLDEST-ENTRY.
            MOVE ZERO TO HISTORY-INDEX.
            PERFORM 2210-SHIFT-ENTRY-DOWN
