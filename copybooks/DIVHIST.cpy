      *   22/AUG/2026 - Quotient and remainder totals are now signed
      *                 (SIGN IS LEADING SEPARATE) to match the signed
      *                 numerator/denominator feed.
      *   15/OCT/2026 - Appended HR-CYCLE-NUMBER, the run's cycle
      *                 within its business date (1 for the first run
      *                 of the day, 2 for a midday or later run, and
      *                 so on), now that a date can carry more than
      *                 one run.  Records written before the field
      *                 existed read it as spaces and count as the
      *                 date's first cycle, so readers test it with
      *                 IS NUMERIC.
      ******************************************************************
       01  DIV-HISTORY-RECORD.
           05  HR-RUN-DATE             PIC 9(08).
                                        SIGN IS LEADING SEPARATE.
           05  HR-RESIDUO-TOTAL        PIC S9(10)
                                        SIGN IS LEADING SEPARATE.
           05  HR-CYCLE-NUMBER         PIC 9(02).
