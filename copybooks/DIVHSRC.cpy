      *            trend report and the balancing job read it exactly
      *            as they always have; the per-source breakdown lives
      *            here, keyed by the same run date.
      * Modification History:
      *   15/OCT/2026 - Appended HS-HELD-COUNT, the source's details
      *                 held on OUTHOLD as statistical outliers (so
      *                 results plus rejects plus holds still foot to
      *                 the feed), and the count and sum of absolute
      *                 numerators behind its accepted results, from
      *                 which the division batch learns each source's
      *                 normal range.  Records written before these
      *                 fields existed read them as spaces, so readers
      *                 test them with IS NUMERIC.
      *   15/OCT/2026 - Appended HS-ENTITY-CODE, the legal entity the
      *                 source's set was processed for (blank is the
      *                 home company, and what records written before
      *                 the field existed read as), so the balancing
      *                 job can foot each entity's results on its own.
      *   15/OCT/2026 - Appended HS-CYCLE-NUMBER, the cycle within the
      *                 business date of the run the record belongs to
      *                 (same numbering as HR-CYCLE-NUMBER on DIVHIST),
      *                 so a midday run's breakdown is not mistaken for
      *                 the night's.  Spaces on older records count as
      *                 the date's first cycle.
      ******************************************************************
       01  DIV-SOURCE-HISTORY-RECORD.
           05  HS-RUN-DATE             PIC 9(08).
           05  HS-REJECT-COUNT         PIC 9(08).
           05  HS-RESULT-TOTAL         PIC S9(10)V99
                                        SIGN IS LEADING SEPARATE.
           05  HS-HELD-COUNT           PIC 9(08).
           05  HS-NUMERATOR-COUNT      PIC 9(08).
           05  HS-NUMERATOR-TOTAL      PIC 9(12).
           05  HS-ENTITY-CODE          PIC X(04).
           05  HS-CYCLE-NUMBER         PIC 9(02).
