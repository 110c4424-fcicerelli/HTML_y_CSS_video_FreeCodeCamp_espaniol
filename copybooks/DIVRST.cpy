      *                 totals) plus which source was open, so a
      *                 restarted run still verifies and reports every
      *                 source's controls, not just the run totals.
      *   15/OCT/2026 - Each source entry now carries the count of
      *                 repeated request-ids rejected for it, and the
      *                 run-wide duplicate count is appended, so a
      *                 restarted run's duplicate-submission report
      *                 and threshold check still cover the whole
      *                 file.
      *   15/OCT/2026 - Appended the counts of GL details routed into
      *                 a later open period and held for want of one,
      *                 so a restarted run's GLPERRPT trailer and
      *                 OPSLOG warnings still cover the whole file.
      *   15/OCT/2026 - Each source entry and each GL summary entry now
      *                 carries its legal entity code, so a restarted
      *                 run still writes DIVHSRC, GLSUMHIS and the
      *                 per-entity DIVGL batches under the right
      *                 entity.
      *   15/OCT/2026 - Appended the business date and cycle number of
      *                 the run that wrote the checkpoint, so a run
      *                 restarted after midnight or after a later
      *                 cycle was started still finishes under the
      *                 date and cycle it began with.
      ******************************************************************
       01  DIV-RESTART-RECORD.
           05  DR-LAST-REQUEST-ID      PIC X(06).
                   15  DR-SRC-RESULT-TOTAL    PIC S9(10)V99
                                               SIGN IS LEADING
                                               SEPARATE.
                   15  DR-SRC-DUPLICATE-COUNT PIC 9(08).
                   15  DR-SRC-HELD-COUNT      PIC 9(08).
                   15  DR-SRC-NUMERATOR-COUNT PIC 9(08).
                   15  DR-SRC-NUMERATOR-TOTAL PIC 9(12).
                   15  DR-SRC-ENTITY-CODE     PIC X(04).
           05  DR-GLSUM-COUNT          PIC 9(02).
           05  DR-GLSUM-TABLE.
               10  DR-GLSUM-ENTRY OCCURS 30 TIMES.
                   15  DR-GLS-ENTITY-CODE     PIC X(04).
                   15  DR-GLS-ACCOUNT         PIC X(08).
                   15  DR-GLS-SIDE            PIC X(01).
                   15  DR-GLS-COUNT           PIC 9(08).
                   15  DR-GLS-AMOUNT          PIC S9(10)V99
                                               SIGN IS LEADING
                                               SEPARATE.
           05  DR-DUPLICATE-COUNT      PIC 9(08).
           05  DR-HELD-COUNT           PIC 9(08).
           05  DR-PERIOD-ROUTED-COUNT  PIC 9(08).
           05  DR-PERIOD-HELD-COUNT    PIC 9(08).
           05  DR-CYCLE-DATE           PIC 9(08).
           05  DR-CYCLE-NUMBER         PIC 9(02).
