      *            used to" and "which step is eating the window" are
      *            answerable from the stephrpt report instead of
      *            from memory.  Keyed by the stream's business date.
      * Modification History:
      *   15/OCT/2026 - Appended SH-STREAM-CYCLE, the cycle of the
      *                 business date the stream ran (a date with a
      *                 midday stream as well as the night's has two),
      *                 so each stream's steps stay apart.  Spaces on
      *                 older records read as the date's first cycle.
      ******************************************************************
       01  STEP-HISTORY-RECORD.
           05  SH-STREAM-DATE          PIC 9(08).
           05  SH-END-TIME             PIC 9(08).
           05  SH-RETURN-CODE          PIC 9(04).
           05  SH-OUTCOME              PIC X(01).
           05  SH-STREAM-CYCLE         PIC 9(02).
