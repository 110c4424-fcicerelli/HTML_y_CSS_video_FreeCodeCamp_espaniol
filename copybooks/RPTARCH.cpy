      *            Written by rptarch.cbl after the night stream,
      *            purged by the same job past the RPTPARM retention
      *            date, and read back by rptprint.cbl.
      * Modification History:
      *   15/OCT/2026 - Appended RA-CYCLE-NUMBER, the cycle of the
      *                 business date the captured report came from,
      *                 lifted from its RPTHDTR header, so the midday
      *                 and the night's copies of the same report are
      *                 archived side by side instead of the second
      *                 being taken for one already captured.  Spaces
      *                 on older records read as the date's first
      *                 cycle.
      ******************************************************************
       01  REPORT-ARCHIVE-RECORD.
           05  RA-REPORT-NAME          PIC X(08).
           05  RA-RUN-DATE             PIC 9(08).
           05  RA-LINE-TEXT            PIC X(80).
           05  RA-CYCLE-NUMBER         PIC 9(02).
