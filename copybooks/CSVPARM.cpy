      ******************************************************************
      * Copybook:  CSVPARM
      * Purpose:   Operator-maintained control record for the csvexp
      *            spreadsheet export - the CALC-MASTER status to
      *            select (A, P or D; blank exports every status) and
      *            the CM-DATE-CHANGED range to keep (zero in either
      *            date leaves that end of the range open) - read at
      *            job start instead of being keyed in at a terminal,
      *            same as the division batch's DIVPARM.  The day's
      *            PIPEOUT is always exported whole.
      ******************************************************************
       01  CSV-EXPORT-PARAMETER-RECORD.
           05  XP-SELECT-STATUS        PIC X(01).
           05  XP-FROM-DATE            PIC 9(08).
           05  XP-TO-DATE              PIC 9(08).
