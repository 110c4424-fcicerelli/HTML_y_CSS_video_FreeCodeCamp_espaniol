      ******************************************************************
      * Copybook:  GLPERQ
      * Purpose:   Request area passed to the glperd subprogram - the
      *            posting date a job is about to put on a GL detail,
      *            and back the date it should carry instead: the same
      *            date when its month is open, or the first day of
      *            the next open month when finance has closed it.
      *            The GLPERIOD entry for the asked-for month, if any,
      *            comes back alongside so a caller can report who
      *            closed or reopened it.  Shared by every caller the
      *            way OPSLOGQ and RUNCTLQ are.
      ******************************************************************
       01  GL-PERIOD-REQUEST.
           05  GQ-POSTING-DATE         PIC 9(08).
           05  GQ-ROUTED-DATE          PIC 9(08).
           05  GQ-REPLY                PIC X(01).
               88  GQ-REPLY-OPEN          VALUE "O".
               88  GQ-REPLY-ROUTED        VALUE "R".
               88  GQ-REPLY-NO-OPEN-PERIOD VALUE "N".
           05  GQ-PERIOD-STATUS        PIC X(01).
               88  GQ-PERIOD-ON-FILE      VALUE "O" "C".
               88  GQ-PERIOD-CLOSED       VALUE "C".
           05  GQ-CHANGED-BY           PIC A(20).
           05  GQ-CHANGED-DATE         PIC 9(08).
           05  GQ-LAST-ACTION          PIC X(01).
               88  GQ-LAST-REOPEN         VALUE "R".
