      ******************************************************************
      * Copybook:  GLPERD
      * Purpose:   GL period control record - one per posting month
      *            (YYYYMM) finance has closed or reopened, with its
      *            current status and who last changed it and when.
      *            A month with no record is open: only a close puts a
      *            month on GLPERIOD.  Maintained by supervisors
      *            through glpmnt, every change logged to AUDITLOG;
      *            read through the glperd service by every job that
      *            dates a GL posting.
      ******************************************************************
       01  GL-PERIOD-RECORD.
           05  GP-PERIOD               PIC 9(06).
           05  GP-STATUS               PIC X(01).
               88  GP-STATUS-OPEN         VALUE "O".
               88  GP-STATUS-CLOSED       VALUE "C".
           05  GP-CHANGED-BY           PIC A(20).
           05  GP-CHANGED-DATE         PIC 9(08).
           05  GP-LAST-ACTION          PIC X(01).
               88  GP-ACTION-CLOSE        VALUE "C".
               88  GP-ACTION-REOPEN       VALUE "R".
