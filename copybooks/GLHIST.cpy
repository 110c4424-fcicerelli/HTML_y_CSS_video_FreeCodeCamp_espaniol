      *            - GL-ACK-HISTORY-RECORD (GLAKHIST): each night's
      *              acknowledged totals as GLACK declared them,
      *              appended by glrecon.cbl.
      * Modification History:
      *   15/OCT/2026 - Appended GS-ENTITY-CODE, GT-ENTITY-CODE and
      *                 GK-ENTITY-CODE: each record now belongs to one
      *                 legal entity's GL batch (blank is the home
      *                 company, and what records written before the
      *                 field existed read as), so the month-end job
      *                 ties out and extracts each entity on its own.
      ******************************************************************
       01  GL-DAILY-SUMMARY-RECORD.
           05  GS-POSTING-DATE         PIC 9(08).
           05  GS-DETAIL-COUNT         PIC 9(08).
           05  GS-AMOUNT               PIC S9(10)V99
                                        SIGN IS LEADING SEPARATE.
           05  GS-ENTITY-CODE          PIC X(04).

       01  GL-TRAILER-HISTORY-RECORD.
           05  GT-POSTING-DATE         PIC 9(08).
           05  GT-BATCH-COUNT          PIC 9(08).
           05  GT-BATCH-AMOUNT         PIC S9(10)V99
                                        SIGN IS LEADING SEPARATE.
           05  GT-ENTITY-CODE          PIC X(04).

       01  GL-ACK-HISTORY-RECORD.
           05  GK-ACK-DATE             PIC 9(08).
           05  GK-ACK-COUNT            PIC 9(08).
           05  GK-ACK-AMOUNT           PIC S9(10)V99
                                        SIGN IS LEADING SEPARATE.
           05  GK-ENTITY-CODE          PIC X(04).
