      *            threshold, and the archive cutoff date - read at job
      *            start instead of being keyed in at a terminal, same
      *            as the division batch's DIVPARM.
      * Modification History:
      *   15/OCT/2026 - Appended AP-CERT-FROM-DATE and AP-CERT-TO-DATE,
      *                 the usrcert access-recertification period (zero
      *                 or non-numeric leaves the period open - the
      *                 whole trail), and AP-DORMANT-DAYS, the usrswp
      *                 dormant-user threshold (90 days when zero or
      *                 non-numeric).
      ******************************************************************
       01  AUDIT-PARAMETER-RECORD.
           05  AP-FROM-DATE            PIC 9(08).
           05  AP-USER-FILTER          PIC A(20).
           05  AP-REJECT-LIMIT         PIC 9(02).
           05  AP-PURGE-DATE           PIC 9(08).
           05  AP-CERT-FROM-DATE       PIC 9(08).
           05  AP-CERT-TO-DATE         PIC 9(08).
           05  AP-DORMANT-DAYS         PIC 9(03).
