      *                 date, time, one-byte code) so readers can
      *                 select and archive by date without testing the
      *                 type first.
      *   15/OCT/2026 - Added the KEYED-BATCH-RECORD ("K") written by
      *                 divkey.cbl for every batch of requests keyed
      *                 by hand into the DIVIN feed: the source, the
      *                 detail count and numerator hash the batch
      *                 declared, and whether it was staged on the
      *                 feed or abandoned.  Same leading 38 bytes.
      *   15/OCT/2026 - Added the PERIOD-CONTROL-RECORD ("P") written
      *                 by glpmnt.cbl for every GL period a supervisor
      *                 closes or reopens: the action, the YYYYMM
      *                 period, and the status it had before, so a
      *                 closed month is only ever reopened on the
      *                 record.  Same leading 38 bytes.
      *   15/OCT/2026 - Added the USER-DEACTIVATION-RECORD ("D")
      *                 written by usrswp.cbl for every user it moves
      *                 to inactive: the user removed, the status held
      *                 before, the last accepted sign-on, the days
      *                 without one, and the threshold applied.  Same
      *                 leading 38 bytes, with the reason in the code
      *                 byte, and still no longer than the "J" entry
      *                 audarch.cbl sizes its records by.
      ******************************************************************
       01  AUDIT-LOG-RECORD.
           05  AL-RECORD-TYPE          PIC X(01).
           05  SA-JOB-NAME             PIC X(12).
           05  SA-END-DATE             PIC 9(08).
           05  SA-END-TIME             PIC 9(08).

       01  KEYED-BATCH-RECORD.
           05  KB-RECORD-TYPE          PIC X(01).
               88  KB-TYPE-KEYED-BATCH    VALUE "K".
           05  KB-USER-NAME            PIC A(20).
           05  KB-DATE                 PIC 9(08).
           05  KB-TIME                 PIC 9(08).
           05  KB-OUTCOME              PIC X(01).
               88  KB-BATCH-STAGED        VALUE "S".
               88  KB-BATCH-ABANDONED     VALUE "A".
           05  KB-SOURCE-ID            PIC X(06).
           05  KB-DETAIL-COUNT         PIC 9(08).
           05  KB-NUMERATOR-HASH       PIC S9(10)
                                        SIGN IS LEADING SEPARATE.
           05  KB-STAGING-MODE         PIC X(01).
               88  KB-STAGED-NEW-SET      VALUE "N".
               88  KB-STAGED-INTO-SET     VALUE "I".

       01  PERIOD-CONTROL-RECORD.
           05  PC-RECORD-TYPE          PIC X(01).
               88  PC-TYPE-PERIOD-CONTROL VALUE "P".
           05  PC-USER-NAME            PIC A(20).
           05  PC-DATE                 PIC 9(08).
           05  PC-TIME                 PIC 9(08).
           05  PC-ACTION               PIC X(01).
               88  PC-ACTION-CLOSE        VALUE "C".
               88  PC-ACTION-REOPEN       VALUE "R".
           05  PC-PERIOD               PIC 9(06).
           05  PC-PRIOR-STATUS         PIC X(01).

       01  USER-DEACTIVATION-RECORD.
           05  DV-RECORD-TYPE          PIC X(01).
               88  DV-TYPE-DEACTIVATION   VALUE "D".
           05  DV-USER-NAME            PIC A(20).
           05  DV-DATE                 PIC 9(08).
           05  DV-TIME                 PIC 9(08).
           05  DV-REASON               PIC X(01).
               88  DV-REASON-DORMANT      VALUE "D".
               88  DV-REASON-NEVER-SIGNED VALUE "N".
           05  DV-PRIOR-STATUS         PIC X(01).
           05  DV-LAST-SIGNON-DATE     PIC 9(08).
           05  DV-DAYS-DORMANT         PIC 9(05).
           05  DV-DORMANT-LIMIT        PIC 9(03).
