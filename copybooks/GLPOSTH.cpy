      ******************************************************************
      * Copybook:  GLPOSTH
      * Purpose:   GL posted-item history - one record per amount the
      *            division chain has sent to the general ledger for a
      *            request-id, with the source and operation it was
      *            booked under and the account and debit/credit side
      *            the GLACCT rules gave it.  The division batch
      *            appends its night's extract details once the batch
      *            controls verify; the gladj adjustment step appends
      *            every reversal and re-post it writes.  Read in file
      *            order, the last original or re-post entry not
      *            followed by a reversal is what GL currently holds
      *            for the request, so a later correction reverses the
      *            amount actually booked instead of guessing it from
      *            CALC-MASTER.
      * Modification History:
      *   15/OCT/2026 - Appended PI-ENTITY-CODE, the legal entity the
      *                 amount was booked for (blank is the home
      *                 company), so an adjustment reverses and
      *                 re-posts in the same entity's books.
      ******************************************************************
       01  GL-POSTED-ITEM-RECORD.
           05  PI-POSTING-DATE         PIC 9(08).
           05  PI-REQUEST-ID           PIC 9(06).
           05  PI-SOURCE-ID            PIC X(06).
           05  PI-OPERATION            PIC X(01).
           05  PI-ACCOUNT              PIC X(08).
           05  PI-DEBIT-CREDIT         PIC X(01).
               88  PI-SIDE-DEBIT          VALUE "D".
               88  PI-SIDE-CREDIT         VALUE "C".
           05  PI-AMOUNT               PIC 9(08)V99.
           05  PI-ENTRY-TYPE           PIC X(01).
               88  PI-ENTRY-ORIGINAL      VALUE "O".
               88  PI-ENTRY-REVERSAL      VALUE "R".
               88  PI-ENTRY-REPOST        VALUE "N".
           05  PI-ENTITY-CODE          PIC X(04).
