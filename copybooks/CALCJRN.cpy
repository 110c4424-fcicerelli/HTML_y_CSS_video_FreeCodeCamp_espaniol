      *            journal instead of guessed from CM-DATE-CHANGED.
      *            Entries are appended in the order the changes were
      *            made, so a sequential pass reads in date order.
      *            The images are the first 51 bytes of the
      *            CALC-MASTER-RECORD as written; an add carries a
      *            blank before image and a delete a blank after
      *            image.  The master's entity code rides separately
      *            in CJ-ENTITY-CODE.
      * Modification History:
      *   01/SEP/2026 - Added the V action for supervisor approval
      *                 decisions on PENDING corrections, so the
      *                 journal shows who released (or rejected) a
      *                 correction separately from who keyed it.
      *   15/OCT/2026 - Appended CJ-ENTITY-CODE, the legal entity of
      *                 the master record journaled (blank is the home
      *                 company).  The images keep their 51 bytes so
      *                 entries already on file still line up.
      ******************************************************************
       01  CALC-JOURNAL-RECORD.
           05  CJ-REQUEST-ID           PIC X(06).
           05  CJ-TIME                 PIC 9(08).
           05  CJ-BEFORE-IMAGE         PIC X(51).
           05  CJ-AFTER-IMAGE          PIC X(51).
           05  CJ-ENTITY-CODE          PIC X(04).
