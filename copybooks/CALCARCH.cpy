      *            requests stop burdening every calclist pass while
      *            staying recoverable through calcrest.cbl when an
      *            old calculation is reopened.
      * Modification History:
      *   15/OCT/2026 - The master image widens to 55 bytes for
      *                 CM-ENTITY-CODE.  It is the last field, so
      *                 records archived before read the entity as
      *                 spaces - the home company.
      ******************************************************************
       01  CALC-ARCHIVE-RECORD.
           05  CX-ARCHIVE-DATE         PIC 9(08).
           05  CX-REQUEST-ID           PIC X(06).
           05  CX-MASTER-IMAGE         PIC X(55).
