      *                 SEPARATE) so posted credit adjustments keep
      *                 their sign on the master.  The request-id key
      *                 stays unsigned.
      *   15/OCT/2026 - Appended CM-ENTITY-CODE, the legal entity the
      *                 request was posted for (blank is the home
      *                 company, and what every record written before
      *                 the field existed carries).  The record is now
      *                 55 bytes; the file is unloaded and reloaded
      *                 through calcreorg to pick up the new length.
      ******************************************************************
       01  CALC-MASTER-RECORD.
           05  CM-REQUEST-ID           PIC 9(06).
               88  CM-STATUS-DELETED      VALUE "D".
           05  CM-DATE-ADDED           PIC 9(08).
           05  CM-DATE-CHANGED         PIC 9(08).
           05  CM-ENTITY-CODE          PIC X(04).
