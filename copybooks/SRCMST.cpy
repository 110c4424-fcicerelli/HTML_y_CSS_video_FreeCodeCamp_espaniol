      ******************************************************************
      * Copybook:  SRCMST
      * Purpose:   Source registry record - one per DI-SOURCE-ID the
      *            division chain accepts a DIVIN feed set from, with
      *            the sending department, the DI-OPERATION letters the
      *            source is allowed to submit (A add, S subtract,
      *            M multiply, D divide, in any order - a blank feed
      *            code is checked as D), and the largest absolute
      *            numerator it may send on one request (zero means no
      *            limit).  division.cbl and pipeline.cbl reject the
      *            whole set of a source that is missing here or
      *            inactive, and any detail outside its source's
      *            limits.  Maintained by supervisors through srcmnt.
      * Modification History:
      *   15/OCT/2026 - Appended SM-ENTITY-CODE, the legal entity a
      *                 source's feed sets belong to when their header
      *                 leaves DI-ENTITY-CODE blank.  Blank here too is
      *                 the home company.
      ******************************************************************
       01  SOURCE-MASTER-RECORD.
           05  SM-SOURCE-ID            PIC X(06).
           05  SM-STATUS               PIC X(01).
               88  SM-STATUS-ACTIVE       VALUE "A".
               88  SM-STATUS-INACTIVE     VALUE "I".
           05  SM-DESCRIPTION          PIC X(30).
           05  SM-DEPARTMENT           PIC X(20).
           05  SM-ALLOWED-OPERATIONS   PIC X(04).
           05  SM-MAX-NUMERATOR        PIC 9(06).
           05  SM-ENTITY-CODE          PIC X(04).
