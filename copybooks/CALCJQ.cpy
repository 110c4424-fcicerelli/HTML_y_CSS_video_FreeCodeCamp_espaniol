      *            after image blank on a delete; calcjrn stamps the
      *            date and time and lifts the request-id from
      *            whichever image carries it.
      * Modification History:
      *   15/OCT/2026 - The images widen to the 55-byte master record
      *                 now that it carries CM-ENTITY-CODE; calcjrn
      *                 lifts the entity from whichever image carries
      *                 it onto CJ-ENTITY-CODE.
      ******************************************************************
       01  CALC-JOURNAL-REQUEST.
           05  JQ-ACTION               PIC X(01).
               88  JQ-ACTION-APPROVAL     VALUE "V".
           05  JQ-PROGRAM-NAME         PIC X(12).
           05  JQ-USER-NAME            PIC A(20).
           05  JQ-BEFORE-IMAGE         PIC X(55).
           05  JQ-AFTER-IMAGE          PIC X(55).
