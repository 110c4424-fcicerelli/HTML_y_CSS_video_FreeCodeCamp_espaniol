      *            shared CALCJQ shape, the same way every runctl
      *            caller shares RUNCTLQ.
      * Tectonics: cobc
      * Modification History:
      *   15/OCT/2026 - The master's legal entity code is lifted from
      *                 the same image as the request-id onto the new
      *                 CJ-ENTITY-CODE; the journal images keep their
      *                 51 bytes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcjrn.
      * The request-id rides in the first six bytes of whichever image
      * carries the record: the after image on an add, change, or
      * posting, the before image on a delete (whose after image is
      * blank).  The entity code rides in the last four bytes of the
      * same image.
      ******************************************************************
       1000-BUILD-JOURNAL-ENTRY.
            MOVE JQ-ACTION TO CJ-ACTION.
            MOVE JQ-AFTER-IMAGE TO CJ-AFTER-IMAGE.
            IF JQ-AFTER-IMAGE = SPACES
                MOVE JQ-BEFORE-IMAGE (1:6) TO CJ-REQUEST-ID
                MOVE JQ-BEFORE-IMAGE (52:4) TO CJ-ENTITY-CODE
            ELSE
                MOVE JQ-AFTER-IMAGE (1:6) TO CJ-REQUEST-ID
                MOVE JQ-AFTER-IMAGE (52:4) TO CJ-ENTITY-CODE
            END-IF.
       END PROGRAM calcjrn.
