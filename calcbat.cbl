      *                 on the screen; a supervisor's applies
      *                 directly.  The journal entry is stamped with
      *                 the submitter when one is named.
      *   15/OCT/2026 - The saved before image widens to the 55-byte
      *                 master record.  An add lands in the home
      *                 company (blank CM-ENTITY-CODE); a change keeps
      *                 the entity the request was posted for.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcbat.
       COPY CALCJQ.
       77 CM-FILE-STATUS PIC X(02) VALUE SPACES.
       77 UM-FILE-STATUS PIC X(02) VALUE SPACES.
       77 SAVED-BEFORE-IMAGE PIC X(55) VALUE SPACES.
       77 SUBMITTER-ROLE PIC X(01) VALUE SPACE.
           88 SUBMITTER-IS-SUPERVISOR VALUE "S".
       77 LAST-SUBMITTER PIC A(20) VALUE LOW-VALUES.
       3000-ADD-RECORD.
            MOVE TR-REQUEST-ID TO CM-REQUEST-ID.
            PERFORM 2200-BUILD-MASTER-FIELDS.
            MOVE SPACES TO CM-ENTITY-CODE.
            MOVE REPORT-RUN-DATE TO CM-DATE-ADDED.
            MOVE REPORT-RUN-DATE TO CM-DATE-CHANGED.
            WRITE CALC-MASTER-RECORD
