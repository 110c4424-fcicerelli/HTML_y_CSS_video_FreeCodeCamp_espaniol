      *                 say-so.  A supervisor's maintenance applies
      *                 directly, as it always has.  An unknown name
      *                 is treated as an operator - the safe side.
      *   15/OCT/2026 - The saved before image widens to the 55-byte
      *                 master record.  An add lands in the home
      *                 company (blank CM-ENTITY-CODE); a change keeps
      *                 the entity the request was posted for.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcmnt.
           88 MAINT-USER-IS-SUPERVISOR VALUE "S".
       77 ROLE-EOF-SWITCH PIC X(01) VALUE "N".
           88 ROLE-SEARCH-DONE VALUE "Y".
       77 SAVED-BEFORE-IMAGE PIC X(55) VALUE SPACES.
       77 TRANS-CODE PIC X(01) VALUE SPACES.
           88 EXIT-REQUESTED VALUE "X" "x".
       77 WORK-NUMERATOR PIC S9(06) VALUE ZERO.
                    DISPLAY "QUEDA PENDIENTE DE APROBACION"
                END-IF
            END-IF.
            MOVE SPACES TO CM-ENTITY-CODE.
            MOVE MAINT-RUN-DATE TO CM-DATE-ADDED.
            MOVE MAINT-RUN-DATE TO CM-DATE-CHANGED.
            WRITE CALC-MASTER-RECORD
