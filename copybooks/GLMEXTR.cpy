      *            the GLAKHIST acknowledged totals, so finance books
      *            the month from a balanced file instead of a
      *            spreadsheet that re-adds the dailies.
      * Modification History:
      *   15/OCT/2026 - Appended GM-ENTITY-CODE and GM-TRL-ENTITY-CODE:
      *                 the extract now carries one batch per legal
      *                 entity (blank is the home company) - that
      *                 entity's details followed by its own trailer -
      *                 each tied out on its own before it is written.
      ******************************************************************
       01  GL-MONTH-DETAIL-RECORD.
           05  GM-RECORD-TYPE          PIC X(01)  VALUE "D".
           05  GM-COUNT                PIC 9(08).
           05  GM-AMOUNT               PIC S9(12)V99
                                        SIGN IS LEADING SEPARATE.
           05  GM-ENTITY-CODE          PIC X(04).

       01  GL-MONTH-TRAILER-RECORD.
           05  GM-TRL-RECORD-TYPE      PIC X(01)  VALUE "T".
           05  GM-TRL-COUNT            PIC 9(08).
           05  GM-TRL-NET-AMOUNT       PIC S9(12)V99
                                        SIGN IS LEADING SEPARATE.
           05  GM-TRL-ENTITY-CODE      PIC X(04).
