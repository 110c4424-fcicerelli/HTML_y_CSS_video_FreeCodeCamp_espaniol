      *            report instead of reaching GL uncoded.  Staged as a
      *            flat file the operators edit, the same way DIVPARM
      *            and AUDPARM are maintained.
      * Modification History:
      *   15/OCT/2026 - Appended GA-ENTITY-CODE: a rule naming an
      *                 entity applies only to that legal entity's
      *                 details, and is tried ahead of every rule left
      *                 blank there, which apply to all entities (and
      *                 are what every rule written before the field
      *                 existed reads as).  First match still wins
      *                 within each pass.
      ******************************************************************
       01  GL-ACCOUNT-RULE-RECORD.
           05  GA-SOURCE-ID            PIC X(06).
               88  GA-SIDE-DEBIT          VALUE "D".
               88  GA-SIDE-CREDIT         VALUE "C".
           05  GA-ACCOUNT-NUMBER       PIC X(08).
           05  GA-ENTITY-CODE          PIC X(04).
