      ******************************************************************
      * Copybook:  CLSTBL
      * Purpose:   A CLSRULES rule set held in storage - the rules in
      *            evaluation order with their count - as classify.cbl
      *            loads it and as the clseval rule evaluator is given
      *            it, so a live rule set and a candidate one are
      *            judged by the same code.
      ******************************************************************
       01  CLASS-RULE-TABLE.
           05  CT-RULE-COUNT           PIC 9(02).
           05  CLASS-RULE-ENTRY OCCURS 50 TIMES.
               10  CT-CONDITION        PIC X(02).
               10  CT-VALUE            PIC S9(07).
               10  CT-LABEL            PIC X(30).
