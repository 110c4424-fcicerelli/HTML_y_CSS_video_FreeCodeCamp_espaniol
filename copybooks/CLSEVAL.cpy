      ******************************************************************
      * Copybook:  CLSEVAL
      * Purpose:   Request passed to the clseval rule evaluator with a
      *            CLSTBL rule set: the value to test and the range of
      *            rules to try, first to last in order.  clseval
      *            returns the number of the first rule in the range
      *            the value meets, or zero when none does.  A full
      *            classification tries every rule; a single rule, or
      *            every rule ahead of one, is tried the same way.
      ******************************************************************
       01  CLASS-EVAL-REQUEST.
           05  CE-VALUE                PIC S9(07).
           05  CE-FIRST-RULE           PIC 9(02).
           05  CE-LAST-RULE            PIC 9(02).
           05  CE-MATCHED-RULE         PIC 9(02).
