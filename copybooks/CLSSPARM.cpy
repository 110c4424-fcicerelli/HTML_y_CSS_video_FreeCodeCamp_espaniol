      ******************************************************************
      * Copybook:  CLSSPARM
      * Purpose:   Operator-maintained control record for the clssim
      *            CLSRULES what-if job - which file the candidate rule
      *            set is replayed over: the day's PIPEOUT listing (P,
      *            the default when blank or when no CLSSPARM is
      *            staged) or a condicional CONDIN feed (C) - read at
      *            job start instead of being keyed in at a terminal,
      *            same as the division batch's DIVPARM.
      ******************************************************************
       01  CLASS-SIM-PARAMETER-RECORD.
           05  SP-REPLAY-SOURCE        PIC X(01).
               88  SP-REPLAY-PIPEOUT      VALUE "P" " ".
               88  SP-REPLAY-CONDIN       VALUE "C".
