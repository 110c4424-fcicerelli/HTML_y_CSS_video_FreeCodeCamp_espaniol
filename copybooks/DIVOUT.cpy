      *                 it was calculated.  DO-QUOTIENT carries the
      *                 result of every operation; DO-RESIDUO is zero
      *                 for anything but a divide.
      *   15/OCT/2026 - Appended DO-ENTITY-CODE, the legal entity the
      *                 result's feed set was sent for (blank is the
      *                 home company), so the posting job can stamp it
      *                 on the master and the balancing job can foot
      *                 each entity on its own.
      *   15/OCT/2026 - Appended DO-RUN-DATE and DO-CYCLE-NUMBER, the
      *                 business date and cycle of the run that
      *                 calculated the result.  DIVOUT now holds every
      *                 cycle of the business date, so the posting job
      *                 posts each cycle's results once and the
      *                 balancing job foots each cycle on its own.
      *                 Records written before the fields existed read
      *                 them as spaces, so readers test them with IS
      *                 NUMERIC.
      ******************************************************************
       01  DIV-OUTPUT-RECORD.
           05  DO-REQUEST-ID           PIC 9(06).
               88  DO-OPER-SUBTRACT       VALUE "S".
               88  DO-OPER-MULTIPLY       VALUE "M".
               88  DO-OPER-DIVIDE         VALUE "D" " ".
           05  DO-ENTITY-CODE          PIC X(04).
           05  DO-RUN-DATE             PIC 9(08).
           05  DO-CYCLE-NUMBER         PIC 9(02).
