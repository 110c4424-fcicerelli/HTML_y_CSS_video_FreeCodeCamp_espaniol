      *                 stamps on each detail, so the GL side stops
      *                 hard-coding the account on their end.  Record
      *                 length is unchanged at 40.
      *   15/OCT/2026 - GL-ENTITY-CODE carved out of the detail filler
      *                 and GL-BATCH-ENTITY-CODE out of the trailer
      *                 filler: DIVGL now carries one batch per legal
      *                 entity (blank is the home company), each set of
      *                 details closed by its own trailer, so the GL
      *                 side loads each company's books separately.
      *                 Record length is unchanged at 40.
      *   15/OCT/2026 - GL-BATCH-CYCLE carved out of the trailer
      *                 filler: the batch id is now the run date in
      *                 GL-BATCH-ID plus the cycle of that date's run,
      *                 so a midday batch and the night's batch for
      *                 the same entity are told apart.  Zero is a
      *                 batch raised outside the division cycles, and
      *                 spaces on an older trailer read as the date's
      *                 first cycle.  Record length is unchanged at 40.
      ******************************************************************
       01  GL-DETAIL-RECORD.
           05  GL-RECORD-TYPE          PIC X(01)  VALUE "D".
               88  GL-SIDE-CREDIT         VALUE "C".
           05  GL-POSTING-DATE         PIC 9(08).
           05  GL-ACCOUNT              PIC X(08)  VALUE SPACES.
           05  GL-ENTITY-CODE          PIC X(04)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.

       01  GL-TRAILER-RECORD.
           05  GL-RECORD-TYPE          PIC X(01)  VALUE "T".
           05  GL-BATCH-COUNT          PIC 9(08).
           05  GL-BATCH-AMOUNT         PIC S9(10)V99
                                        SIGN IS LEADING SEPARATE.
           05  GL-BATCH-ENTITY-CODE    PIC X(04)  VALUE SPACES.
           05  GL-BATCH-CYCLE          PIC 9(02)  VALUE ZERO.
           05  FILLER                  PIC X(04)  VALUE SPACES.
