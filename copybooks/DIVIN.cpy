      *                 which reads as divide, so the rate-adjustment
      *                 and markup requests ride the feed without the
      *                 source departments pre-computing them by hand.
      *   15/OCT/2026 - Added DI-HOLD-RELEASE to the detail: upstream
      *                 sends it blank; the outmrg merge job stamps "R"
      *                 on a detail a supervisor released from the
      *                 OUTHOLD outlier suspense file, so the division
      *                 batch does not hold the same amount again.
      *   15/OCT/2026 - Added DI-ENTITY-CODE to the header: the legal
      *                 entity (company) the set's requests belong to.
      *                 A blank code takes the entity SRCMSTR registers
      *                 for the source, and blank there too is the home
      *                 company the chain has always booked, so the
      *                 established feeds run unchanged.
      ******************************************************************
       01  DIV-INPUT-RECORD.
           05  DI-RECORD-TYPE          PIC X(01).
                   88  DI-OPER-SUBTRACT       VALUE "S".
                   88  DI-OPER-MULTIPLY       VALUE "M".
                   88  DI-OPER-DIVIDE         VALUE "D" " ".
               10  DI-HOLD-RELEASE         PIC X(01).
                   88  DI-HOLD-RELEASED       VALUE "R".
           05  DI-HEADER-FIELDS REDEFINES DI-DETAIL-FIELDS.
               10  DI-FEED-DATE            PIC 9(08).
               10  DI-SOURCE-ID            PIC X(06).
               10  DI-ENTITY-CODE          PIC X(04).
               10  FILLER                  PIC X(05).
           05  DI-TRAILER-FIELDS REDEFINES DI-DETAIL-FIELDS.
               10  DI-DECLARED-COUNT       PIC 9(08).
               10  DI-DECLARED-HASH        PIC S9(10)
                                            SIGN IS LEADING SEPARATE.
               10  FILLER                  PIC X(04).
