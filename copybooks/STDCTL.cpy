      ******************************************************************
      * Copybook:  STDCTL
      * Purpose:   Request-id control for the standing-request
      *            generator - the block of DI-REQUEST-IDs reserved for
      *            generated requests (SG-FIRST-REQUEST-ID through
      *            SG-LAST-REQUEST-ID, staged by the operators so it
      *            stays clear of the ids the source departments use)
      *            and the last id stdgen issued from it, rewritten by
      *            every run that generates anything.  A missing file
      *            means the default block 900000-999999, nothing yet
      *            issued.
      ******************************************************************
       01  STANDING-CONTROL-RECORD.
           05  SG-FIRST-REQUEST-ID     PIC 9(06).
           05  SG-LAST-REQUEST-ID      PIC 9(06).
           05  SG-LAST-ISSUED-ID       PIC 9(06).
