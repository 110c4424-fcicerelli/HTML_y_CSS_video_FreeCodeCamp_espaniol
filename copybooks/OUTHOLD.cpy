      ******************************************************************
      * Copybook:  OUTHOLD
      * Purpose:   Outlier suspense record - one DIVIN detail the
      *            division batch held instead of calculating, because
      *            its absolute numerator fell outside the normal range
      *            learned from its source's DIVHSRC history (more than
      *            PM-OUTLIER-FACTOR times above or below the source's
      *            average).  The detail's fields are kept exactly as
      *            they arrived, with the hold date and the average it
      *            was judged against.  A supervisor releases (R) or
      *            kills (K) each held (H) item through outappr, which
      *            stamps the decision with the supervisor's name and
      *            date; the outmrg merge job returns released items to
      *            the next night's DIVIN behind their own source's
      *            header and drops released and killed items from the
      *            file.  Written for the night to OUTHDAY and appended
      *            to OUTHOLD once the run's batch controls verify.
      ******************************************************************
       01  OUTLIER-HOLD-RECORD.
           05  OH-REQUEST-ID           PIC X(06).
           05  OH-SOURCE-ID            PIC X(06).
           05  OH-NUMERATOR            PIC S9(06)
                                        SIGN IS LEADING SEPARATE.
           05  OH-NUMERATOR-X REDEFINES OH-NUMERATOR
                                       PIC X(07).
           05  OH-DENOMINATOR          PIC S9(06)
                                        SIGN IS LEADING SEPARATE.
           05  OH-DENOMINATOR-X REDEFINES OH-DENOMINATOR
                                       PIC X(07).
           05  OH-OPERATION            PIC X(01).
           05  OH-RECYCLE-AGE          PIC X(02).
           05  OH-HOLD-DATE            PIC 9(08).
           05  OH-NORMAL-AVERAGE       PIC 9(06)V99.
           05  OH-STATUS               PIC X(01).
               88  OH-STATUS-HELD         VALUE "H".
               88  OH-STATUS-RELEASED     VALUE "R".
               88  OH-STATUS-KILLED       VALUE "K".
           05  OH-DECISION-USER        PIC A(20).
           05  OH-DECISION-DATE        PIC 9(08).
