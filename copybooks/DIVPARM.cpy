      *                 report instead of re-entering the feed.
      *   22/AUG/2026 - Added PM-TREND-RUNS: how many of the most
      *                 recent DIVHIST runs the trend report lists.
      *   15/OCT/2026 - Added PM-DUPLICATE-LIMIT: how many repeated
      *                 request-ids one source may send in a night
      *                 before the division batch raises an error on
      *                 the operations log instead of only rejecting
      *                 them.
      *   15/OCT/2026 - Added PM-OUTLIER-FACTOR and
      *                 PM-OUTLIER-MIN-COUNT: how many times above (or
      *                 below) a source's historical average absolute
      *                 numerator a detail may arrive before the
      *                 division batch holds it on OUTHOLD for a
      *                 supervisor (zero switches the screen off), and
      *                 how many accepted results the source's history
      *                 must hold before its average is trusted.
      ******************************************************************
       01  DIV-PARAMETER-RECORD.
           05  PM-ROUND-MODE           PIC X(01).
           05  PM-TOLERANCE-PERCENT    PIC 9(03).
           05  PM-RECYCLE-LIMIT        PIC 9(02).
           05  PM-TREND-RUNS           PIC 9(03).
           05  PM-DUPLICATE-LIMIT      PIC 9(04).
           05  PM-OUTLIER-FACTOR       PIC 9(04).
           05  PM-OUTLIER-MIN-COUNT    PIC 9(06).
