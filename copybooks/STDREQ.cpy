      ******************************************************************
      * Copybook:  STDREQ
      * Purpose:   Standing-request template - one per calculation a
      *            source department submits the same way on a
      *            schedule, with the source id, operation and operands
      *            the generated DIVIN detail carries, how often it is
      *            due (D every business day, W the last business day
      *            of the week, M the last business day of the month,
      *            as RUNCAL flags them), and the dates it is effective
      *            from and to (a zero effective-to never expires).
      *            The stdgen step stamps the business date and the
      *            request-id of the last request it generated, so a
      *            rerun on the same date does not generate it twice
      *            and "why did this request run" leads straight back
      *            to its template.  Maintained by supervisors through
      *            stdmnt.
      ******************************************************************
       01  STANDING-REQUEST-RECORD.
           05  SQ-TEMPLATE-ID          PIC X(06).
           05  SQ-STATUS               PIC X(01).
               88  SQ-STATUS-ACTIVE       VALUE "A".
               88  SQ-STATUS-INACTIVE     VALUE "I".
           05  SQ-DESCRIPTION          PIC X(30).
           05  SQ-SOURCE-ID            PIC X(06).
           05  SQ-OPERATION            PIC X(01).
           05  SQ-NUMERATOR            PIC S9(06)
                                        SIGN IS LEADING SEPARATE.
           05  SQ-NUMERATOR-X REDEFINES SQ-NUMERATOR
                                       PIC X(07).
           05  SQ-DENOMINATOR          PIC S9(06)
                                        SIGN IS LEADING SEPARATE.
           05  SQ-DENOMINATOR-X REDEFINES SQ-DENOMINATOR
                                       PIC X(07).
           05  SQ-FREQUENCY            PIC X(01).
               88  SQ-FREQ-DAILY          VALUE "D".
               88  SQ-FREQ-WEEKLY         VALUE "W".
               88  SQ-FREQ-MONTH-END      VALUE "M".
           05  SQ-EFFECTIVE-FROM       PIC 9(08).
           05  SQ-EFFECTIVE-TO         PIC 9(08).
           05  SQ-LAST-GENERATED       PIC 9(08).
           05  SQ-LAST-REQUEST-ID      PIC X(06).
