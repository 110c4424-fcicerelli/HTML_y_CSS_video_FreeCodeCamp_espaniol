      ******************************************************************
      * Copybook:  PIPEDTL
      * Purpose:   Detail line of the pipeline job's PIPEOUT listing -
      *            one per request it calculated and classified, in a
      *            fixed layout so the jobs that read the listing back
      *            (the CLSRULES what-if replay, the spreadsheet
      *            export, the DIVOUT reconciliation) find each value
      *            in a known column instead of cutting it out by
      *            hand.  PD-ID-TAG reads "ID=" on a detail line and
      *            on nothing else the listing carries (header,
      *            trailer, per-source and reject lines), which is how
      *            a reader tells the two apart.  PD-OPERATION is the
      *            DI-OPERATION code as it arrived, blank for divide.
      *            PD-INT-QUOTIENT is the integer quotient classify.cbl
      *            was given, and PD-CLASSIFICATION the label it
      *            returned.
      ******************************************************************
       01  PIPE-DETAIL-LINE.
           05  PD-ID-TAG               PIC X(03) VALUE "ID=".
           05  PD-REQUEST-ID           PIC 9(06).
           05  FILLER                  PIC X(05) VALUE " FTE=".
           05  PD-SOURCE-ID            PIC X(06).
           05  FILLER                  PIC X(04) VALUE " OP=".
           05  PD-OPERATION            PIC X(01).
           05  FILLER                  PIC X(05) VALUE " NUM=".
           05  PD-NUMERATOR            PIC S9(06)
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(05) VALUE " DEN=".
           05  PD-DENOMINATOR          PIC S9(06)
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(05) VALUE " COC=".
           05  PD-QUOTIENT             PIC S9(06)V99
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(05) VALUE " RES=".
           05  PD-RESIDUO              PIC S9(06)
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(05) VALUE " ENT=".
           05  PD-INT-QUOTIENT         PIC S9(07)
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(07) VALUE " CLASE=".
           05  PD-CLASSIFICATION       PIC X(30).
           05  FILLER                  PIC X(07) VALUE SPACES.
