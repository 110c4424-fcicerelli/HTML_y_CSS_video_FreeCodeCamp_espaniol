      *                 space (its text is 21 characters), so the
      *                 total keeps all ten digits and the trailer
      *                 line stays 80 bytes.
      *   15/OCT/2026 - RH-CYCLE-LABEL and RH-CYCLE-NUMBER carved out
      *                 of the header filler: a report produced by one
      *                 cycle of a business date that runs more than
      *                 once a day shows "CICLO" and the cycle number
      *                 after the page number.  Both default to spaces,
      *                 so reports outside the division cycles print
      *                 exactly as before.  The line stays 80 bytes.
      ******************************************************************
       01  RPT-HEADER-LINE.
           05  RH-TITLE                PIC X(40).
           05  RH-RUN-DATE             PIC X(10).
           05  RH-PAGE-LABEL           PIC X(05)  VALUE "PAG. ".
           05  RH-PAGE-NUMBER          PIC 9(04).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RH-CYCLE-LABEL          PIC X(06)  VALUE SPACES.
           05  RH-CYCLE-NUMBER         PIC X(02)  VALUE SPACES.
           05  FILLER                  PIC X(06)  VALUE SPACES.

       01  RPT-TRAILER-LINE.
           05  RT-READ-LABEL           PIC X(18)  VALUE
