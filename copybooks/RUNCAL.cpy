      *            selects the right steps for the date on its own,
      *            instead of someone remembering to swap STEPCTL
      *            files on month-end nights.
      * Modification History:
      *   15/OCT/2026 - Appended CA-CYCLE-COUNT, how many division
      *                 cycles the business date runs (a midday cycle
      *                 as well as the night's is 2).  The stream
      *                 driver starts one stream per cycle and keeps
      *                 the weekly and month-end steps for the last
      *                 one.  Spaces or zero read as a single cycle,
      *                 as every date did before the field existed.
      ******************************************************************
       01  RUN-CALENDAR-RECORD.
           05  CA-DATE                 PIC 9(08).
               88  CA-WEEK-END-DAY        VALUE "S".
           05  CA-MONTH-END-FLAG       PIC X(01).
               88  CA-MONTH-END-DAY       VALUE "M".
           05  CA-CYCLE-COUNT          PIC 9(02).
