      *                 sixty nights the duration trend was dropping
      *                 each NEW night while re-printing the oldest
      *                 sixty forever.
      *   15/OCT/2026 - A business date can now carry more than one
      *                 division cycle, so each stream is keyed on
      *                 its date and SH-STREAM-CYCLE - a midday and
      *                 a night stream are separate lines, not one
      *                 window stretched from noon to the small hours.
      *                 A record from before the cycle was carried
      *                 counts as cycle one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stephrpt.
       77 TM-SECONDS PIC 9(02) VALUE ZERO.
       77 TM-FRACTION PIC 9(02) VALUE ZERO.
       77 DAY-SECONDS PIC 9(06) VALUE ZERO.
       77 RECORD-CYCLE PIC 9(02) VALUE ZERO.
      ******************************************************************
      * Cumulative days before each month, for the date-to-day-number
      * conversion the elapsed times need - a step can run across
       01 MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-VALUES.
           05 MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
      ******************************************************************
      * One entry per stream seen on STEPHIST - a date and its cycle:
      * the earliest start and latest end across its steps bound the
      * stream's duration.
      ******************************************************************
       01 NIGHT-TABLE.
           05 NIGHT-ENTRY OCCURS 60 TIMES.
               10 NT-STREAM-DATE       PIC 9(08).
               10 NT-STREAM-CYCLE      PIC 9(02).
               10 NT-FIRST-START       PIC 9(14).
               10 NT-LAST-END          PIC 9(14).
      ******************************************************************
           05 ND-LABEL                 PIC X(06) VALUE "NOCHE ".
           05 ND-STREAM-DATE           PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ND-CYCLE-LABEL           PIC X(06) VALUE "CICLO ".
           05 ND-STREAM-CYCLE          PIC 9(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ND-DURATION-LABEL        PIC X(09) VALUE "DURACION ".
           05 ND-SECONDS               PIC 9(08).
           05 ND-UNIT                  PIC X(04) VALUE " SEG".
           05 FILLER                   PIC X(33) VALUE SPACES.
       01 STEP-DETAIL-LINE.
           05 SD-PROGRAM-NAME          PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
            MOVE ZERO TO STEP-COUNT.
            MOVE ZERO TO STEP-INDEX.
            MOVE ZERO TO STEP-SCAN.
            MOVE ZERO TO RECORD-CYCLE.

       1000-INITIALIZE.
            PERFORM 0900-RESET-WORKING-STORAGE.
      * the freed slot, the same way histrpt.cbl rolls DIVHIST.
      ******************************************************************
       2200-FOLD-INTO-NIGHT.
            IF SH-STREAM-CYCLE IS NUMERIC AND SH-STREAM-CYCLE > ZERO
                MOVE SH-STREAM-CYCLE TO RECORD-CYCLE
            ELSE
                MOVE 1 TO RECORD-CYCLE
            END-IF.
            MOVE ZERO TO NIGHT-INDEX.
            MOVE ZERO TO NIGHT-SCAN.
            PERFORM 2210-MATCH-NIGHT-ENTRY
                MOVE NIGHT-COUNT TO NIGHT-INDEX
                MOVE SH-STREAM-DATE
                    TO NT-STREAM-DATE (NIGHT-INDEX)
                MOVE RECORD-CYCLE TO NT-STREAM-CYCLE (NIGHT-INDEX)
                MOVE START-STAMP TO NT-FIRST-START (NIGHT-INDEX)
                MOVE END-STAMP TO NT-LAST-END (NIGHT-INDEX)
            ELSE
       2210-MATCH-NIGHT-ENTRY.
            ADD 1 TO NIGHT-SCAN.
            IF NT-STREAM-DATE (NIGHT-SCAN) = SH-STREAM-DATE
                AND NT-STREAM-CYCLE (NIGHT-SCAN) = RECORD-CYCLE
                MOVE NIGHT-SCAN TO NIGHT-INDEX
            END-IF.

                MOVE ZERO TO NIGHT-SECONDS
            END-IF.
            MOVE NT-STREAM-DATE (NIGHT-INDEX) TO ND-STREAM-DATE.
            MOVE NT-STREAM-CYCLE (NIGHT-INDEX) TO ND-STREAM-CYCLE.
            MOVE NIGHT-SECONDS TO ND-SECONDS.
            MOVE NIGHT-DETAIL-LINE TO STEP-REPORT-LINE.
            WRITE STEP-REPORT-LINE.
