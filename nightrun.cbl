      *                 cleared, so the per-step elapsed times survive
      *                 the clear and the stephrpt report can show
      *                 where the batch window's minutes go.
      *   15/OCT/2026 - A business date may now run more than one
      *                 stream - a midday cycle as well as the night's.
      *                 RUNCAL's CA-CYCLE-COUNT says how many the date
      *                 runs (blank or zero is one), NIGHTDT records
      *                 the last cycle finished clean with its date,
      *                 and a start is only refused once the date's
      *                 cycles are all done.  Weekly and month-end
      *                 steps run only in the date's closing cycle.
      *                 STEPHIST records the cycle with the date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. nightrun.
       FD  LAST-RUN-FILE.
       01  LAST-RUN-RECORD.
           05  LR-LAST-RUN-DATE        PIC 9(08).
           05  LR-LAST-CYCLE           PIC 9(02).
       FD  STEP-HISTORY-FILE.
       COPY STEPHIST.
       WORKING-STORAGE SECTION.
       77 SH-FILE-STATUS PIC X(02) VALUE SPACES.
       77 HISTORY-INDEX PIC 9(02) COMP VALUE ZERO.
       77 STREAM-RUN-DATE PIC 9(08) VALUE ZERO.
       77 STREAM-CYCLE PIC 9(02) VALUE 1.
       77 DAY-CYCLE-COUNT PIC 9(02) VALUE 1.
       77 CLOSING-CYCLE-SWITCH PIC X(01) VALUE "Y".
           88 CLOSING-CYCLE VALUE "Y".
       77 CALENDAR-FOUND-SWITCH PIC X(01) VALUE "N".
           88 CALENDAR-DATE-FOUND VALUE "Y".
       77 BUSINESS-DAY-SWITCH PIC X(01) VALUE "N".
                        " NO ES DIA HABIL - NADA QUE CORRER"
                WHEN DATE-ALREADY-RUN
                    DISPLAY "FECHA " STREAM-RUN-DATE
                        " YA PROCESADA EN SUS " DAY-CYCLE-COUNT
                        " CICLOS - NO SE CORRE OTRA VEZ"
                    MOVE 8 TO RETURN-CODE
                WHEN STEP-COUNT = ZERO
                    DISPLAY "STEPCTL VACIO O AUSENTE - NADA QUE CORRER"
                    MOVE 8 TO RETURN-CODE
                WHEN OTHER
                    DISPLAY "FECHA " STREAM-RUN-DATE
                        " CICLO " STREAM-CYCLE " DE " DAY-CYCLE-COUNT
                    MOVE ZERO TO STEP-INDEX
                    PERFORM 2000-RUN-STEP
                        UNTIL STEP-INDEX >= STEP-COUNT
       1000-INITIALIZE.
            MOVE "G" TO STREAM-SWITCH.
            MOVE "N" TO WARNING-SEEN-SWITCH.
            MOVE 1 TO STREAM-CYCLE.
            MOVE "Y" TO CLOSING-CYCLE-SWITCH.
            ACCEPT STREAM-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 1300-LOAD-CALENDAR-ENTRY.
            IF CALENDAR-DATE-FOUND AND TODAY-IS-BUSINESS-DAY
            MOVE "N" TO BUSINESS-DAY-SWITCH.
            MOVE "N" TO WEEK-END-DAY-SWITCH.
            MOVE "N" TO MONTH-END-DAY-SWITCH.
            MOVE 1 TO DAY-CYCLE-COUNT.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT RUN-CALENDAR-FILE.
            IF CA-FILE-STATUS = "35"
                IF CA-MONTH-END-DAY
                    MOVE "Y" TO MONTH-END-DAY-SWITCH
                END-IF
                IF CA-CYCLE-COUNT IS NUMERIC
                    AND CA-CYCLE-COUNT > ZERO
                    MOVE CA-CYCLE-COUNT TO DAY-CYCLE-COUNT
                END-IF
            END-IF.
            PERFORM 1310-READ-CALENDAR-RECORD.

      ******************************************************************
      * NIGHTDT holds the last business date a stream finished clean,
      * and which of the date's cycles that was - it is only stamped in
      * 9000-FINALIZE on a clean finish, so a rerun after a fatal stop
      * gets the same cycle again, while a start on a date whose
      * cycles are all done is refused.  A NIGHTDT written before the
      * cycle was recorded counts as the date's first cycle.  Only the
      * closing cycle runs the weekly and month-end steps.
      ******************************************************************
       1400-CHECK-ALREADY-RUN.
            MOVE "N" TO ALREADY-RUN-SWITCH.
            MOVE 1 TO STREAM-CYCLE.
            OPEN INPUT LAST-RUN-FILE.
            IF LR-FILE-STATUS = "00"
                READ LAST-RUN-FILE
                    NOT AT END
                        IF LR-LAST-RUN-DATE = STREAM-RUN-DATE
                            PERFORM 1410-NEXT-STREAM-CYCLE
                        END-IF
                END-READ
                CLOSE LAST-RUN-FILE
            END-IF.
            IF STREAM-CYCLE > DAY-CYCLE-COUNT
                SET DATE-ALREADY-RUN TO TRUE
            END-IF.
            IF STREAM-CYCLE = DAY-CYCLE-COUNT
                MOVE "Y" TO CLOSING-CYCLE-SWITCH
            ELSE
                MOVE "N" TO CLOSING-CYCLE-SWITCH
            END-IF.

       1410-NEXT-STREAM-CYCLE.
            IF LR-LAST-CYCLE IS NUMERIC AND LR-LAST-CYCLE > ZERO
                COMPUTE STREAM-CYCLE = LR-LAST-CYCLE + 1
            ELSE
                MOVE 2 TO STREAM-CYCLE
            END-IF.

       1100-LOAD-STEP-CONTROL.
            MOVE ZERO TO STEP-COUNT.
      * Only the steps whose frequency applies to today's calendar
      * entry go into the table: daily steps always, weekly steps on
      * the last business day of the week, month-end steps on the
      * last business day of the month - both only in the date's
      * closing cycle.  A step left out here simply was not due in
      * this stream - it is not an omission to report.
      ******************************************************************
       1120-STORE-CONTROL-STEP.
            MOVE "Y" TO STEP-APPLIES-SWITCH.
                WHEN SC-FREQ-DAILY
                    CONTINUE
                WHEN SC-FREQ-WEEKLY
                    IF NOT TODAY-ENDS-WEEK OR NOT CLOSING-CYCLE
                        MOVE "N" TO STEP-APPLIES-SWITCH
                    END-IF
                WHEN SC-FREQ-MONTH-END
                    IF NOT TODAY-ENDS-MONTH OR NOT CLOSING-CYCLE
                        MOVE "N" TO STEP-APPLIES-SWITCH
                    END-IF
                WHEN OTHER
            END-IF.

      ******************************************************************
      * Only a stream that ran every step records its business date and
      * cycle on NIGHTDT - a stopped stream leaves the prior stamp
      * standing so the rerun the operators launch after fixing the
      * fatal step runs the same cycle rather than the next one.
      ******************************************************************
       9500-STAMP-RUN-DATE.
            OPEN OUTPUT LAST-RUN-FILE.
            MOVE STREAM-RUN-DATE TO LR-LAST-RUN-DATE.
            MOVE STREAM-CYCLE TO LR-LAST-CYCLE.
            WRITE LAST-RUN-RECORD.
            CLOSE LAST-RUN-FILE.

       9310-WRITE-HISTORY-STEP.
            ADD 1 TO HISTORY-INDEX.
            MOVE STREAM-RUN-DATE TO SH-STREAM-DATE.
            MOVE STREAM-CYCLE TO SH-STREAM-CYCLE.
            MOVE ST-STEP-NUMBER (HISTORY-INDEX) TO SH-STEP-NUMBER.
            MOVE ST-PROGRAM-NAME (HISTORY-INDEX) TO SH-PROGRAM-NAME.
            MOVE ST-START-DATE (HISTORY-INDEX) TO SH-START-DATE.
