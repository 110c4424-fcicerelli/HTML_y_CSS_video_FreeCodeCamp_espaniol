      ******************************************************************
      * Author:    Fabio Cicerelli
      * Date:      15/OCT/2026
      * Purpose:   Shared GL period lookup service - every job that
      *            puts a posting date on a GL detail (the division
      *            batch, the glrecon resubmission, the month-end
      *            extract) CALLs here with the GLPERQ request area
      *            before dating the posting.  A date whose month is
      *            open comes back unchanged; a date in a month
      *            finance has closed on GLPERIOD comes back routed to
      *            the first day of the next open month, or flagged
      *            as having no open month to go to, so no job posts
      *            into a closed month on its own say-so.  The period
      *            rule lives in one place the way runctl holds the
      *            run-control convention.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glperd.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-PERIOD-FILE.
       COPY GLPERD.
       WORKING-STORAGE SECTION.
       77 GP-FILE-STATUS PIC X(02) VALUE SPACES.
       77 EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       77 PERIOD-COUNT PIC 9(03) COMP VALUE ZERO.
       77 PERIOD-INDEX PIC 9(03) COMP VALUE ZERO.
       77 PERIOD-LIMIT PIC 9(03) COMP VALUE 240.
       77 FOUND-SWITCH PIC X(01) VALUE "N".
           88 PERIOD-FOUND VALUE "Y".
       77 MATCH-PERIOD PIC 9(06) VALUE ZERO.
       77 MONTHS-AHEAD PIC 9(02) COMP VALUE ZERO.
       77 MONTHS-AHEAD-LIMIT PIC 9(02) COMP VALUE 36.
       77 ROUTE-SWITCH PIC X(01) VALUE "N".
           88 OPEN-PERIOD-FOUND VALUE "Y".
       01 SCAN-PERIOD-AREA.
           05 SCAN-YEAR                PIC 9(04).
           05 SCAN-MONTH               PIC 9(02).
       01 SCAN-PERIOD REDEFINES SCAN-PERIOD-AREA PIC 9(06).
      ******************************************************************
      * GLPERIOD holds only the months that have ever been closed, a
      * few a year, so the whole file is read into this table on every
      * call rather than kept open across calls - a close keyed at the
      * supervisor terminal is seen by the very next lookup.
      ******************************************************************
       01 PERIOD-TABLE.
           05 PERIOD-ENTRY OCCURS 240 TIMES.
               10 PT-PERIOD            PIC 9(06).
               10 PT-STATUS            PIC X(01).
               10 PT-CHANGED-BY        PIC A(20).
               10 PT-CHANGED-DATE      PIC 9(08).
               10 PT-LAST-ACTION       PIC X(01).
       LINKAGE SECTION.
       COPY GLPERQ.
       PROCEDURE DIVISION USING GL-PERIOD-REQUEST.
       0000-GLPERD-MAIN.
            PERFORM 1000-LOAD-PERIOD-TABLE.
            MOVE GQ-POSTING-DATE (1:6) TO SCAN-PERIOD-AREA.
            MOVE SCAN-PERIOD TO MATCH-PERIOD.
            PERFORM 2000-FIND-PERIOD.
            MOVE SPACE TO GQ-PERIOD-STATUS.
            MOVE SPACES TO GQ-CHANGED-BY.
            MOVE ZERO TO GQ-CHANGED-DATE.
            MOVE SPACE TO GQ-LAST-ACTION.
            IF PERIOD-FOUND
                MOVE PT-STATUS (PERIOD-INDEX) TO GQ-PERIOD-STATUS
                MOVE PT-CHANGED-BY (PERIOD-INDEX) TO GQ-CHANGED-BY
                MOVE PT-CHANGED-DATE (PERIOD-INDEX)
                    TO GQ-CHANGED-DATE
                MOVE PT-LAST-ACTION (PERIOD-INDEX) TO GQ-LAST-ACTION
            END-IF.
            IF GQ-PERIOD-CLOSED
                PERFORM 3000-ROUTE-TO-OPEN-PERIOD
            ELSE
                SET GQ-REPLY-OPEN TO TRUE
                MOVE GQ-POSTING-DATE TO GQ-ROUTED-DATE
            END-IF.
            GOBACK.

       1000-LOAD-PERIOD-TABLE.
            MOVE ZERO TO PERIOD-COUNT.
            MOVE "N" TO EOF-SWITCH.
            MOVE SPACES TO GP-FILE-STATUS.
            OPEN INPUT GL-PERIOD-FILE.
            IF GP-FILE-STATUS = "35"
                SET END-OF-FILE TO TRUE
            ELSE
                PERFORM 1100-READ-PERIOD-RECORD
                PERFORM 1200-STORE-PERIOD-RECORD UNTIL END-OF-FILE
                CLOSE GL-PERIOD-FILE
            END-IF.

       1100-READ-PERIOD-RECORD.
            READ GL-PERIOD-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       1200-STORE-PERIOD-RECORD.
            IF PERIOD-COUNT < PERIOD-LIMIT
                ADD 1 TO PERIOD-COUNT
                MOVE GP-PERIOD TO PT-PERIOD (PERIOD-COUNT)
                MOVE GP-STATUS TO PT-STATUS (PERIOD-COUNT)
                MOVE GP-CHANGED-BY TO PT-CHANGED-BY (PERIOD-COUNT)
                MOVE GP-CHANGED-DATE TO PT-CHANGED-DATE (PERIOD-COUNT)
                MOVE GP-LAST-ACTION TO PT-LAST-ACTION (PERIOD-COUNT)
            END-IF.
            PERFORM 1100-READ-PERIOD-RECORD.

       2000-FIND-PERIOD.
            MOVE "N" TO FOUND-SWITCH.
            MOVE ZERO TO PERIOD-INDEX.
            PERFORM 2100-CHECK-PERIOD-ENTRY
                UNTIL PERIOD-FOUND OR PERIOD-INDEX >= PERIOD-COUNT.

       2100-CHECK-PERIOD-ENTRY.
            ADD 1 TO PERIOD-INDEX.
            IF PT-PERIOD (PERIOD-INDEX) = MATCH-PERIOD
                SET PERIOD-FOUND TO TRUE
            END-IF.

      ******************************************************************
      * A closed month's posting moves forward one month at a time to
      * the first month that is not closed, dated the first of that
      * month.  Three years of closed months in a row means the period
      * file is wrong, not that the posting belongs further out, so
      * the search stops there and the caller holds the detail.
      ******************************************************************
       3000-ROUTE-TO-OPEN-PERIOD.
            MOVE "N" TO ROUTE-SWITCH.
            MOVE ZERO TO MONTHS-AHEAD.
            PERFORM 3100-TRY-NEXT-MONTH
                UNTIL OPEN-PERIOD-FOUND
                    OR MONTHS-AHEAD >= MONTHS-AHEAD-LIMIT.
            IF OPEN-PERIOD-FOUND
                SET GQ-REPLY-ROUTED TO TRUE
                COMPUTE GQ-ROUTED-DATE = SCAN-PERIOD * 100 + 1
            ELSE
                SET GQ-REPLY-NO-OPEN-PERIOD TO TRUE
                MOVE ZERO TO GQ-ROUTED-DATE
            END-IF.

       3100-TRY-NEXT-MONTH.
            ADD 1 TO MONTHS-AHEAD.
            IF SCAN-MONTH >= 12
                MOVE 1 TO SCAN-MONTH
                ADD 1 TO SCAN-YEAR
            ELSE
                ADD 1 TO SCAN-MONTH
            END-IF.
            MOVE SCAN-PERIOD TO MATCH-PERIOD.
            PERFORM 2000-FIND-PERIOD.
            IF NOT PERIOD-FOUND
                SET OPEN-PERIOD-FOUND TO TRUE
            ELSE
                IF PT-STATUS (PERIOD-INDEX) NOT = "C"
                    SET OPEN-PERIOD-FOUND TO TRUE
                END-IF
            END-IF.
       END PROGRAM glperd.
