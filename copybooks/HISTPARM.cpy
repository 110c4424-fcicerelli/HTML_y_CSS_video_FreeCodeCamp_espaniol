      ******************************************************************
      * Copybook:  HISTPARM
      * Purpose:   Operator-maintained control record for the year-end
      *            history rollover - how many closed years stay on
      *            the live history files behind the current one
      *            (HP-CARRY-BACK-YEARS; spaces mean one, so January's
      *            reports still see December), and an optional year
      *            to close when the December month-end run was missed
      *            (HP-CLOSE-YEAR; zero means the calendar decides) -
      *            read at job start instead of being keyed in at a
      *            terminal, same as the division batch's DIVPARM.
      ******************************************************************
       01  HISTORY-ROLL-PARAMETER-RECORD.
           05  HP-CARRY-BACK-YEARS     PIC 9(02).
           05  HP-CLOSE-YEAR           PIC 9(04).
