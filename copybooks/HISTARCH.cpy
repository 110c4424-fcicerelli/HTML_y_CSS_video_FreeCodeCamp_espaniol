      ******************************************************************
      * Copybook:  HISTARCH
      * Purpose:   Annual archive record for the run-history files -
      *            one per record rolled off DIVHIST, DIVHSRC,
      *            GLSUMHIS, GLTRHIST, GLAKHIST or STEPHIST at year
      *            end, carrying the history file's name, the year the
      *            record belongs to, the date the year-end job
      *            archived it, and the record image exactly as it sat
      *            on the live file, so a closed year stays recoverable
      *            after the live files are trimmed.  Appended by
      *            histroll.cbl, in the style of CALCARCH and RPTARCH.
      ******************************************************************
       01  HISTORY-ARCHIVE-RECORD.
           05  HA-FILE-NAME            PIC X(08).
           05  HA-ARCHIVE-YEAR         PIC 9(04).
           05  HA-ARCHIVE-DATE         PIC 9(08).
           05  HA-RECORD-IMAGE         PIC X(80).
