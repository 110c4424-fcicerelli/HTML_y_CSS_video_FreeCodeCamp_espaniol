      *                 log through the opslog service, so the morning
      *                 opsrpt report names it instead of the warning
      *                 living only on RECYRPT.
      *   15/OCT/2026 - The staging record is one byte wider to match
      *                 the DIVIN detail's new DI-HOLD-RELEASE flag,
      *                 which merged recycles carry blank.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recymrg.
       FD  DIV-INPUT-FILE.
       COPY DIVIN.
       FD  MERGED-FEED-FILE.
       01  MERGED-FEED-RECORD          PIC X(25).
       FD  MERGE-REPORT-FILE.
       01  MERGE-REPORT-LINE           PIC X(80).
       FD  DIV-PARAMETER-FILE.
