      *            the session registers on the shared RUNCTL file so
      *            it can never race the nightly batch on CALCMSTR.
      * Tectonics: cobc
      * Modification History:
      *   15/OCT/2026 - The saved before image widens to the 55-byte
      *                 master record now that it carries the legal
      *                 entity code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcappr.
       77 APPROVED-COUNT PIC 9(06) VALUE ZERO.
       77 REJECTED-COUNT PIC 9(06) VALUE ZERO.
       77 SKIPPED-COUNT PIC 9(06) VALUE ZERO.
       77 SAVED-BEFORE-IMAGE PIC X(55) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 0800-REQUEST-RUN-CONTROL.
