      *            Registers on the shared RUNCTL file so the restore
      *            cannot race the nightly batch on CALCMSTR.
      * Tectonics: cobc
      * Modification History:
      *   15/OCT/2026 - The restored image widens to the 55-byte master
      *                 record; a request archived before the entity
      *                 code existed comes back in the home company.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcrest.
       77 RESTORE-RUN-DATE PIC 9(08) VALUE ZERO.
       77 FOUND-SWITCH PIC X(01) VALUE "N".
           88 IMAGE-FOUND VALUE "Y".
       77 SAVED-IMAGE PIC X(55) VALUE SPACES.
       77 SAVED-IMAGE-DATE PIC 9(08) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
