      *            Runs as a night-stream step under the shared RUNCTL
      *            lock so nothing updates CALCMSTR mid-rebuild.
      * Tectonics: cobc
      * Modification History:
      *   15/OCT/2026 - The backup record carries BK-ENTITY-CODE to
      *                 match the 55-byte master.  A backup unloaded
      *                 from the 51-byte master reloads with the entity
      *                 blank - the home company - which is how the
      *                 master picks up its new length.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcreorg.
       COPY CALCMST.
      ******************************************************************
      * The flat backup carries the CALC-MASTER-RECORD byte for byte
      * (same 55-byte layout as CALCMST, under BK- names so the two
      * buffers can be used side by side).
      ******************************************************************
       FD  CALC-BACKUP-FILE.
           05  BK-STATUS               PIC X(01).
           05  BK-DATE-ADDED           PIC 9(08).
           05  BK-DATE-CHANGED         PIC 9(08).
           05  BK-ENTITY-CODE          PIC X(04).
       WORKING-STORAGE SECTION.
       COPY RUNCTLQ.
       77 CM-FILE-STATUS PIC X(02) VALUE SPACES.
