      *                 (SIGN IS LEADING SEPARATE), mirroring the
      *                 GL-TRAILER-RECORD it is verified against now
      *                 that credits flow through the extract.
      *   15/OCT/2026 - AK-TRL-ENTITY-CODE carved out of the trailer
      *                 filler: the GL side returns one trailer per
      *                 legal entity batch it loaded from DIVGL (blank
      *                 is the home company), each verified against
      *                 that entity's own GL-TRAILER-RECORD.  Details
      *                 still match by request-id alone.
      *   15/OCT/2026 - AK-TRL-BATCH-ID and AK-TRL-BATCH-CYCLE carved
      *                 out of the trailer filler: the GL side echoes
      *                 the batch id (date and cycle) of the DIVGL
      *                 trailer it is acknowledging, now that one
      *                 business date can send an entity more than one
      *                 batch.  A trailer that leaves them blank is
      *                 taken as acknowledging the entity's oldest
      *                 batch still waiting for an answer whose
      *                 details the file acknowledges.
      ******************************************************************
       01  GL-ACK-DETAIL-RECORD.
           05  AK-RECORD-TYPE          PIC X(01).
           05  AK-ACK-COUNT            PIC 9(08).
           05  AK-ACK-AMOUNT           PIC S9(10)V99
                                        SIGN IS LEADING SEPARATE.
           05  AK-TRL-ENTITY-CODE      PIC X(04).
           05  AK-TRL-BATCH-ID         PIC 9(08).
           05  AK-TRL-BATCH-CYCLE      PIC 9(02).
           05  FILLER                  PIC X(04).
