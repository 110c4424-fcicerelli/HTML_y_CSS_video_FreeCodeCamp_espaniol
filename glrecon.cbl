      *                 glmonth month-end extract can tie the month
      *                 out against what GL actually acknowledged
      *                 after the nightly GLACK is overwritten.
      *   15/OCT/2026 - Every detail bound for GLRESUB is now dated
      *                 through the glperd period service: one whose
      *                 posting month finance has closed on GLPERIOD
      *                 goes out dated the first of the next open
      *                 month and is listed on GLRRPT as reassigned,
      *                 and one with no open month to go to is held
      *                 off GLRESUB and listed as retained, both
      *                 warned on OPSLOG.  The GLAKHIST record is now
      *                 dated with the extract's posting date rather
      *                 than the run date, so the acknowledged leg
      *                 lands in the month the batch was booked to.
      *   15/OCT/2026 - DIVGL now carries one batch per legal entity
      *                 and GLACK answers with one trailer per entity
      *                 (AK-TRL-ENTITY-CODE), so the extract is proved
      *                 and the ack totals verified entity by entity,
      *                 each finding naming its entity, and GLAKHIST
      *                 gets one record per entity's ack trailer.
      *                 Details still match to acks by request-id.
      *   15/OCT/2026 - A business date may now run more than one
      *                 division cycle, each sending its own batches,
      *                 so the extract read is the DIVGLPND queue of
      *                 every batch still waiting for GL's answer
      *                 rather than the last cycle's DIVGL.  Each batch
      *                 (entity, date and cycle) is reconciled in the
      *                 run whose GLACK acknowledges it - by the batch
      *                 id the ack trailer echoes, or a blank id taking
      *                 the entity's oldest waiting batch whose details
      *                 it answers - and is then taken off the queue,
      *                 so no batch is reconciled, resubmitted or
      *                 entered on GLAKHIST twice.  Batches GL has not
      *                 answered stay queued and are listed as pending;
      *                 an ack trailer for no queued batch is reported
      *                 and ignored.  Findings name the batch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glrecon.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-EXTRACT-FILE ASSIGN TO "DIVGLPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-EXTRACT-STATUS.
           SELECT GL-PENDING-WORK-FILE ASSIGN TO "GLPNDWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-PENDING-WORK-STATUS.
           SELECT GL-ACK-FILE ASSIGN TO "GLACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-ACK-STATUS.
       FD  RESUBMIT-FILE.
       01  RESUBMIT-LINE               PIC X(40).
       FD  GL-ACK-HISTORY-FILE.
       01  GL-ACK-HIST-LINE            PIC X(33).
       FD  GL-PENDING-WORK-FILE.
       01  GL-PENDING-WORK-LINE        PIC X(40).
       WORKING-STORAGE SECTION.
       COPY RPTHDTR.
       COPY GLEXTR.
       COPY GLHIST.
       COPY RUNCTLQ.
       COPY OPSLOGQ.
       COPY GLPERQ.
       77 GL-ACK-HIST-STATUS PIC X(02) VALUE SPACES.
       77 GL-EXTRACT-STATUS PIC X(02) VALUE SPACES.
       77 GL-ACK-STATUS PIC X(02) VALUE SPACES.
       77 REPORT-PAGE-NUMBER PIC 9(04) VALUE 1.
       77 REPORT-RUN-DATE PIC 9(08) VALUE ZERO.
       77 OUR-DETAIL-COUNT PIC 9(08) VALUE ZERO.
       77 OUR-TRAILER-COUNT PIC 9(08) VALUE ZERO.
       77 OUR-TRAILER-AMOUNT PIC S9(10)V99 VALUE ZERO.
       77 OUR-TRAILER-SWITCH PIC X(01) VALUE "N".
       77 FOUND-SWITCH PIC X(01) VALUE "N".
           88 ACK-FOUND VALUE "Y".
       77 EDIT-AMOUNT PIC -Z(09)9.99 VALUE ZEROS.
       77 EDIT-AMOUNT-2 PIC -Z(09)9.99 VALUE ZEROS.
       77 RESUB-ROUTED-COUNT PIC 9(08) VALUE ZERO.
       77 RESUB-HELD-COUNT PIC 9(08) VALUE ZERO.
       77 ENTITY-COUNT PIC 9(02) COMP VALUE ZERO.
       77 ENTITY-INDEX PIC 9(02) COMP VALUE ZERO.
       77 ENTITY-SCAN PIC 9(02) COMP VALUE ZERO.
       77 ENTITY-LIMIT PIC 9(02) COMP VALUE 60.
       77 MATCH-ENTITY-CODE PIC X(04) VALUE SPACES.
       77 GL-PENDING-WORK-STATUS PIC X(02) VALUE SPACES.
       77 GLACK-MISSING-SWITCH PIC X(01) VALUE "N".
           88 GLACK-MISSING VALUE "Y".
       77 PENDING-MISSING-SWITCH PIC X(01) VALUE "N".
           88 PENDING-FILE-MISSING VALUE "Y".
       77 ENTRY-ADD-SWITCH PIC X(01) VALUE "N".
           88 ENTRY-ADD-ALLOWED VALUE "Y".
       77 ACK-TRAILER-TOTAL PIC 9(02) COMP VALUE ZERO.
       77 ACK-TRAILER-INDEX PIC 9(02) COMP VALUE ZERO.
       77 ACK-TRAILER-LIMIT PIC 9(02) COMP VALUE 60.
       77 STRAY-ACK-COUNT PIC 9(04) VALUE ZERO.
       77 RECONCILED-BATCH-COUNT PIC 9(04) VALUE ZERO.
       77 PENDING-BATCH-COUNT PIC 9(04) VALUE ZERO.
       77 NEWEST-BATCH-KEY PIC 9(10) VALUE ZERO.
       77 NEWEST-BATCH-CYCLE PIC 9(02) VALUE ZERO.
       77 BATCH-KEY PIC 9(10) VALUE ZERO.
       77 BATCH-LABEL PIC X(25) VALUE SPACES.
      ******************************************************************
      * One entry per batch on the DIVGLPND queue, in queue order - an
      * entity's batches of different dates and cycles each have their
      * own: the details as footed, its own trailer and batch id, the
      * trailer GL sent back for it, the posting date its details
      * carry, and how many of its details this GLACK answers.  A batch
      * is open until its trailer is read; a detail belongs to its
      * entity's open batch.  A due batch is reconciled and taken off
      * the queue this run.
      ******************************************************************
       01 ENTITY-TABLE.
           05 ENTITY-ENTRY OCCURS 60 TIMES.
               10 EB-ENTITY-CODE       PIC X(04).
               10 EB-DETAIL-COUNT      PIC 9(08).
               10 EB-DETAIL-AMOUNT     PIC S9(10)V99.
               10 EB-TRAILER-COUNT     PIC 9(08).
               10 EB-TRAILER-AMOUNT    PIC S9(10)V99.
               10 EB-TRAILER-SWITCH    PIC X(01).
               10 EB-ACK-COUNT         PIC 9(08).
               10 EB-ACK-AMOUNT        PIC S9(10)V99.
               10 EB-ACK-SWITCH        PIC X(01).
               10 EB-POSTING-DATE      PIC 9(08).
               10 EB-BATCH-ID          PIC 9(08).
               10 EB-BATCH-CYCLE       PIC 9(02).
               10 EB-ACK-HIT-COUNT     PIC 9(08).
               10 EB-OPEN-SWITCH       PIC X(01).
               10 EB-DUE-SWITCH        PIC X(01).
      ******************************************************************
      * One entry per GLACK trailer, kept until the queue is loaded so
      * each can be matched to the batch it acknowledges.
      ******************************************************************
       01 ACK-TRAILER-TABLE.
           05 ACK-TRAILER-ENTRY OCCURS 60 TIMES.
               10 AR-ENTITY-CODE       PIC X(04).
               10 AR-BATCH-ID          PIC 9(08).
               10 AR-BATCH-CYCLE       PIC 9(02).
               10 AR-ACK-COUNT         PIC 9(08).
               10 AR-ACK-AMOUNT        PIC S9(10)V99.
       01 ACK-TABLE.
           05 ACK-ENTRY OCCURS 2000 TIMES.
               10 AT-REQUEST-ID        PIC 9(06).
            ELSE
                PERFORM 1000-INITIALIZE
                PERFORM 2000-LOAD-ACK-TABLE
                PERFORM 2500-LOAD-PENDING-BATCHES
                PERFORM 1100-WRITE-REPORT-HEADER
                PERFORM 2600-REPORT-MISSING-FILES
                PERFORM 2700-MATCH-ACK-TRAILERS
                PERFORM 3000-MATCH-EXTRACT
                PERFORM 3800-LIST-PENDING-BATCHES
                PERFORM 4000-REPORT-ORPHAN-ACKS
                PERFORM 4500-VERIFY-OWN-EXTRACT
                PERFORM 5000-VERIFY-TOTALS
            MOVE 1 TO REPORT-PAGE-NUMBER.
            MOVE ZERO TO REPORT-RUN-DATE.
            MOVE ZERO TO OUR-DETAIL-COUNT.
            MOVE ZERO TO OUR-TRAILER-COUNT.
            MOVE ZERO TO OUR-TRAILER-AMOUNT.
            MOVE "N" TO OUR-TRAILER-SWITCH.
            MOVE "N" TO ACK-TRAILER-SWITCH.
            MOVE ZERO TO ACK-COUNT.
            MOVE ZERO TO ACK-INDEX.
            MOVE ZERO TO RESUB-ROUTED-COUNT.
            MOVE ZERO TO RESUB-HELD-COUNT.
            MOVE ZERO TO ENTITY-COUNT.
            MOVE ZERO TO ENTITY-INDEX.
            MOVE ZERO TO ENTITY-SCAN.
            MOVE SPACES TO MATCH-ENTITY-CODE.
            MOVE SPACES TO GL-PENDING-WORK-STATUS.
            MOVE "N" TO GLACK-MISSING-SWITCH.
            MOVE "N" TO PENDING-MISSING-SWITCH.
            MOVE "N" TO ENTRY-ADD-SWITCH.
            MOVE ZERO TO ACK-TRAILER-TOTAL.
            MOVE ZERO TO ACK-TRAILER-INDEX.
            MOVE ZERO TO STRAY-ACK-COUNT.
            MOVE ZERO TO RECONCILED-BATCH-COUNT.
            MOVE ZERO TO PENDING-BATCH-COUNT.
            MOVE ZERO TO NEWEST-BATCH-KEY.
            MOVE ZERO TO NEWEST-BATCH-CYCLE.
            MOVE ZERO TO BATCH-KEY.
            MOVE SPACES TO BATCH-LABEL.

       1000-INITIALIZE.
            PERFORM 0900-RESET-WORKING-STORAGE.
            OPEN OUTPUT RECON-REPORT-FILE.
            OPEN OUTPUT RESUBMIT-FILE.
            ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.

      ******************************************************************
      * Written once the queue is loaded, so the header can name the
      * newest division cycle on it.
      ******************************************************************
       1100-WRITE-REPORT-HEADER.
            MOVE "REPORTE DE CONCILIACION GL" TO RH-TITLE.
            MOVE REPORT-RUN-DATE TO RH-RUN-DATE.
            MOVE REPORT-PAGE-NUMBER TO RH-PAGE-NUMBER.
            IF NEWEST-BATCH-CYCLE > ZERO
                MOVE "CICLO " TO RH-CYCLE-LABEL
                MOVE NEWEST-BATCH-CYCLE TO RH-CYCLE-NUMBER
            END-IF.
            MOVE RPT-HEADER-LINE TO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.

            OPEN INPUT GL-ACK-FILE.
            IF GL-ACK-STATUS = "35"
                SET END-OF-FILE TO TRUE
                SET GLACK-MISSING TO TRUE
            ELSE
                PERFORM 8100-READ-ACK
                PERFORM 2100-STORE-ACK-RECORD UNTIL END-OF-FILE
                    PERFORM 2200-STORE-ACK-DETAIL
                WHEN AK-TYPE-TRAILER
                    MOVE GL-ACK-LINE TO GL-ACK-TRAILER-RECORD
                    SET ACK-TRAILER-FOUND TO TRUE
                    PERFORM 2250-STORE-ACK-TRAILER
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
                DISPLAY "TABLA DE ACKS LLENA - REGISTRO OMITIDO".

      ******************************************************************
      * A trailer that leaves the batch id blank carries zeros here:
      * 2710-MATCH-ACK-TRAILER takes that as the entity's oldest
      * waiting batch.  A batch id without its cycle is the date's
      * first cycle.
      ******************************************************************
       2250-STORE-ACK-TRAILER.
            IF ACK-TRAILER-TOTAL < ACK-TRAILER-LIMIT
                ADD 1 TO ACK-TRAILER-TOTAL
                MOVE AK-TRL-ENTITY-CODE
                    TO AR-ENTITY-CODE (ACK-TRAILER-TOTAL)
                MOVE AK-ACK-COUNT TO AR-ACK-COUNT (ACK-TRAILER-TOTAL)
                MOVE AK-ACK-AMOUNT TO AR-ACK-AMOUNT (ACK-TRAILER-TOTAL)
                IF AK-TRL-BATCH-ID IS NUMERIC
                    MOVE AK-TRL-BATCH-ID
                        TO AR-BATCH-ID (ACK-TRAILER-TOTAL)
                    IF AK-TRL-BATCH-CYCLE IS NUMERIC
                        MOVE AK-TRL-BATCH-CYCLE
                            TO AR-BATCH-CYCLE (ACK-TRAILER-TOTAL)
                    ELSE
                        MOVE 1 TO AR-BATCH-CYCLE (ACK-TRAILER-TOTAL)
                    END-IF
                ELSE
                    MOVE ZERO TO AR-BATCH-ID (ACK-TRAILER-TOTAL)
                    MOVE ZERO TO AR-BATCH-CYCLE (ACK-TRAILER-TOTAL)
                END-IF
            ELSE
                DISPLAY "TABLA DE COLAS DE ACUSE LLENA - ENTIDAD "
                    AK-TRL-ENTITY-CODE " OMITIDA"
            END-IF.

      ******************************************************************
      * Leaves ENTITY-INDEX on the open batch for MATCH-ENTITY-CODE.
      * While the queue is first loaded an empty entry is added the
      * first time an entity turns up, and again after each of its
      * trailers; zero when the table is full, or on the second pass
      * for a batch the first pass could not hold.
      ******************************************************************
       2300-FIND-ENTITY-ENTRY.
            MOVE ZERO TO ENTITY-INDEX.
            MOVE ZERO TO ENTITY-SCAN.
            PERFORM 2310-MATCH-ENTITY-ENTRY
                UNTIL ENTITY-INDEX > ZERO
                    OR ENTITY-SCAN >= ENTITY-COUNT.
            IF ENTITY-INDEX = ZERO AND ENTRY-ADD-ALLOWED
                IF ENTITY-COUNT < ENTITY-LIMIT
                    ADD 1 TO ENTITY-COUNT
                    MOVE ENTITY-COUNT TO ENTITY-INDEX
                    MOVE MATCH-ENTITY-CODE
                        TO EB-ENTITY-CODE (ENTITY-INDEX)
                    MOVE ZERO TO EB-DETAIL-COUNT (ENTITY-INDEX)
                    MOVE ZERO TO EB-DETAIL-AMOUNT (ENTITY-INDEX)
                    MOVE ZERO TO EB-TRAILER-COUNT (ENTITY-INDEX)
                    MOVE ZERO TO EB-TRAILER-AMOUNT (ENTITY-INDEX)
                    MOVE "N" TO EB-TRAILER-SWITCH (ENTITY-INDEX)
                    MOVE ZERO TO EB-ACK-COUNT (ENTITY-INDEX)
                    MOVE ZERO TO EB-ACK-AMOUNT (ENTITY-INDEX)
                    MOVE "N" TO EB-ACK-SWITCH (ENTITY-INDEX)
                    MOVE ZERO TO EB-POSTING-DATE (ENTITY-INDEX)
                    MOVE ZERO TO EB-BATCH-ID (ENTITY-INDEX)
                    MOVE ZERO TO EB-BATCH-CYCLE (ENTITY-INDEX)
                    MOVE ZERO TO EB-ACK-HIT-COUNT (ENTITY-INDEX)
                    MOVE "Y" TO EB-OPEN-SWITCH (ENTITY-INDEX)
                    MOVE "N" TO EB-DUE-SWITCH (ENTITY-INDEX)
                ELSE
                    DISPLAY "TABLA DE ENTIDADES LLENA - ENTIDAD "
                        MATCH-ENTITY-CODE " OMITIDA"
                END-IF
            END-IF.

       2310-MATCH-ENTITY-ENTRY.
            ADD 1 TO ENTITY-SCAN.
            IF EB-ENTITY-CODE (ENTITY-SCAN) = MATCH-ENTITY-CODE
                AND EB-OPEN-SWITCH (ENTITY-SCAN) = "Y"
                MOVE ENTITY-SCAN TO ENTITY-INDEX
            END-IF.

      ******************************************************************
      * Pass one over the DIVGLPND queue: each batch's details are
      * footed and its trailer kept, and each detail the ack table
      * answers is counted against its batch.  The newest batch id on
      * the queue gives the report header its cycle.
      ******************************************************************
       2500-LOAD-PENDING-BATCHES.
            MOVE "N" TO EOF-SWITCH.
            SET ENTRY-ADD-ALLOWED TO TRUE.
            OPEN INPUT GL-EXTRACT-FILE.
            IF GL-EXTRACT-STATUS = "35"
                SET PENDING-FILE-MISSING TO TRUE
            ELSE
                PERFORM 8000-READ-EXTRACT
                PERFORM 2510-LOAD-PENDING-RECORD UNTIL END-OF-FILE
                CLOSE GL-EXTRACT-FILE
            END-IF.
            MOVE "N" TO ENTRY-ADD-SWITCH.

       2510-LOAD-PENDING-RECORD.
            MOVE GL-EXTRACT-LINE TO GL-DETAIL-RECORD.
            EVALUATE GL-RECORD-TYPE OF GL-DETAIL-RECORD
                WHEN "D"
                    MOVE GL-ENTITY-CODE TO MATCH-ENTITY-CODE
                    PERFORM 2300-FIND-ENTITY-ENTRY
                    IF ENTITY-INDEX > ZERO
                        PERFORM 3250-FOOT-ENTITY-DETAIL
                        PERFORM 2550-PROBE-ACK-TABLE
                        IF ACK-FOUND
                            ADD 1 TO EB-ACK-HIT-COUNT (ENTITY-INDEX)
                        END-IF
                    END-IF
                WHEN "T"
                    MOVE GL-EXTRACT-LINE TO GL-TRAILER-RECORD
                    MOVE GL-BATCH-ENTITY-CODE TO MATCH-ENTITY-CODE
                    PERFORM 2300-FIND-ENTITY-ENTRY
                    IF ENTITY-INDEX > ZERO
                        PERFORM 2520-KEEP-BATCH-TRAILER
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            PERFORM 8000-READ-EXTRACT.

       2520-KEEP-BATCH-TRAILER.
            MOVE GL-BATCH-COUNT TO EB-TRAILER-COUNT (ENTITY-INDEX).
            MOVE GL-BATCH-AMOUNT TO EB-TRAILER-AMOUNT (ENTITY-INDEX).
            MOVE "Y" TO EB-TRAILER-SWITCH (ENTITY-INDEX).
            MOVE "N" TO EB-OPEN-SWITCH (ENTITY-INDEX).
            MOVE GL-BATCH-ID TO EB-BATCH-ID (ENTITY-INDEX).
            IF GL-BATCH-CYCLE IS NUMERIC
                MOVE GL-BATCH-CYCLE TO EB-BATCH-CYCLE (ENTITY-INDEX)
            ELSE
                MOVE 1 TO EB-BATCH-CYCLE (ENTITY-INDEX)
            END-IF.
            COMPUTE BATCH-KEY = EB-BATCH-ID (ENTITY-INDEX) * 100
                + EB-BATCH-CYCLE (ENTITY-INDEX).
            IF BATCH-KEY > NEWEST-BATCH-KEY
                MOVE BATCH-KEY TO NEWEST-BATCH-KEY
                MOVE EB-BATCH-CYCLE (ENTITY-INDEX)
                    TO NEWEST-BATCH-CYCLE
            END-IF.

      ******************************************************************
      * Same scan as 3300-FIND-ACK-ENTRY, but leaves the ack unmarked -
      * only a due batch's details may claim an ack.
      ******************************************************************
       2550-PROBE-ACK-TABLE.
            MOVE "N" TO FOUND-SWITCH.
            MOVE ZERO TO ACK-INDEX.
            PERFORM 2560-PROBE-ACK-ENTRY
                UNTIL ACK-FOUND OR ACK-INDEX >= ACK-COUNT.

       2560-PROBE-ACK-ENTRY.
            ADD 1 TO ACK-INDEX.
            IF AT-REQUEST-ID (ACK-INDEX) = GL-REQUEST-ID
                SET ACK-FOUND TO TRUE
            END-IF.

       2600-REPORT-MISSING-FILES.
            IF GLACK-MISSING
                MOVE SPACES TO RECON-REPORT-LINE
                MOVE "ARCHIVO GLACK NO RECIBIDO" TO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
            END-IF.
            IF PENDING-FILE-MISSING
                MOVE SPACES TO RECON-REPORT-LINE
                MOVE "ARCHIVO DIVGLPND NO ENCONTRADO"
                    TO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
            END-IF.

      ******************************************************************
      * Each ack trailer claims the queued batch it acknowledges: the
      * batch with its entity and echoed batch id, or - for a trailer
      * with a blank id - the entity's oldest batch not yet claimed
      * whose details this GLACK answers (or that had none).  A GLACK
      * read a second time answers no queued batch, so its trailers
      * fall through here, reported and ignored.  A batch is then due
      * when claimed; one without a trailer is due as soon as any
      * GLACK arrives, as it always was, since no ack can name it.
      ******************************************************************
       2700-MATCH-ACK-TRAILERS.
            MOVE ZERO TO ACK-TRAILER-INDEX.
            PERFORM 2710-MATCH-ACK-TRAILER
                UNTIL ACK-TRAILER-INDEX >= ACK-TRAILER-TOTAL.
            MOVE ZERO TO ENTITY-INDEX.
            PERFORM 2750-MARK-DUE-BATCH
                UNTIL ENTITY-INDEX >= ENTITY-COUNT.

       2710-MATCH-ACK-TRAILER.
            ADD 1 TO ACK-TRAILER-INDEX.
            MOVE ZERO TO ENTITY-INDEX.
            MOVE ZERO TO ENTITY-SCAN.
            PERFORM 2720-CHECK-BATCH-FOR-ACK
                UNTIL ENTITY-INDEX > ZERO
                    OR ENTITY-SCAN >= ENTITY-COUNT.
            IF ENTITY-INDEX = ZERO
                PERFORM 2740-WRITE-STRAY-ACK-LINE
            ELSE
                MOVE "Y" TO EB-ACK-SWITCH (ENTITY-INDEX)
                MOVE AR-ACK-COUNT (ACK-TRAILER-INDEX)
                    TO EB-ACK-COUNT (ENTITY-INDEX)
                MOVE AR-ACK-AMOUNT (ACK-TRAILER-INDEX)
                    TO EB-ACK-AMOUNT (ENTITY-INDEX)
                ADD AR-ACK-COUNT (ACK-TRAILER-INDEX)
                    TO ACK-TRAILER-COUNT
                ADD AR-ACK-AMOUNT (ACK-TRAILER-INDEX)
                    TO ACK-TRAILER-AMOUNT
            END-IF.

       2720-CHECK-BATCH-FOR-ACK.
            ADD 1 TO ENTITY-SCAN.
            IF EB-ENTITY-CODE (ENTITY-SCAN) =
                    AR-ENTITY-CODE (ACK-TRAILER-INDEX)
                AND EB-TRAILER-SWITCH (ENTITY-SCAN) = "Y"
                AND EB-ACK-SWITCH (ENTITY-SCAN) NOT = "Y"
                IF AR-BATCH-ID (ACK-TRAILER-INDEX) > ZERO
                    IF EB-BATCH-ID (ENTITY-SCAN) =
                            AR-BATCH-ID (ACK-TRAILER-INDEX)
                        AND EB-BATCH-CYCLE (ENTITY-SCAN) =
                            AR-BATCH-CYCLE (ACK-TRAILER-INDEX)
                        MOVE ENTITY-SCAN TO ENTITY-INDEX
                    END-IF
                ELSE
                    IF EB-ACK-HIT-COUNT (ENTITY-SCAN) > ZERO
                        OR EB-DETAIL-COUNT (ENTITY-SCAN) = ZERO
                        MOVE ENTITY-SCAN TO ENTITY-INDEX
                    END-IF
                END-IF
            END-IF.

       2740-WRITE-STRAY-ACK-LINE.
            ADD 1 TO STRAY-ACK-COUNT.
            IF RETURN-CODE = ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.
            MOVE SPACES TO RECON-REPORT-LINE.
            STRING "ACUSE DE LOTE NO PENDIENTE ENT "
                AR-ENTITY-CODE (ACK-TRAILER-INDEX)
                " LOTE " AR-BATCH-ID (ACK-TRAILER-INDEX)
                "-" AR-BATCH-CYCLE (ACK-TRAILER-INDEX)
                " - IGNORADO"
                DELIMITED BY SIZE INTO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.

       2750-MARK-DUE-BATCH.
            ADD 1 TO ENTITY-INDEX.
            MOVE "Y" TO EB-OPEN-SWITCH (ENTITY-INDEX).
            IF EB-ACK-SWITCH (ENTITY-INDEX) = "Y"
                OR (EB-TRAILER-SWITCH (ENTITY-INDEX) NOT = "Y"
                    AND NOT GLACK-MISSING)
                MOVE "Y" TO EB-DUE-SWITCH (ENTITY-INDEX)
                ADD 1 TO RECONCILED-BATCH-COUNT
            ELSE
                ADD 1 TO PENDING-BATCH-COUNT
            END-IF.

      ******************************************************************
      * Pass two: every detail of a due batch is looked up in the ack
      * table.  Posted acks count as matched; a rejected ack or a
      * missing ack puts the item on the report and on the GLRESUB
      * resubmission file.  The lines of batches still waiting go to
      * GLPNDWRK, which then replaces DIVGLPND, so a due batch leaves
      * the queue once reconciled.
      ******************************************************************
       3000-MATCH-EXTRACT.
            MOVE "N" TO EOF-SWITCH.
            IF NOT PENDING-FILE-MISSING
                OPEN INPUT GL-EXTRACT-FILE
                OPEN OUTPUT GL-PENDING-WORK-FILE
                PERFORM 8000-READ-EXTRACT
                PERFORM 3100-MATCH-EXTRACT-RECORD UNTIL END-OF-FILE
                CLOSE GL-EXTRACT-FILE
                CLOSE GL-PENDING-WORK-FILE
                IF RECONCILED-BATCH-COUNT > ZERO
                    PERFORM 3700-REWRITE-PENDING-QUEUE
                END-IF
            END-IF.

       3100-MATCH-EXTRACT-RECORD.
            MOVE GL-EXTRACT-LINE TO GL-DETAIL-RECORD.
            EVALUATE GL-RECORD-TYPE OF GL-DETAIL-RECORD
                WHEN "D"
                    MOVE GL-ENTITY-CODE TO MATCH-ENTITY-CODE
                    PERFORM 2300-FIND-ENTITY-ENTRY
                    IF ENTITY-INDEX = ZERO
                        PERFORM 3170-KEEP-PENDING-LINE
                    ELSE
                        IF EB-DUE-SWITCH (ENTITY-INDEX) = "Y"
                            PERFORM 3200-MATCH-DETAIL
                        ELSE
                            PERFORM 3170-KEEP-PENDING-LINE
                        END-IF
                    END-IF
                WHEN "T"
                    MOVE GL-EXTRACT-LINE TO GL-TRAILER-RECORD
                    MOVE GL-BATCH-ENTITY-CODE TO MATCH-ENTITY-CODE
                    PERFORM 2300-FIND-ENTITY-ENTRY
                    IF ENTITY-INDEX = ZERO
                        PERFORM 3170-KEEP-PENDING-LINE
                    ELSE
                        PERFORM 3150-PASS-BATCH-TRAILER
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            PERFORM 8000-READ-EXTRACT.

       3150-PASS-BATCH-TRAILER.
            MOVE "N" TO EB-OPEN-SWITCH (ENTITY-INDEX).
            IF EB-DUE-SWITCH (ENTITY-INDEX) = "Y"
                ADD GL-BATCH-COUNT TO OUR-TRAILER-COUNT
                ADD GL-BATCH-AMOUNT TO OUR-TRAILER-AMOUNT
                SET OUR-TRAILER-FOUND TO TRUE
            ELSE
                PERFORM 3170-KEEP-PENDING-LINE
            END-IF.

       3170-KEEP-PENDING-LINE.
            MOVE GL-EXTRACT-LINE TO GL-PENDING-WORK-LINE.
            WRITE GL-PENDING-WORK-LINE.

       3200-MATCH-DETAIL.
            ADD 1 TO OUR-DETAIL-COUNT.
            PERFORM 3300-FIND-ACK-ENTRY.
            EVALUATE TRUE
                WHEN NOT ACK-FOUND
                    ADD 1 TO MATCHED-COUNT
            END-EVALUATE.

       3250-FOOT-ENTITY-DETAIL.
            ADD 1 TO EB-DETAIL-COUNT (ENTITY-INDEX).
            IF EB-POSTING-DATE (ENTITY-INDEX) = ZERO
                MOVE GL-POSTING-DATE TO EB-POSTING-DATE (ENTITY-INDEX)
            END-IF.
            IF GL-SIDE-CREDIT
                SUBTRACT GL-AMOUNT FROM EB-DETAIL-AMOUNT (ENTITY-INDEX)
            ELSE
                ADD GL-AMOUNT TO EB-DETAIL-AMOUNT (ENTITY-INDEX)
            END-IF.

       3300-FIND-ACK-ENTRY.
            MOVE "N" TO FOUND-SWITCH.
            MOVE ZERO TO ACK-INDEX.
            MOVE SPACES TO RECON-REPORT-LINE.
            STRING "SIN ACUSE    ID=" GL-REQUEST-ID
                " CTA=" GL-ACCOUNT
                " ENT=" GL-ENTITY-CODE
                DELIMITED BY SIZE INTO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.

            MOVE SPACES TO RECON-REPORT-LINE.
            STRING "RECHAZADO GL ID=" GL-REQUEST-ID
                " CTA=" GL-ACCOUNT
                " ENT=" GL-ENTITY-CODE
                " MOTIVO=" AT-REASON-TEXT (ACK-INDEX)
                DELIMITED BY SIZE INTO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.

      ******************************************************************
      * A resubmission must not post into a month finance has closed
      * since the detail was first extracted: glperd moves it to the
      * first of the next open month, listed here, or - with no open
      * month anywhere ahead - keeps it off GLRESUB altogether and
      * lists it as retained for finance to place by hand.
      ******************************************************************
       3600-WRITE-RESUBMIT-RECORD.
            MOVE GL-POSTING-DATE TO GQ-POSTING-DATE.
            CALL "glperd" USING GL-PERIOD-REQUEST.
            EVALUATE TRUE
                WHEN GQ-REPLY-NO-OPEN-PERIOD
                    ADD 1 TO RESUB-HELD-COUNT
                    MOVE SPACES TO RECON-REPORT-LINE
                    STRING "RETENIDO     ID=" GL-REQUEST-ID
                        " CTA=" GL-ACCOUNT
                        " FECHA " GL-POSTING-DATE
                        " SIN PERIODO GL ABIERTO"
                        DELIMITED BY SIZE INTO RECON-REPORT-LINE
                    WRITE RECON-REPORT-LINE
                WHEN GQ-REPLY-ROUTED
                    ADD 1 TO RESUB-ROUTED-COUNT
                    MOVE SPACES TO RECON-REPORT-LINE
                    STRING "REASIGNADO   ID=" GL-REQUEST-ID
                        " CTA=" GL-ACCOUNT
                        " FECHA " GL-POSTING-DATE
                        " -> " GQ-ROUTED-DATE
                        DELIMITED BY SIZE INTO RECON-REPORT-LINE
                    WRITE RECON-REPORT-LINE
                    MOVE GQ-ROUTED-DATE TO GL-POSTING-DATE
                    MOVE GL-DETAIL-RECORD TO RESUBMIT-LINE
                    WRITE RESUBMIT-LINE
                    ADD 1 TO RESUBMIT-COUNT
                WHEN OTHER
                    MOVE GL-DETAIL-RECORD TO RESUBMIT-LINE
                    WRITE RESUBMIT-LINE
                    ADD 1 TO RESUBMIT-COUNT
            END-EVALUATE.

       3700-REWRITE-PENDING-QUEUE.
            OPEN INPUT GL-PENDING-WORK-FILE.
            OPEN OUTPUT GL-EXTRACT-FILE.
            PERFORM 3710-READ-PENDING-WORK.
            PERFORM 3720-COPY-PENDING-LINE
                UNTIL GL-PENDING-WORK-STATUS NOT = "00".
            CLOSE GL-PENDING-WORK-FILE.
            CLOSE GL-EXTRACT-FILE.

       3710-READ-PENDING-WORK.
            READ GL-PENDING-WORK-FILE.

       3720-COPY-PENDING-LINE.
            MOVE GL-PENDING-WORK-LINE TO GL-EXTRACT-LINE.
            WRITE GL-EXTRACT-LINE.
            PERFORM 3710-READ-PENDING-WORK.

      ******************************************************************
      * Batches GL has not answered yet stay on the queue for a later
      * GLACK; listing them is routine, not a finding.
      ******************************************************************
       3800-LIST-PENDING-BATCHES.
            MOVE ZERO TO ENTITY-INDEX.
            PERFORM 3810-LIST-PENDING-BATCH
                UNTIL ENTITY-INDEX >= ENTITY-COUNT.
            IF PENDING-BATCH-COUNT > ZERO
                MOVE SPACES TO RECON-REPORT-LINE
                STRING "LOTES PENDIENTES DE ACUSE: " PENDING-BATCH-COUNT
                    " CONCILIADOS: " RECONCILED-BATCH-COUNT
                    DELIMITED BY SIZE INTO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
            END-IF.

       3810-LIST-PENDING-BATCH.
            ADD 1 TO ENTITY-INDEX.
            IF EB-DUE-SWITCH (ENTITY-INDEX) NOT = "Y"
                PERFORM 3900-BUILD-BATCH-LABEL
                MOVE SPACES TO RECON-REPORT-LINE
                STRING "PENDIENTE DE ACUSE " BATCH-LABEL
                    " DETALLES " EB-DETAIL-COUNT (ENTITY-INDEX)
                    DELIMITED BY SIZE INTO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
            END-IF.

       3900-BUILD-BATCH-LABEL.
            MOVE SPACES TO BATCH-LABEL.
            IF EB-TRAILER-SWITCH (ENTITY-INDEX) = "Y"
                STRING "ENT " EB-ENTITY-CODE (ENTITY-INDEX)
                    " LOTE " EB-BATCH-ID (ENTITY-INDEX)
                    "-" EB-BATCH-CYCLE (ENTITY-INDEX)
                    DELIMITED BY SIZE INTO BATCH-LABEL
            ELSE
                STRING "ENT " EB-ENTITY-CODE (ENTITY-INDEX)
                    " SIN LOTE"
                    DELIMITED BY SIZE INTO BATCH-LABEL
            END-IF.

      ******************************************************************
      * Acks carrying a request-id we never extracted point at a

      ******************************************************************
      * Before trusting the ack comparison, prove our own extract is
      * internally sound: each due batch's details as footed (count,
      * and amount netted by debit/credit) must equal its own trailer.
      * A mismatch here means the extract itself is damaged, so it is
      * flagged as our problem, not the GL side's.
      ******************************************************************
       4500-VERIFY-OWN-EXTRACT.
            IF RECONCILED-BATCH-COUNT > ZERO AND NOT OUR-TRAILER-FOUND
                MOVE SPACES TO RECON-REPORT-LINE
                MOVE "DIVGL SIN COLA DE LOTE" TO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
                IF RETURN-CODE = ZERO
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            MOVE ZERO TO ENTITY-INDEX.
            PERFORM 4510-VERIFY-ENTITY-EXTRACT
                UNTIL ENTITY-INDEX >= ENTITY-COUNT.

       4510-VERIFY-ENTITY-EXTRACT.
            ADD 1 TO ENTITY-INDEX.
            IF EB-DUE-SWITCH (ENTITY-INDEX) = "Y"
                PERFORM 4520-VERIFY-BATCH-EXTRACT
            END-IF.

       4520-VERIFY-BATCH-EXTRACT.
            PERFORM 3900-BUILD-BATCH-LABEL.
            MOVE SPACES TO RECON-REPORT-LINE.
            EVALUATE TRUE
                WHEN EB-TRAILER-SWITCH (ENTITY-INDEX) NOT = "Y"
                    STRING BATCH-LABEL
                        " DIVGL SIN COLA DE LOTE"
                        DELIMITED BY SIZE INTO RECON-REPORT-LINE
                    IF RETURN-CODE = ZERO
                        MOVE 4 TO RETURN-CODE
                    END-IF
                WHEN EB-TRAILER-COUNT (ENTITY-INDEX) =
                        EB-DETAIL-COUNT (ENTITY-INDEX)
                    AND EB-TRAILER-AMOUNT (ENTITY-INDEX) =
                        EB-DETAIL-AMOUNT (ENTITY-INDEX)
                    STRING BATCH-LABEL
                        " EXTRACTO INTERNO CONFORME"
                        DELIMITED BY SIZE INTO RECON-REPORT-LINE
                WHEN OTHER
                    STRING BATCH-LABEL
                        " EXTRACTO NO CONFORME: DET "
                        EB-DETAIL-COUNT (ENTITY-INDEX) " VS COLA "
                        EB-TRAILER-COUNT (ENTITY-INDEX)
                        DELIMITED BY SIZE INTO RECON-REPORT-LINE
                    IF RETURN-CODE = ZERO
                        MOVE 4 TO RETURN-CODE
            END-EVALUATE.
            WRITE RECON-REPORT-LINE.

      ******************************************************************
      * Each due batch's ack trailer must match the batch's own
      * trailer; a due batch GL sent no trailer for is a mismatch in
      * its own right.  Batches still waiting are not judged here.
      ******************************************************************
       5000-VERIFY-TOTALS.
            IF NOT ACK-TRAILER-FOUND
                MOVE SPACES TO RECON-REPORT-LINE
                IF RETURN-CODE = ZERO
                    MOVE 4 TO RETURN-CODE
                END-IF
            ELSE
                OPEN EXTEND GL-ACK-HISTORY-FILE
                IF GL-ACK-HIST-STATUS = "35"
                    OPEN OUTPUT GL-ACK-HISTORY-FILE
                END-IF
                MOVE ZERO TO ENTITY-INDEX
                PERFORM 5010-VERIFY-ENTITY-TOTALS
                    UNTIL ENTITY-INDEX >= ENTITY-COUNT
                CLOSE GL-ACK-HISTORY-FILE
                MOVE SPACES TO RECON-REPORT-LINE
                STRING "TOTAL DE LOTES ACUSADOS: ACUSE "
                    ACK-TRAILER-COUNT
                    " VS EXTRACTO " OUR-TRAILER-COUNT
                    DELIMITED BY SIZE INTO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
                MOVE SPACES TO RECON-REPORT-LINE
                MOVE ACK-TRAILER-AMOUNT TO EDIT-AMOUNT
                MOVE OUR-TRAILER-AMOUNT TO EDIT-AMOUNT-2
                STRING "IMPORTE ACUSE " EDIT-AMOUNT
                    " EXTRACTO " EDIT-AMOUNT-2
                    DELIMITED BY SIZE INTO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
            END-IF.

       5010-VERIFY-ENTITY-TOTALS.
            ADD 1 TO ENTITY-INDEX.
            IF EB-DUE-SWITCH (ENTITY-INDEX) = "Y"
                PERFORM 5020-VERIFY-BATCH-TOTALS
            END-IF.

       5020-VERIFY-BATCH-TOTALS.
            PERFORM 3900-BUILD-BATCH-LABEL.
            IF EB-ACK-SWITCH (ENTITY-INDEX) NOT = "Y"
                MOVE SPACES TO RECON-REPORT-LINE
                STRING BATCH-LABEL
                    " GLACK SIN REGISTRO DE TOTALES"
                    DELIMITED BY SIZE INTO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
                IF RETURN-CODE = ZERO
                    MOVE 4 TO RETURN-CODE
                END-IF
            ELSE
                PERFORM 5500-RECORD-ACK-HISTORY
                IF EB-ACK-COUNT (ENTITY-INDEX) =
                        EB-TRAILER-COUNT (ENTITY-INDEX)
                    AND EB-ACK-AMOUNT (ENTITY-INDEX) =
                        EB-TRAILER-AMOUNT (ENTITY-INDEX)
                    MOVE SPACES TO RECON-REPORT-LINE
                    STRING BATCH-LABEL
                        " TOTALES DE ACUSE CONFORMES"
                        DELIMITED BY SIZE INTO RECON-REPORT-LINE
                    WRITE RECON-REPORT-LINE
                ELSE
                    PERFORM 5100-WRITE-TOTALS-MISMATCH

      ******************************************************************
      * The acknowledged totals go to GLAKHIST as GLACK declared them,
      * one record per acknowledged batch, matched or not - and, with
      * each batch taken off the queue once reconciled, only once -
      * the month-end tie-out
      * must see what GL actually acknowledged, and a mismatched night
      * is exactly the one the month must not paper over.  Each is
      * dated with the posting date that entity's details carry - the
      * month the division batch booked the night to, which is not the
      * run's month when that one was closed - falling back to the run
      * date for a batch with no details.
      ******************************************************************
       5500-RECORD-ACK-HISTORY.
            IF EB-POSTING-DATE (ENTITY-INDEX) > ZERO
                MOVE EB-POSTING-DATE (ENTITY-INDEX) TO GK-ACK-DATE
            ELSE
                MOVE REPORT-RUN-DATE TO GK-ACK-DATE
            END-IF.
            MOVE EB-ACK-COUNT (ENTITY-INDEX) TO GK-ACK-COUNT.
            MOVE EB-ACK-AMOUNT (ENTITY-INDEX) TO GK-ACK-AMOUNT.
            MOVE EB-ENTITY-CODE (ENTITY-INDEX) TO GK-ENTITY-CODE.
            MOVE GL-ACK-HISTORY-RECORD TO GL-ACK-HIST-LINE.
            WRITE GL-ACK-HIST-LINE.

       5100-WRITE-TOTALS-MISMATCH.
            IF RETURN-CODE = ZERO
            END-IF.
            SET OQ-SEV-ERROR TO TRUE.
            MOVE SPACES TO OQ-MESSAGE-TEXT.
            STRING "NO CONFORME " BATCH-LABEL
                " " EB-ACK-COUNT (ENTITY-INDEX)
                " VS " EB-TRAILER-COUNT (ENTITY-INDEX)
                DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT.
            PERFORM 8800-WRITE-OPS-LOG.
            MOVE SPACES TO RECON-REPORT-LINE.
            STRING BATCH-LABEL
                " TOTALES NO CONFORMES: ACUSE "
                EB-ACK-COUNT (ENTITY-INDEX)
                " VS " EB-TRAILER-COUNT (ENTITY-INDEX)
                DELIMITED BY SIZE INTO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.
            MOVE SPACES TO RECON-REPORT-LINE.
            MOVE EB-ACK-AMOUNT (ENTITY-INDEX) TO EDIT-AMOUNT.
            STRING BATCH-LABEL
                " IMPORTE ACUSE " EDIT-AMOUNT
                DELIMITED BY SIZE INTO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.
            MOVE SPACES TO RECON-REPORT-LINE.
            MOVE EB-TRAILER-AMOUNT (ENTITY-INDEX) TO EDIT-AMOUNT.
            STRING BATCH-LABEL
                " IMPORTE EXTRACTO " EDIT-AMOUNT
                DELIMITED BY SIZE INTO RECON-REPORT-LINE.
            WRITE RECON-REPORT-LINE.

            DISPLAY "SIN ACUSE: " UNACKED-COUNT.
            DISPLAY "RECHAZADOS GL: " REJECTED-COUNT.
            DISPLAY "A RESUBMITIR: " RESUBMIT-COUNT.
            DISPLAY "RETENIDOS POR PERIODO: " RESUB-HELD-COUNT.
            DISPLAY "LOTES CONCILIADOS: " RECONCILED-BATCH-COUNT.
            DISPLAY "LOTES PENDIENTES DE ACUSE: " PENDING-BATCH-COUNT.
            IF STRAY-ACK-COUNT > ZERO
                SET OQ-SEV-WARNING TO TRUE
                MOVE SPACES TO OQ-MESSAGE-TEXT
                STRING "ACUSES DE LOTE NO PENDIENTE: " STRAY-ACK-COUNT
                    DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
            END-IF.
            IF UNACKED-COUNT > ZERO OR REJECTED-COUNT > ZERO
                OR ORPHAN-ACK-COUNT > ZERO
                SET OQ-SEV-WARNING TO TRUE
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            IF RESUB-ROUTED-COUNT > ZERO OR RESUB-HELD-COUNT > ZERO
                SET OQ-SEV-WARNING TO TRUE
                MOVE SPACES TO OQ-MESSAGE-TEXT
                STRING "PERIODO GL CERRADO: REASIGNADOS "
                    RESUB-ROUTED-COUNT
                    " RETENIDOS " RESUB-HELD-COUNT
                    DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
                IF RETURN-CODE = ZERO
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

      ******************************************************************
      * One severity-coded entry on the shared operations log, through
