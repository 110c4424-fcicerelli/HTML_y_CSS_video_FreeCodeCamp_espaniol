      *                 have.  The table loads on the first CALL of
      *                 the run unit; rules staged mid-session take
      *                 effect on the next run.
      *   15/OCT/2026 - The rule-by-rule test moved to the clseval
      *                 evaluator, which classify now CALLs with its
      *                 loaded table (kept in the shared CLSTBL
      *                 layout), so the clssim what-if job judges a
      *                 candidate rule set with exactly the code that
      *                 classifies the live one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. classify.
           88 END-OF-FILE VALUE "Y".
       77 RULES-LOADED-SWITCH PIC X(01) VALUE "N".
           88 RULES-LOADED VALUE "Y".
       77 RULE-LIMIT PIC 9(02) COMP VALUE 50.
       77 CLASSIFY-RESTO PIC S9(07).
       77 CLASSIFY-RESIDUO PIC 99.
       COPY CLSTBL.
       COPY CLSEVAL.
       LINKAGE SECTION.
       COPY PIPEREC.
       PROCEDURE DIVISION USING PIPE-VALUE-RECORD.
            IF NOT RULES-LOADED
                PERFORM 1000-LOAD-RULE-TABLE
            END-IF.
            IF CT-RULE-COUNT = ZERO
                PERFORM 3000-CLASSIFY-BY-LEGACY-RULE
            ELSE
                PERFORM 2000-CLASSIFY-BY-TABLE
      ******************************************************************
       1000-LOAD-RULE-TABLE.
            SET RULES-LOADED TO TRUE.
            MOVE ZERO TO CT-RULE-COUNT.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT CLASS-RULE-FILE.
            IF RL-FILE-STATUS = "00"
            END-READ.

       1200-STORE-RULE-RECORD.
            IF CT-RULE-COUNT < RULE-LIMIT
                ADD 1 TO CT-RULE-COUNT
                MOVE RL-CONDITION TO CT-CONDITION (CT-RULE-COUNT)
                IF RL-VALUE IS NUMERIC
                    MOVE RL-VALUE TO CT-VALUE (CT-RULE-COUNT)
                ELSE
                    MOVE ZERO TO CT-VALUE (CT-RULE-COUNT)
                END-IF
                MOVE RL-LABEL TO CT-LABEL (CT-RULE-COUNT)
            ELSE
                DISPLAY "TABLA DE REGLAS CLSRULES LLENA - "
                    "REGLA OMITIDA"
            PERFORM 1100-READ-RULE-RECORD.

       2000-CLASSIFY-BY-TABLE.
            MOVE PV-INT-QUOTIENT TO CE-VALUE.
            MOVE 1 TO CE-FIRST-RULE.
            MOVE CT-RULE-COUNT TO CE-LAST-RULE.
            CALL "clseval" USING CLASS-EVAL-REQUEST CLASS-RULE-TABLE.
            IF CE-MATCHED-RULE = ZERO
                MOVE "SIN CLASIFICAR" TO PV-CLASSIFICATION
            ELSE
                MOVE CT-LABEL (CE-MATCHED-RULE) TO PV-CLASSIFICATION
            END-IF.

      ******************************************************************
