      ******************************************************************
      * Author:    Fabio Cicerelli
      * Date:      15/OCT/2026
      * Purpose:   CLSRULES rule evaluator - given a rule set in
      *            CLSTBL form and a value, tries the rules from
      *            CE-FIRST-RULE through CE-LAST-RULE in order and
      *            hands back the first one the value meets (zero for
      *            none).  classify.cbl classifies through it with the
      *            live rules, and the clssim what-if job runs the same
      *            code over a candidate rule set, so the two can never
      *            read a condition differently.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clseval.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 RULE-INDEX PIC 9(02) COMP VALUE ZERO.
       77 MATCHED-SWITCH PIC X(01) VALUE "N".
           88 RULE-MATCHED VALUE "Y".
       77 CLASSIFY-RESTO PIC S9(07).
       77 CLASSIFY-RESIDUO PIC 99.
       LINKAGE SECTION.
       COPY CLSEVAL.
       COPY CLSTBL.
       PROCEDURE DIVISION USING CLASS-EVAL-REQUEST CLASS-RULE-TABLE.
       0000-EVALUATE-MAIN.
            MOVE ZERO TO CE-MATCHED-RULE.
            MOVE "N" TO MATCHED-SWITCH.
            DIVIDE CE-VALUE BY 2
                GIVING CLASSIFY-RESTO REMAINDER CLASSIFY-RESIDUO.
            IF CE-FIRST-RULE = ZERO
                MOVE 1 TO CE-FIRST-RULE
            END-IF.
            IF CE-LAST-RULE > CT-RULE-COUNT
                MOVE CT-RULE-COUNT TO CE-LAST-RULE
            END-IF.
            COMPUTE RULE-INDEX = CE-FIRST-RULE - 1.
            PERFORM 2100-TRY-ONE-RULE
                UNTIL RULE-MATCHED OR RULE-INDEX >= CE-LAST-RULE.
            GOBACK.

       2100-TRY-ONE-RULE.
            ADD 1 TO RULE-INDEX.
            EVALUATE CT-CONDITION (RULE-INDEX)
                WHEN "EQ"
                    IF CE-VALUE = CT-VALUE (RULE-INDEX)
                        SET RULE-MATCHED TO TRUE
                    END-IF
                WHEN "NE"
                    IF CE-VALUE NOT = CT-VALUE (RULE-INDEX)
                        SET RULE-MATCHED TO TRUE
                    END-IF
                WHEN "LT"
                    IF CE-VALUE < CT-VALUE (RULE-INDEX)
                        SET RULE-MATCHED TO TRUE
                    END-IF
                WHEN "LE"
                    IF CE-VALUE <= CT-VALUE (RULE-INDEX)
                        SET RULE-MATCHED TO TRUE
                    END-IF
                WHEN "GT"
                    IF CE-VALUE > CT-VALUE (RULE-INDEX)
                        SET RULE-MATCHED TO TRUE
                    END-IF
                WHEN "GE"
                    IF CE-VALUE >= CT-VALUE (RULE-INDEX)
                        SET RULE-MATCHED TO TRUE
                    END-IF
                WHEN "PA"
                    IF CLASSIFY-RESIDUO = ZERO
                        SET RULE-MATCHED TO TRUE
                    END-IF
                WHEN "IM"
                    IF CLASSIFY-RESIDUO NOT = ZERO
                        SET RULE-MATCHED TO TRUE
                    END-IF
                WHEN "NG"
                    IF CE-VALUE < ZERO
                        SET RULE-MATCHED TO TRUE
                    END-IF
                WHEN "PO"
                    IF CE-VALUE > ZERO
                        SET RULE-MATCHED TO TRUE
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            IF RULE-MATCHED
                MOVE RULE-INDEX TO CE-MATCHED-RULE
            END-IF.
       END PROGRAM clseval.
