      ******************************************************************
      * Author:    Fabio Cicerelli
      * Date:      15/OCT/2026
      * Purpose:   Dormant-account sweep over USRMSTR - every user who
      *            can still sign on (active or locked) and has had no
      *            accepted sign-on on AUDITLOG within the AUDPARM
      *            threshold of days is moved to UM-STATUS-INACTIVE.
      *            Each deactivation is written to AUDITLOG as a
      *            USER-DEACTIVATION-RECORD and to OPSLOG as a warning,
      *            naming the user, the days without a sign-on and the
      *            threshold, so the auditors can see who was removed
      *            and why.  A supervisor brings a user back through
      *            usrmnt.cbl.  USRMSTR is loaded into a table and
      *            rewritten whole, the same read-work-rewrite shape
      *            usrmnt.cbl and firstprog.cbl use on the file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. usrswp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UM-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AL-FILE-STATUS.
           SELECT AUDIT-PARAMETER-FILE ASSIGN TO "AUDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
       COPY USRMST.
       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.
       FD  AUDIT-PARAMETER-FILE.
       COPY AUDPARM.
       WORKING-STORAGE SECTION.
       COPY RUNCTLQ.
       COPY OPSLOGQ.
       77 UM-FILE-STATUS PIC X(02) VALUE SPACES.
       77 AL-FILE-STATUS PIC X(02) VALUE SPACES.
       77 AP-FILE-STATUS PIC X(02) VALUE SPACES.
       77 EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       77 TABLE-FULL-SWITCH PIC X(01) VALUE "N".
           88 USER-TABLE-FULL VALUE "Y".
       77 JOB-RETURN-CODE PIC 9(04) VALUE ZERO.
       77 RUN-DATE PIC 9(08) VALUE ZERO.
       77 DORMANT-DAYS-LIMIT PIC 9(03) VALUE 90.
       77 LOG-RECORDS-READ PIC 9(08) VALUE ZERO.
       77 USERS-CHECKED-COUNT PIC 9(08) VALUE ZERO.
       77 DEACTIVATED-COUNT PIC 9(08) VALUE ZERO.
       77 USER-COUNT PIC 9(03) COMP VALUE ZERO.
       77 USER-INDEX PIC 9(03) COMP VALUE ZERO.
       77 USER-SCAN PIC 9(03) COMP VALUE ZERO.
       77 USER-LIMIT PIC 9(03) COMP VALUE 200.
       77 REFERENCE-DATE PIC 9(08) VALUE ZERO.
       77 TODAY-DAY-NUMBER PIC 9(08) VALUE ZERO.
       77 DAYS-DORMANT PIC 9(05) VALUE ZERO.
       77 DN-DATE PIC 9(08) VALUE ZERO.
       77 DN-YEAR PIC 9(04) VALUE ZERO.
       77 DN-MMDD PIC 9(04) VALUE ZERO.
       77 DN-MONTH PIC 9(02) VALUE ZERO.
       77 DN-DAY PIC 9(02) VALUE ZERO.
       77 LEAP-QUOTIENT PIC 9(04) VALUE ZERO.
       77 LEAP-REMAINDER PIC 9(01) VALUE ZERO.
       77 DAY-NUMBER PIC 9(08) VALUE ZERO.
      ******************************************************************
      * Cumulative days before each month, for the date-to-day-number
      * conversion the days-without-sign-on test needs.
      ******************************************************************
       01 MONTH-OFFSET-VALUES.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 031.
           05 FILLER PIC 9(03) VALUE 059.
           05 FILLER PIC 9(03) VALUE 090.
           05 FILLER PIC 9(03) VALUE 120.
           05 FILLER PIC 9(03) VALUE 151.
           05 FILLER PIC 9(03) VALUE 181.
           05 FILLER PIC 9(03) VALUE 212.
           05 FILLER PIC 9(03) VALUE 243.
           05 FILLER PIC 9(03) VALUE 273.
           05 FILLER PIC 9(03) VALUE 304.
           05 FILLER PIC 9(03) VALUE 334.
       01 MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-VALUES.
           05 MONTH-OFFSET PIC 9(03) OCCURS 12 TIMES.
      ******************************************************************
      * The whole USRMSTR file is staged here because it is rewritten
      * at the end.  A file larger than the table stops the sweep with
      * USRMSTR untouched rather than dropping the users past the
      * limit on the rewrite.
      ******************************************************************
       01 USER-TABLE.
           05 USER-ENTRY OCCURS 200 TIMES.
               10 UT-USER-NAME         PIC A(20).
               10 UT-STATUS            PIC X(01).
               10 UT-ROLE              PIC X(01).
               10 UT-SECRET-CODE       PIC X(08).
               10 UT-CODE-DATE         PIC 9(08).
               10 UT-FAIL-COUNT        PIC 9(02).
               10 UT-LAST-SIGNON       PIC 9(08).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 0800-REQUEST-RUN-CONTROL.
            IF RQ-REPLY-CONFLICT
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 1000-INITIALIZE
                IF USER-TABLE-FULL
                    PERFORM 1900-REFUSE-TABLE-FULL
                ELSE
                    PERFORM 2000-SCAN-AUDIT-LOG
                    PERFORM 3000-SWEEP-USERS
                    IF DEACTIVATED-COUNT > ZERO
                        PERFORM 5000-REWRITE-USER-FILE
                    END-IF
                END-IF
                PERFORM 9000-FINALIZE
                PERFORM 0850-RELEASE-RUN-CONTROL
            END-IF.
            GOBACK.

       0800-REQUEST-RUN-CONTROL.
            SET RQ-ACTION-START TO TRUE.
            MOVE "usrswp" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.
            IF RQ-REPLY-CONFLICT
                DISPLAY "TRABAJO EN EJECUCION: " RQ-CONFLICT-JOB
                    " - NO SE INICIA usrswp"
            END-IF.

       0850-RELEASE-RUN-CONTROL.
            SET RQ-ACTION-END TO TRUE.
            MOVE "usrswp" TO RQ-JOB-NAME.
            CALL "runctl" USING RUN-CONTROL-REQUEST.

      ******************************************************************
      * This program is CALLed from a driver and returns via GOBACK,
      * so it may run more than once in the same run unit. VALUE
      * clauses only take effect the first time the program is
      * loaded, not on every CALL, so every mutable item is reset
      * here explicitly instead of being left to its VALUE clause.
      ******************************************************************
       0900-RESET-WORKING-STORAGE.
            MOVE SPACES TO UM-FILE-STATUS.
            MOVE SPACES TO AL-FILE-STATUS.
            MOVE SPACES TO AP-FILE-STATUS.
            MOVE "N" TO EOF-SWITCH.
            MOVE "N" TO TABLE-FULL-SWITCH.
            MOVE ZERO TO JOB-RETURN-CODE.
            MOVE ZERO TO RUN-DATE.
            MOVE 90 TO DORMANT-DAYS-LIMIT.
            MOVE ZERO TO LOG-RECORDS-READ.
            MOVE ZERO TO USERS-CHECKED-COUNT.
            MOVE ZERO TO DEACTIVATED-COUNT.
            MOVE ZERO TO USER-COUNT.
            MOVE ZERO TO USER-INDEX.
            MOVE ZERO TO USER-SCAN.
            MOVE ZERO TO REFERENCE-DATE.
            MOVE ZERO TO TODAY-DAY-NUMBER.
            MOVE ZERO TO DAYS-DORMANT.

       1000-INITIALIZE.
            PERFORM 0900-RESET-WORKING-STORAGE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO DN-DATE.
            PERFORM 8500-DATE-TO-DAY-NUMBER.
            MOVE DAY-NUMBER TO TODAY-DAY-NUMBER.
            PERFORM 1050-LOAD-PARAMETERS.
            PERFORM 1100-LOAD-USER-TABLE.

      ******************************************************************
      * Ninety days stands in when no AUDPARM record is staged or its
      * threshold is zero - a zero threshold would take everyone off.
      ******************************************************************
       1050-LOAD-PARAMETERS.
            OPEN INPUT AUDIT-PARAMETER-FILE.
            IF AP-FILE-STATUS = "00"
                READ AUDIT-PARAMETER-FILE
                    NOT AT END
                        IF AP-DORMANT-DAYS IS NUMERIC
                            AND AP-DORMANT-DAYS > ZERO
                            MOVE AP-DORMANT-DAYS TO DORMANT-DAYS-LIMIT
                        END-IF
                END-READ
                CLOSE AUDIT-PARAMETER-FILE
            END-IF.

       1100-LOAD-USER-TABLE.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT USER-MASTER-FILE.
            IF UM-FILE-STATUS = "35"
                SET END-OF-FILE TO TRUE
            ELSE
                PERFORM 1110-READ-USER-RECORD
                PERFORM 1120-STORE-USER-RECORD
                    UNTIL END-OF-FILE OR USER-TABLE-FULL
                CLOSE USER-MASTER-FILE
            END-IF.

       1110-READ-USER-RECORD.
            READ USER-MASTER-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       1120-STORE-USER-RECORD.
            IF USER-COUNT < USER-LIMIT
                ADD 1 TO USER-COUNT
                MOVE UM-USER-NAME TO UT-USER-NAME (USER-COUNT)
                MOVE UM-STATUS TO UT-STATUS (USER-COUNT)
                MOVE UM-ROLE TO UT-ROLE (USER-COUNT)
                MOVE UM-SECRET-CODE TO UT-SECRET-CODE (USER-COUNT)
                IF UM-CODE-DATE IS NUMERIC
                    MOVE UM-CODE-DATE TO UT-CODE-DATE (USER-COUNT)
                ELSE
                    MOVE ZERO TO UT-CODE-DATE (USER-COUNT)
                END-IF
                IF UM-FAIL-COUNT IS NUMERIC
                    MOVE UM-FAIL-COUNT TO UT-FAIL-COUNT (USER-COUNT)
                ELSE
                    MOVE ZERO TO UT-FAIL-COUNT (USER-COUNT)
                END-IF
                MOVE ZERO TO UT-LAST-SIGNON (USER-COUNT)
                PERFORM 1110-READ-USER-RECORD
            ELSE
                SET USER-TABLE-FULL TO TRUE
            END-IF.

       1900-REFUSE-TABLE-FULL.
            DISPLAY "USRMSTR EXCEDE " USER-LIMIT
                " USUARIOS - BARRIDO NO EJECUTADO".
            SET OQ-SEV-ERROR TO TRUE.
            MOVE SPACES TO OQ-MESSAGE-TEXT.
            STRING "USRMSTR EXCEDE LA TABLA - BARRIDO DE USUARIOS "
                "NO EJECUTADO"
                DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT.
            PERFORM 8800-WRITE-OPS-LOG.
            MOVE 8 TO JOB-RETURN-CODE.

      ******************************************************************
      * One pass over the trail for each user's latest accepted
      * sign-on.  Only sign-on entries are looked at; session
      * activity always follows an accepted sign-on, so it adds
      * nothing the sign-on entry does not already show.
      ******************************************************************
       2000-SCAN-AUDIT-LOG.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT AUDIT-LOG-FILE.
            IF AL-FILE-STATUS = "35"
                SET END-OF-FILE TO TRUE
            ELSE
                PERFORM 2100-READ-LOG
                PERFORM 2200-NOTE-SIGN-ON UNTIL END-OF-FILE
                CLOSE AUDIT-LOG-FILE
            END-IF.

       2100-READ-LOG.
            READ AUDIT-LOG-FILE
                AT END SET END-OF-FILE TO TRUE
                NOT AT END ADD 1 TO LOG-RECORDS-READ
            END-READ.

       2200-NOTE-SIGN-ON.
            IF AL-TYPE-SIGNON AND AL-RESULT-ACCEPTED
                PERFORM 2300-FIND-USER
                IF USER-INDEX > ZERO
                    IF AL-DATE > UT-LAST-SIGNON (USER-INDEX)
                        MOVE AL-DATE TO UT-LAST-SIGNON (USER-INDEX)
                    END-IF
                END-IF
            END-IF.
            PERFORM 2100-READ-LOG.

       2300-FIND-USER.
            MOVE ZERO TO USER-INDEX.
            MOVE ZERO TO USER-SCAN.
            PERFORM 2310-MATCH-USER-ENTRY
                UNTIL USER-INDEX > ZERO OR USER-SCAN >= USER-COUNT.

       2310-MATCH-USER-ENTRY.
            ADD 1 TO USER-SCAN.
            IF UT-USER-NAME (USER-SCAN) = AL-USER-NAME
                MOVE USER-SCAN TO USER-INDEX
            END-IF.

       3000-SWEEP-USERS.
            MOVE ZERO TO USER-INDEX.
            PERFORM 3100-CHECK-USER UNTIL USER-INDEX >= USER-COUNT.

      ******************************************************************
      * The clock runs from the later of the last accepted sign-on and
      * the date the secret code was last set, so a user just added
      * (or just given a new code) through usrmnt is not swept before
      * having had the chance to sign on.  A user with neither date
      * has never been able to show a sign-on and is swept as such.
      ******************************************************************
       3100-CHECK-USER.
            ADD 1 TO USER-INDEX.
            IF UT-STATUS (USER-INDEX) NOT = "I"
                ADD 1 TO USERS-CHECKED-COUNT
                MOVE UT-LAST-SIGNON (USER-INDEX) TO REFERENCE-DATE
                IF UT-CODE-DATE (USER-INDEX) > REFERENCE-DATE
                    MOVE UT-CODE-DATE (USER-INDEX) TO REFERENCE-DATE
                END-IF
                IF REFERENCE-DATE = ZERO
                    MOVE 99999 TO DAYS-DORMANT
                ELSE
                    MOVE REFERENCE-DATE TO DN-DATE
                    PERFORM 8500-DATE-TO-DAY-NUMBER
                    IF DAY-NUMBER < TODAY-DAY-NUMBER
                        COMPUTE DAYS-DORMANT =
                            TODAY-DAY-NUMBER - DAY-NUMBER
                    ELSE
                        MOVE ZERO TO DAYS-DORMANT
                    END-IF
                END-IF
                IF DAYS-DORMANT > DORMANT-DAYS-LIMIT
                    PERFORM 4000-DEACTIVATE-USER
                END-IF
            END-IF.

       4000-DEACTIVATE-USER.
            SET DV-TYPE-DEACTIVATION TO TRUE.
            MOVE UT-USER-NAME (USER-INDEX) TO DV-USER-NAME.
            ACCEPT DV-DATE FROM DATE YYYYMMDD.
            ACCEPT DV-TIME FROM TIME.
            IF UT-LAST-SIGNON (USER-INDEX) = ZERO
                SET DV-REASON-NEVER-SIGNED TO TRUE
            ELSE
                SET DV-REASON-DORMANT TO TRUE
            END-IF.
            MOVE UT-STATUS (USER-INDEX) TO DV-PRIOR-STATUS.
            MOVE UT-LAST-SIGNON (USER-INDEX) TO DV-LAST-SIGNON-DATE.
            MOVE DAYS-DORMANT TO DV-DAYS-DORMANT.
            MOVE DORMANT-DAYS-LIMIT TO DV-DORMANT-LIMIT.
            PERFORM 4100-WRITE-AUDIT-RECORD.
            MOVE "I" TO UT-STATUS (USER-INDEX).
            ADD 1 TO DEACTIVATED-COUNT.
            SET OQ-SEV-WARNING TO TRUE.
            MOVE SPACES TO OQ-MESSAGE-TEXT.
            IF DV-REASON-NEVER-SIGNED
                STRING "USUARIO " UT-USER-NAME (USER-INDEX)
                    " INACTIVADO - SIN SIGN-ON"
                    DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT
            ELSE
                STRING "USUARIO " UT-USER-NAME (USER-INDEX)
                    " INACTIVADO - " DAYS-DORMANT " DIAS > "
                    DORMANT-DAYS-LIMIT
                    DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT
            END-IF.
            PERFORM 8800-WRITE-OPS-LOG.
            DISPLAY OQ-MESSAGE-TEXT.
            IF JOB-RETURN-CODE < 4
                MOVE 4 TO JOB-RETURN-CODE
            END-IF.

       4100-WRITE-AUDIT-RECORD.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF AL-FILE-STATUS = "35"
                OPEN OUTPUT AUDIT-LOG-FILE
            END-IF.
            WRITE USER-DEACTIVATION-RECORD.
            CLOSE AUDIT-LOG-FILE.

      ******************************************************************
      * The whole table goes back to USRMSTR - only the status of the
      * swept users has changed.
      ******************************************************************
       5000-REWRITE-USER-FILE.
            OPEN OUTPUT USER-MASTER-FILE.
            MOVE ZERO TO USER-INDEX.
            PERFORM 5100-WRITE-USER-RECORD
                UNTIL USER-INDEX >= USER-COUNT.
            CLOSE USER-MASTER-FILE.

       5100-WRITE-USER-RECORD.
            ADD 1 TO USER-INDEX.
            MOVE UT-USER-NAME (USER-INDEX) TO UM-USER-NAME.
            MOVE UT-STATUS (USER-INDEX) TO UM-STATUS.
            MOVE UT-ROLE (USER-INDEX) TO UM-ROLE.
            MOVE UT-SECRET-CODE (USER-INDEX) TO UM-SECRET-CODE.
            MOVE UT-CODE-DATE (USER-INDEX) TO UM-CODE-DATE.
            MOVE UT-FAIL-COUNT (USER-INDEX) TO UM-FAIL-COUNT.
            WRITE USER-MASTER-RECORD.

      ******************************************************************
      * YYYYMMDD to a running day count: years at 365 plus one per
      * past leap year, the month offsets above, and a leap-day
      * correction past February of a leap year - the same conversion
      * apprrpt.cbl uses for its age-in-days column.
      ******************************************************************
       8500-DATE-TO-DAY-NUMBER.
            DIVIDE DN-DATE BY 10000 GIVING DN-YEAR
                REMAINDER DN-MMDD.
            DIVIDE DN-MMDD BY 100 GIVING DN-MONTH
                REMAINDER DN-DAY.
            IF DN-MONTH < 1 OR DN-MONTH > 12
                MOVE 1 TO DN-MONTH
            END-IF.
            COMPUTE LEAP-QUOTIENT = (DN-YEAR - 1) / 4.
            COMPUTE DAY-NUMBER = DN-YEAR * 365 + LEAP-QUOTIENT
                + MONTH-OFFSET (DN-MONTH) + DN-DAY.
            DIVIDE DN-YEAR BY 4 GIVING LEAP-QUOTIENT
                REMAINDER LEAP-REMAINDER.
            IF LEAP-REMAINDER = ZERO AND DN-MONTH > 2
                ADD 1 TO DAY-NUMBER
            END-IF.

       8800-WRITE-OPS-LOG.
            MOVE "usrswp" TO OQ-PROGRAM-NAME.
            CALL "opslog" USING OPS-LOG-REQUEST.

       9000-FINALIZE.
            IF JOB-RETURN-CODE < 8
                SET OQ-SEV-INFO TO TRUE
                MOVE SPACES TO OQ-MESSAGE-TEXT
                STRING "BARRIDO DE USUARIOS: REVISADOS "
                    USERS-CHECKED-COUNT " INACTIVADOS "
                    DEACTIVATED-COUNT
                    DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
            END-IF.
            DISPLAY "UMBRAL DE INACTIVIDAD (DIAS): " DORMANT-DAYS-LIMIT.
            DISPLAY "USUARIOS REVISADOS: " USERS-CHECKED-COUNT.
            DISPLAY "USUARIOS INACTIVADOS: " DEACTIVATED-COUNT.
            MOVE JOB-RETURN-CODE TO RETURN-CODE.
       END PROGRAM usrswp.
