      ******************************************************************
      * Author:    Fabio Cicerelli
      * Date:      15/OCT/2026
      * Purpose:   Quarterly user access recertification report - one
      *            block per USRMSTR user with the role and status on
      *            file, the last accepted sign-on found on AUDITLOG,
      *            the date the secret code was last set, and how many
      *            times each menu option was run during the AUDPARM
      *            certification period, from the session-activity
      *            ("J") entries menu.cbl writes.  A user with no
      *            sign-on in the period, and a supervisor who ran no
      *            supervisor-only option in it, are flagged so the
      *            reviewing supervisor can see at a glance who holds
      *            access or a role they do not use.  Ends with the
      *            sign-off lines the reviewing supervisor signs each
      *            quarter.  Carries the standard RPTHDTR header and
      *            trailer like the system's other reports.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. usrcert.
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
           SELECT CERT-REPORT-FILE ASSIGN TO "USRCERT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
       COPY USRMST.
       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.
       FD  AUDIT-PARAMETER-FILE.
       COPY AUDPARM.
       FD  CERT-REPORT-FILE.
       01  CERT-REPORT-LINE            PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RPTHDTR.
       77 UM-FILE-STATUS PIC X(02) VALUE SPACES.
       77 AL-FILE-STATUS PIC X(02) VALUE SPACES.
       77 AP-FILE-STATUS PIC X(02) VALUE SPACES.
       77 EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FILE VALUE "Y".
       77 RECORDS-READ-COUNT PIC 9(08) VALUE ZERO.
       77 UNKNOWN-USER-COUNT PIC 9(08) VALUE ZERO.
       77 USES-COUNTED-COUNT PIC 9(08) VALUE ZERO.
       77 FLAGGED-USER-COUNT PIC 9(08) VALUE ZERO.
       77 REPORT-PAGE-NUMBER PIC 9(04) VALUE 1.
       77 REPORT-RUN-DATE PIC 9(08) VALUE ZERO.
       77 CERT-FROM-DATE PIC 9(08) VALUE ZERO.
       77 CERT-TO-DATE PIC 9(08) VALUE 99999999.
       77 USER-COUNT PIC 9(03) COMP VALUE ZERO.
       77 USER-INDEX PIC 9(03) COMP VALUE ZERO.
       77 USER-SCAN PIC 9(03) COMP VALUE ZERO.
       77 USER-LIMIT PIC 9(03) COMP VALUE 200.
       77 EDIT-USER-COUNT PIC 9(03) VALUE ZERO.
       77 JOB-INDEX PIC 9(02) COMP VALUE ZERO.
       77 JOB-SCAN PIC 9(02) COMP VALUE ZERO.
       77 JOB-LIMIT PIC 9(02) COMP VALUE 20.
       77 SUPERVISOR-INDEX PIC 9(02) COMP VALUE ZERO.
       77 SUPERVISOR-USE-SWITCH PIC X(01) VALUE "N".
           88 SUPERVISOR-OPTION-USED VALUE "Y".
       77 FLAG-SWITCH PIC X(01) VALUE "N".
           88 USER-FLAGGED VALUE "Y".
      ******************************************************************
      * USRMSTR is small, so every user is held here with the last
      * accepted sign-on and a count per menu job name run in the
      * period, filled in from one pass over AUDITLOG.
      ******************************************************************
       01 USER-TABLE.
           05 USER-ENTRY OCCURS 200 TIMES.
               10 UT-USER-NAME         PIC A(20).
               10 UT-STATUS            PIC X(01).
               10 UT-ROLE              PIC X(01).
               10 UT-CODE-DATE         PIC 9(08).
               10 UT-LAST-SIGNON       PIC 9(08).
               10 UT-PERIOD-SIGNONS    PIC 9(06).
               10 UT-JOB-COUNT         PIC 9(02) COMP.
               10 UT-JOB-ENTRY OCCURS 20 TIMES.
                   15 UT-JOB-NAME      PIC X(12).
                   15 UT-JOB-USES      PIC 9(06).
      ******************************************************************
      * The job names menu.cbl offers only under USER-IS-SUPERVISOR.
      * A supervisor who ran none of them in the period holds a role
      * the period's activity does not show a need for.
      ******************************************************************
       01 SUPERVISOR-JOB-VALUES.
           05 FILLER PIC X(12) VALUE "calcmnt".
           05 FILLER PIC X(12) VALUE "usrmnt".
           05 FILLER PIC X(12) VALUE "calcappr".
           05 FILLER PIC X(12) VALUE "srcmnt".
           05 FILLER PIC X(12) VALUE "outappr".
           05 FILLER PIC X(12) VALUE "stdmnt".
           05 FILLER PIC X(12) VALUE "glpmnt".
       01 SUPERVISOR-JOB-TABLE REDEFINES SUPERVISOR-JOB-VALUES.
           05 SUPERVISOR-JOB-NAME PIC X(12) OCCURS 7 TIMES.
       01 CERT-USER-LINE.
           05 CU-USER-NAME             PIC A(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CU-ROLE-TEXT             PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CU-STATUS-TEXT           PIC X(09).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CU-SIGNON-LABEL          PIC X(05) VALUE "SIGN:".
           05 CU-LAST-SIGNON           PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CU-CODE-LABEL            PIC X(06) VALUE "CLAVE:".
           05 CU-CODE-DATE             PIC X(08).
           05 FILLER                   PIC X(10) VALUE SPACES.
       01 CERT-JOB-LINE.
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 CJ-OPTION-LABEL          PIC X(07) VALUE "OPCION ".
           05 CJ-JOB-NAME              PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CJ-USES-LABEL            PIC X(06) VALUE "USOS: ".
           05 CJ-JOB-USES              PIC Z(05)9.
           05 FILLER                   PIC X(41) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-TALLY-LOG-RECORD UNTIL END-OF-FILE.
            PERFORM 9000-FINALIZE.
            GOBACK.

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
            MOVE ZERO TO RECORDS-READ-COUNT.
            MOVE ZERO TO UNKNOWN-USER-COUNT.
            MOVE ZERO TO USES-COUNTED-COUNT.
            MOVE ZERO TO FLAGGED-USER-COUNT.
            MOVE 1 TO REPORT-PAGE-NUMBER.
            MOVE ZERO TO REPORT-RUN-DATE.
            MOVE ZERO TO CERT-FROM-DATE.
            MOVE 99999999 TO CERT-TO-DATE.
            MOVE ZERO TO USER-COUNT.
            MOVE ZERO TO USER-INDEX.
            MOVE ZERO TO USER-SCAN.
            MOVE ZERO TO EDIT-USER-COUNT.
            MOVE ZERO TO JOB-INDEX.
            MOVE ZERO TO JOB-SCAN.
            MOVE ZERO TO SUPERVISOR-INDEX.
            MOVE "N" TO SUPERVISOR-USE-SWITCH.
            MOVE "N" TO FLAG-SWITCH.

       1000-INITIALIZE.
            PERFORM 0900-RESET-WORKING-STORAGE.
            ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 1050-LOAD-PARAMETERS.
            PERFORM 1100-LOAD-USER-TABLE.
            OPEN OUTPUT CERT-REPORT-FILE.
            PERFORM 1200-WRITE-REPORT-HEADER.
            MOVE "N" TO EOF-SWITCH.
            OPEN INPUT AUDIT-LOG-FILE.
            IF AL-FILE-STATUS = "35"
                SET END-OF-FILE TO TRUE
            ELSE
                PERFORM 8000-READ-LOG
            END-IF.

      ******************************************************************
      * With no AUDPARM record, or a zero period end, the period runs
      * through the whole trail, the same fallback audrpt uses for
      * its own selection range.
      ******************************************************************
       1050-LOAD-PARAMETERS.
            OPEN INPUT AUDIT-PARAMETER-FILE.
            IF AP-FILE-STATUS = "00"
                READ AUDIT-PARAMETER-FILE
                    NOT AT END
                        IF AP-CERT-FROM-DATE IS NUMERIC
                            MOVE AP-CERT-FROM-DATE TO CERT-FROM-DATE
                        END-IF
                        IF AP-CERT-TO-DATE IS NUMERIC
                            AND AP-CERT-TO-DATE > ZERO
                            MOVE AP-CERT-TO-DATE TO CERT-TO-DATE
                        END-IF
                END-READ
                CLOSE AUDIT-PARAMETER-FILE
            END-IF.

       1100-LOAD-USER-TABLE.
            OPEN INPUT USER-MASTER-FILE.
            IF UM-FILE-STATUS = "35"
                SET END-OF-FILE TO TRUE
            ELSE
                PERFORM 1110-READ-USER-RECORD
                PERFORM 1120-STORE-USER-RECORD UNTIL END-OF-FILE
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
                IF UM-CODE-DATE IS NUMERIC
                    MOVE UM-CODE-DATE TO UT-CODE-DATE (USER-COUNT)
                ELSE
                    MOVE ZERO TO UT-CODE-DATE (USER-COUNT)
                END-IF
                MOVE ZERO TO UT-LAST-SIGNON (USER-COUNT)
                MOVE ZERO TO UT-PERIOD-SIGNONS (USER-COUNT)
                MOVE ZERO TO UT-JOB-COUNT (USER-COUNT)
            ELSE
                DISPLAY "TABLA DE USUARIOS LLENA - REGISTRO OMITIDO"
            END-IF.
            PERFORM 1110-READ-USER-RECORD.

       1200-WRITE-REPORT-HEADER.
            MOVE "RECERTIFICACION DE ACCESOS DE USUARIO" TO RH-TITLE.
            MOVE REPORT-RUN-DATE TO RH-RUN-DATE.
            MOVE REPORT-PAGE-NUMBER TO RH-PAGE-NUMBER.
            MOVE RPT-HEADER-LINE TO CERT-REPORT-LINE.
            WRITE CERT-REPORT-LINE.
            MOVE SPACES TO CERT-REPORT-LINE.
            STRING "PERIODO CERTIFICADO: " CERT-FROM-DATE
                " A " CERT-TO-DATE
                DELIMITED BY SIZE INTO CERT-REPORT-LINE.
            WRITE CERT-REPORT-LINE.

      ******************************************************************
      * The last accepted sign-on is taken over the whole trail, not
      * just the period - the question is when the user last got in.
      * Option use counts only session-activity entries started
      * inside the period.  Entries for names no longer on USRMSTR are
      * counted and left out of the user blocks.
      ******************************************************************
       2000-TALLY-LOG-RECORD.
            PERFORM 2100-FIND-USER.
            IF USER-INDEX = ZERO
                ADD 1 TO UNKNOWN-USER-COUNT
            ELSE
                EVALUATE TRUE
                    WHEN AL-TYPE-SIGNON
                        IF AL-RESULT-ACCEPTED
                            PERFORM 2150-NOTE-SIGN-ON
                        END-IF
                    WHEN AL-TYPE-ACTIVITY
                        IF SA-START-DATE >= CERT-FROM-DATE
                            AND SA-START-DATE <= CERT-TO-DATE
                            PERFORM 2200-TALLY-JOB-USE
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
            PERFORM 8000-READ-LOG.

       2100-FIND-USER.
            MOVE ZERO TO USER-INDEX.
            MOVE ZERO TO USER-SCAN.
            PERFORM 2110-MATCH-USER-ENTRY
                UNTIL USER-INDEX > ZERO OR USER-SCAN >= USER-COUNT.

       2110-MATCH-USER-ENTRY.
            ADD 1 TO USER-SCAN.
            IF UT-USER-NAME (USER-SCAN) = AL-USER-NAME
                MOVE USER-SCAN TO USER-INDEX
            END-IF.

       2150-NOTE-SIGN-ON.
            IF AL-DATE > UT-LAST-SIGNON (USER-INDEX)
                MOVE AL-DATE TO UT-LAST-SIGNON (USER-INDEX)
            END-IF.
            IF AL-DATE >= CERT-FROM-DATE
                AND AL-DATE <= CERT-TO-DATE
                ADD 1 TO UT-PERIOD-SIGNONS (USER-INDEX)
            END-IF.

       2200-TALLY-JOB-USE.
            MOVE ZERO TO JOB-INDEX.
            MOVE ZERO TO JOB-SCAN.
            PERFORM 2210-MATCH-JOB-ENTRY
                UNTIL JOB-INDEX > ZERO
                    OR JOB-SCAN >= UT-JOB-COUNT (USER-INDEX).
            IF JOB-INDEX = ZERO
                IF UT-JOB-COUNT (USER-INDEX) < JOB-LIMIT
                    ADD 1 TO UT-JOB-COUNT (USER-INDEX)
                    MOVE UT-JOB-COUNT (USER-INDEX) TO JOB-INDEX
                    MOVE SA-JOB-NAME
                        TO UT-JOB-NAME (USER-INDEX, JOB-INDEX)
                    MOVE ZERO TO UT-JOB-USES (USER-INDEX, JOB-INDEX)
                ELSE
                    DISPLAY "TABLA DE OPCIONES LLENA - USO OMITIDO"
                END-IF
            END-IF.
            IF JOB-INDEX > ZERO
                ADD 1 TO UT-JOB-USES (USER-INDEX, JOB-INDEX)
                ADD 1 TO USES-COUNTED-COUNT
            END-IF.

       2210-MATCH-JOB-ENTRY.
            ADD 1 TO JOB-SCAN.
            IF UT-JOB-NAME (USER-INDEX, JOB-SCAN) = SA-JOB-NAME
                MOVE JOB-SCAN TO JOB-INDEX
            END-IF.

       8000-READ-LOG.
            READ AUDIT-LOG-FILE
                AT END SET END-OF-FILE TO TRUE
                NOT AT END ADD 1 TO RECORDS-READ-COUNT
            END-READ.

       9000-FINALIZE.
            PERFORM 7000-WRITE-USER-BLOCKS.
            PERFORM 7500-WRITE-SIGN-OFF.
            PERFORM 1300-WRITE-REPORT-TRAILER.
            IF AL-FILE-STATUS NOT = "35"
                CLOSE AUDIT-LOG-FILE
            END-IF.
            CLOSE CERT-REPORT-FILE.
            DISPLAY "USUARIOS CERTIFICADOS: " USER-COUNT.
            DISPLAY "USUARIOS SENALADOS: " FLAGGED-USER-COUNT.

       7000-WRITE-USER-BLOCKS.
            MOVE ZERO TO USER-INDEX.
            PERFORM 7100-WRITE-USER-BLOCK
                UNTIL USER-INDEX >= USER-COUNT.

       7100-WRITE-USER-BLOCK.
            ADD 1 TO USER-INDEX.
            MOVE "N" TO FLAG-SWITCH.
            MOVE SPACES TO CERT-REPORT-LINE.
            WRITE CERT-REPORT-LINE.
            MOVE UT-USER-NAME (USER-INDEX) TO CU-USER-NAME.
            EVALUATE UT-ROLE (USER-INDEX)
                WHEN "S"
                    MOVE "SUPERVISOR" TO CU-ROLE-TEXT
                WHEN "O"
                    MOVE "OPERADOR" TO CU-ROLE-TEXT
                WHEN OTHER
                    MOVE "ROL ?" TO CU-ROLE-TEXT
            END-EVALUATE.
            EVALUATE UT-STATUS (USER-INDEX)
                WHEN "A"
                    MOVE "ACTIVO" TO CU-STATUS-TEXT
                WHEN "I"
                    MOVE "INACTIVO" TO CU-STATUS-TEXT
                WHEN "L"
                    MOVE "BLOQUEADO" TO CU-STATUS-TEXT
                WHEN OTHER
                    MOVE "ESTADO ?" TO CU-STATUS-TEXT
            END-EVALUATE.
            IF UT-LAST-SIGNON (USER-INDEX) = ZERO
                MOVE "NUNCA" TO CU-LAST-SIGNON
            ELSE
                MOVE UT-LAST-SIGNON (USER-INDEX) TO CU-LAST-SIGNON
            END-IF.
            IF UT-CODE-DATE (USER-INDEX) = ZERO
                MOVE "NUNCA" TO CU-CODE-DATE
            ELSE
                MOVE UT-CODE-DATE (USER-INDEX) TO CU-CODE-DATE
            END-IF.
            MOVE CERT-USER-LINE TO CERT-REPORT-LINE.
            WRITE CERT-REPORT-LINE.
            IF UT-JOB-COUNT (USER-INDEX) = ZERO
                MOVE SPACES TO CERT-REPORT-LINE
                MOVE "      SIN USO DE OPCIONES EN EL PERIODO"
                    TO CERT-REPORT-LINE
                WRITE CERT-REPORT-LINE
            ELSE
                MOVE ZERO TO JOB-INDEX
                PERFORM 7200-WRITE-JOB-LINE
                    UNTIL JOB-INDEX >= UT-JOB-COUNT (USER-INDEX)
            END-IF.
            PERFORM 7300-FLAG-UNUSED-ACCESS.
            IF USER-FLAGGED
                ADD 1 TO FLAGGED-USER-COUNT
            END-IF.

       7200-WRITE-JOB-LINE.
            ADD 1 TO JOB-INDEX.
            MOVE UT-JOB-NAME (USER-INDEX, JOB-INDEX) TO CJ-JOB-NAME.
            MOVE UT-JOB-USES (USER-INDEX, JOB-INDEX) TO CJ-JOB-USES.
            MOVE CERT-JOB-LINE TO CERT-REPORT-LINE.
            WRITE CERT-REPORT-LINE.

      ******************************************************************
      * Only users who can still sign on are flagged - an inactive
      * user has already been taken off.  A supervisor is checked
      * against the supervisor-only job names above.
      ******************************************************************
       7300-FLAG-UNUSED-ACCESS.
            IF UT-STATUS (USER-INDEX) NOT = "I"
                IF UT-PERIOD-SIGNONS (USER-INDEX) = ZERO
                    MOVE "Y" TO FLAG-SWITCH
                    MOVE SPACES TO CERT-REPORT-LINE
                    MOVE "      ** SIN SIGN-ON EN EL PERIODO"
                        TO CERT-REPORT-LINE
                    WRITE CERT-REPORT-LINE
                END-IF
                IF UT-ROLE (USER-INDEX) = "S"
                    PERFORM 7400-CHECK-SUPERVISOR-USE
                    IF NOT SUPERVISOR-OPTION-USED
                        MOVE "Y" TO FLAG-SWITCH
                        MOVE SPACES TO CERT-REPORT-LINE
                        STRING "      ** ROL SUPERVISOR SIN USO DE "
                            "OPCIONES DE SUPERVISOR"
                            DELIMITED BY SIZE INTO CERT-REPORT-LINE
                        WRITE CERT-REPORT-LINE
                    END-IF
                END-IF
            END-IF.

       7400-CHECK-SUPERVISOR-USE.
            MOVE "N" TO SUPERVISOR-USE-SWITCH.
            MOVE ZERO TO JOB-INDEX.
            PERFORM 7410-CHECK-USER-JOB
                UNTIL SUPERVISOR-OPTION-USED
                    OR JOB-INDEX >= UT-JOB-COUNT (USER-INDEX).

       7410-CHECK-USER-JOB.
            ADD 1 TO JOB-INDEX.
            MOVE ZERO TO SUPERVISOR-INDEX.
            PERFORM 7420-MATCH-SUPERVISOR-JOB
                UNTIL SUPERVISOR-OPTION-USED
                    OR SUPERVISOR-INDEX >= 7.

       7420-MATCH-SUPERVISOR-JOB.
            ADD 1 TO SUPERVISOR-INDEX.
            IF UT-JOB-NAME (USER-INDEX, JOB-INDEX)
                = SUPERVISOR-JOB-NAME (SUPERVISOR-INDEX)
                SET SUPERVISOR-OPTION-USED TO TRUE
            END-IF.

       7500-WRITE-SIGN-OFF.
            MOVE SPACES TO CERT-REPORT-LINE.
            WRITE CERT-REPORT-LINE.
            MOVE USER-COUNT TO EDIT-USER-COUNT.
            MOVE SPACES TO CERT-REPORT-LINE.
            STRING "USUARIOS: " EDIT-USER-COUNT
                "  SENALADOS: " FLAGGED-USER-COUNT
                "  USOS CONTADOS: " USES-COUNTED-COUNT
                DELIMITED BY SIZE INTO CERT-REPORT-LINE.
            WRITE CERT-REPORT-LINE.
            MOVE SPACES TO CERT-REPORT-LINE.
            WRITE CERT-REPORT-LINE.
            MOVE SPACES TO CERT-REPORT-LINE.
            STRING "REVISADO Y CERTIFICADO POR (SUPERVISOR): "
                "____________________"
                DELIMITED BY SIZE INTO CERT-REPORT-LINE.
            WRITE CERT-REPORT-LINE.
            MOVE SPACES TO CERT-REPORT-LINE.
            MOVE "FIRMA: ____________________  FECHA: __________"
                TO CERT-REPORT-LINE.
            WRITE CERT-REPORT-LINE.

       1300-WRITE-REPORT-TRAILER.
            MOVE RECORDS-READ-COUNT TO RT-RECORDS-READ.
            MOVE UNKNOWN-USER-COUNT TO RT-RECORDS-REJECTED.
            MOVE USER-COUNT TO RT-CONTROL-TOTAL.
            MOVE RPT-TRAILER-LINE TO CERT-REPORT-LINE.
            WRITE CERT-REPORT-LINE.
       END PROGRAM usrcert.
