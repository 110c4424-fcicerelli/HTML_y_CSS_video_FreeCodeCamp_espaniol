      *                 DIVGL file is overwritten every run.  The
      *                 per-account table rides the DIVRST checkpoint
      *                 like the other accumulators.
      *   15/OCT/2026 - Every detail's DI-REQUEST-ID is now screened
      *                 for a repeat: against CALCMSTR (already posted
      *                 on an earlier night) and against the ids that
      *                 already produced a result earlier in tonight's
      *                 feed.  A repeat rejects to DIVEXC/DIVRCY with
      *                 its own DUPL reason instead of running, going
      *                 to DIVGL, and being rewritten over the master
      *                 a second time, and is listed on the new DIVDUPR
      *                 duplicate-submission report with its source and
      *                 the date the id was first posted.  A source
      *                 whose repeats pass DIVPARM's PM-DUPLICATE-LIMIT
      *                 raises an error on OPSLOG.  The duplicate
      *                 counts ride the DIVRST checkpoint, and a
      *                 restarted run re-learns the ids already on
      *                 DIVOUT before extending it.
      *   15/OCT/2026 - Every detail written to DIVGL is also written,
      *                 with its source and operation, to the night's
      *                 GLPSTDAY posted-item file, and a finalized run
      *                 appends that file to the GLPSTHIS posted-item
      *                 history, so the gladj adjustment step knows
      *                 which requests reached GL and under which
      *                 account and side when a posted number is later
      *                 corrected.
      *   15/OCT/2026 - Each header's DI-SOURCE-ID is now looked up on
      *                 the SRCMSTR source registry.  The whole set of
      *                 a source that is not registered, or is
      *                 inactive, rejects to DIVEXC/DIVRCY with the
      *                 FUEN reason (its controls are still footed),
      *                 and a detail from a registered source rejects
      *                 as FOPR when its operation is not among the
      *                 source's allowed codes, or FLIM when its
      *                 numerator's absolute value passes the source's
      *                 maximum.  Every such rejection is logged to
      *                 OPSLOG and the run ends with a warning
      *                 RETURN-CODE.
      *   15/OCT/2026 - Each source's normal range is now learned from
      *                 its DIVHSRC history (the average absolute
      *                 numerator of its accepted results, trusted once
      *                 PM-OUTLIER-MIN-COUNT results stand behind it),
      *                 and a valid detail whose absolute numerator is
      *                 more than PM-OUTLIER-FACTOR times above or
      *                 below that average is held on the night's
      *                 OUTHDAY file instead of going to DIVOUT and
      *                 DIVGL.  A finalized run appends OUTHDAY to the
      *                 OUTHOLD suspense file for a supervisor to
      *                 release or kill through outappr, records each
      *                 source's held count and numerator totals on
      *                 DIVHSRC, and warns on OPSLOG.  A detail the
      *                 outmrg job returns as released is not held
      *                 again.
      *   15/OCT/2026 - GL postings are now dated through the glperd
      *                 period service instead of straight from the
      *                 run date: when finance has closed the run
      *                 date's month on GLPERIOD, every detail, posted
      *                 item, GLSUMHIS and GLTRHIST record is dated the
      *                 first day of the next open month and each
      *                 routed detail is listed on the new GLPERRPT
      *                 report; with no open month to route to, coded
      *                 details are held off DIVGL onto GLPERRPT as
      *                 suspense instead.  Either case warns on OPSLOG.
      *                 The GL batch id stays the run date.
      *   15/OCT/2026 - Each feed set now belongs to a legal entity:
      *                 the header's DI-ENTITY-CODE, or when blank the
      *                 entity SRCMSTR registers for the source (blank
      *                 there too is the home company).  The entity is
      *                 stamped on every DIVOUT result, GL detail,
      *                 posted item, DIVHSRC and GLSUMHIS record, and
      *                 GLACCT rules naming the entity are tried ahead
      *                 of the entity-blank ones.  The night's details
      *                 now go to the DIVGLDAY work file as they are
      *                 calculated, and DIVGL is built from it at
      *                 finalize as one batch per entity, each closed
      *                 by its own trailer (GL-BATCH-ENTITY-CODE) and
      *                 recorded on GLTRHIST on its own, instead of
      *                 every entity landing in one batch.
      *   15/OCT/2026 - A business date may now run more than one
      *                 cycle (a midday run as well as the night's).
      *                 Each run takes the next cycle number for its
      *                 date from DIVHIST (a restart keeps the date and
      *                 cycle its checkpoint was written under) and
      *                 carries it on DIVHIST, DIVHSRC, DIVRST, every
      *                 DIVOUT result, the DIVGL trailers' batch id and
      *                 the report headers.  A later cycle of the date
      *                 extends DIVOUT instead of overwriting the
      *                 earlier cycles' results, and each finalized
      *                 cycle's DIVGL batches are also queued on the
      *                 DIVGLPND file until glrecon has reconciled them
      *                 against GL's answer.  The prior-run variance
      *                 check now compares against the latest earlier
      *                 date's run of the same cycle.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. division.
           SELECT GL-EXTRACT-FILE ASSIGN TO "DIVGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-EXTRACT-STATUS.
           SELECT GL-EXTRACT-DAY-FILE ASSIGN TO "DIVGLDAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-EXTRACT-DAY-STATUS.
           SELECT DIV-HISTORY-FILE ASSIGN TO "DIVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIV-HISTORY-STATUS.
           SELECT GL-TRAILER-HISTORY-FILE ASSIGN TO "GLTRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-TRAILER-HIST-STATUS.
           SELECT CALC-MASTER-FILE ASSIGN TO "CALCMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-REQUEST-ID
               FILE STATUS IS CM-FILE-STATUS.
           SELECT DIV-DUPLICATE-FILE ASSIGN TO "DIVDUPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIV-DUPLICATE-STATUS.
           SELECT GL-POSTED-DAY-FILE ASSIGN TO "GLPSTDAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-POSTED-DAY-STATUS.
           SELECT GL-POSTED-HISTORY-FILE ASSIGN TO "GLPSTHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-POSTED-HIST-STATUS.
           SELECT SOURCE-MASTER-FILE ASSIGN TO "SRCMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-FILE-STATUS.
           SELECT OUTLIER-HOLD-DAY-FILE ASSIGN TO "OUTHDAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTLIER-DAY-STATUS.
           SELECT OUTLIER-HOLD-FILE ASSIGN TO "OUTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTLIER-HOLD-STATUS.
           SELECT GL-PERIOD-REPORT-FILE ASSIGN TO "GLPERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-PERIOD-RPT-STATUS.
           SELECT GL-PENDING-FILE ASSIGN TO "DIVGLPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-PENDING-STATUS.
           SELECT DIV-OUTPUT-WORK-FILE ASSIGN TO "DIVOWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIV-OUTPUT-WORK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIV-INPUT-FILE.
       COPY DIVRST.
       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-LINE             PIC X(40).
       FD  GL-EXTRACT-DAY-FILE.
       01  GL-EXTRACT-DAY-LINE         PIC X(40).
       FD  DIV-HISTORY-FILE.
       COPY DIVHIST.
       FD  DIV-PARAMETER-FILE.
       FD  GL-UNCODED-FILE.
       01  GL-UNCODED-LINE             PIC X(80).
       FD  GL-SUMMARY-HISTORY-FILE.
       01  GL-SUMMARY-LINE             PIC X(42).
       FD  GL-TRAILER-HISTORY-FILE.
       01  GL-TRAILER-HIST-LINE        PIC X(33).
       FD  CALC-MASTER-FILE.
       COPY CALCMST.
       FD  DIV-DUPLICATE-FILE.
       01  DIV-DUPLICATE-LINE          PIC X(80).
       FD  GL-POSTED-DAY-FILE.
       COPY GLPOSTH.
       FD  GL-POSTED-HISTORY-FILE.
       01  GL-POSTED-HIST-LINE         PIC X(45).
       FD  SOURCE-MASTER-FILE.
       COPY SRCMST.
       FD  OUTLIER-HOLD-DAY-FILE.
       COPY OUTHOLD.
       FD  OUTLIER-HOLD-FILE.
       01  OUTLIER-HOLD-LINE           PIC X(74).
       FD  GL-PERIOD-REPORT-FILE.
       01  GL-PERIOD-REPORT-LINE       PIC X(80).
       FD  GL-PENDING-FILE.
       01  GL-PENDING-LINE             PIC X(40).
       FD  DIV-OUTPUT-WORK-FILE.
       01  DIV-OUTPUT-WORK-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
       COPY DIVEXC.
       COPY RPTHDTR.
       COPY GLHIST.
       COPY RUNCTLQ.
       COPY OPSLOGQ.
       COPY GLPERQ.
       77 RECORDS-READ-COUNT PIC 9(08) VALUE ZERO.
       77 RECORDS-REJECTED-COUNT PIC 9(08) VALUE ZERO.
       77 CONTROL-TOTAL PIC S9(10) VALUE ZERO.
       77 DIV-OUTPUT-STATUS PIC X(02) VALUE SPACES.
       77 DIV-EXCEPTION-STATUS PIC X(02) VALUE SPACES.
       77 GL-EXTRACT-STATUS PIC X(02) VALUE SPACES.
       77 GL-EXTRACT-DAY-STATUS PIC X(02) VALUE SPACES.
       77 CONTROLS-OK-SWITCH PIC X(01) VALUE "Y".
           88 BATCH-CONTROLS-OK VALUE "Y".
           88 BATCH-CONTROLS-BAD VALUE "N".
       77 HASH-WORK-NUMERATOR PIC S9(06) VALUE ZERO.
       77 FEED-DATE-WORK PIC 9(08) VALUE ZERO.
       77 FEED-SOURCE-ID PIC X(06) VALUE SPACES.
       77 FEED-ENTITY-CODE PIC X(04) VALUE SPACES.
       77 DIV-RECYCLE-STATUS PIC X(02) VALUE SPACES.
       77 DIV-SOURCE-HIST-STATUS PIC X(02) VALUE SPACES.
       77 CURRENT-SOURCE PIC 9(02) VALUE ZERO.
       77 ACCT-RULE-LIMIT PIC 9(03) COMP VALUE 100.
       77 MATCH-OPERATION PIC X(01) VALUE SPACE.
       77 MATCHED-ACCOUNT PIC X(08) VALUE SPACES.
       77 MATCH-ENTITY-CODE PIC X(04) VALUE SPACES.
       77 ACCOUNT-FOUND-SWITCH PIC X(01) VALUE "N".
           88 ACCOUNT-FOUND VALUE "Y".
      ******************************************************************
      * The GLACCT assignment rules, loaded once at start and scanned
      * in file order for each extract detail - first matching rule
      * wins, so the operators order the specific rules ahead of the
      * blanket ones.  The rules naming the detail's entity are
      * scanned first, then the entity-blank ones.
      ******************************************************************
       01 ACCT-RULE-TABLE.
           05 ACCT-RULE-ENTRY OCCURS 100 TIMES.
               10 AR-OPERATION         PIC X(01).
               10 AR-DEBIT-CREDIT      PIC X(01).
               10 AR-ACCOUNT-NUMBER    PIC X(08).
               10 AR-ENTITY-CODE       PIC X(04).
       77 GL-SUMMARY-STATUS PIC X(02) VALUE SPACES.
       77 GL-TRAILER-HIST-STATUS PIC X(02) VALUE SPACES.
       77 GLSUM-COUNT PIC 9(02) COMP VALUE ZERO.
       77 GLSUM-SCAN PIC 9(02) COMP VALUE ZERO.
       77 GLSUM-LIMIT PIC 9(02) COMP VALUE 30.
      ******************************************************************
      * One entry per entity, GL account and debit/credit side the run
      * posts to: the count and the side's amount magnitude, appended to
      * GLSUMHIS at finalize so the glmonth month-end extract can
      * foot the month without re-reading overwritten DIVGL files.
      ******************************************************************
       01 GL-SUMMARY-TABLE.
           05 GL-SUMMARY-ENTRY OCCURS 30 TIMES.
               10 GLS-ENTITY-CODE      PIC X(04).
               10 GLS-ACCOUNT          PIC X(08).
               10 GLS-SIDE             PIC X(01).
               10 GLS-COUNT            PIC 9(08).
               10 SRC-RESULT-COUNT     PIC 9(08).
               10 SRC-REJECT-COUNT     PIC 9(08).
               10 SRC-RESULT-TOTAL     PIC S9(10)V99.
               10 SRC-DUPLICATE-COUNT  PIC 9(08).
               10 SRC-HELD-COUNT       PIC 9(08).
               10 SRC-NUMERATOR-COUNT  PIC 9(08).
               10 SRC-NUMERATOR-TOTAL  PIC 9(12).
               10 SRC-ENTITY-CODE      PIC X(04).
       77 CM-FILE-STATUS PIC X(02) VALUE SPACES.
       77 MASTER-OPEN-SWITCH PIC X(01) VALUE "N".
           88 MASTER-IS-OPEN VALUE "Y".
       77 DIV-DUPLICATE-STATUS PIC X(02) VALUE SPACES.
       77 DUPLICATE-COUNT PIC 9(08) VALUE ZERO.
       77 DUPLICATE-LIMIT PIC 9(04) VALUE 5.
       77 DUPLICATE-SOURCE-COUNT PIC 9(02) VALUE ZERO.
       77 DUPLICATE-ORIGIN PIC X(07) VALUE SPACES.
       77 FIRST-POSTED-DATE PIC 9(08) VALUE ZERO.
       77 FIRST-SOURCE-ID PIC X(06) VALUE SPACES.
       77 SEEN-COUNT PIC 9(04) COMP VALUE ZERO.
       77 SEEN-INDEX PIC 9(04) COMP VALUE ZERO.
       77 SEEN-SCAN PIC 9(04) COMP VALUE ZERO.
       77 SEEN-LIMIT PIC 9(04) COMP VALUE 5000.
       77 SEEN-FULL-SWITCH PIC X(01) VALUE "N".
           88 SEEN-TABLE-FULL VALUE "Y".
       77 GL-POSTED-DAY-STATUS PIC X(02) VALUE SPACES.
       77 GL-POSTED-HIST-STATUS PIC X(02) VALUE SPACES.
      ******************************************************************
      * Every request-id that produced a result earlier in this run,
      * with the source that sent it, so a second copy later in the
      * same feed - a source resending its set, or two senders using
      * one id - is caught before calcpost rewrites the first one on
      * CALCMSTR.  Ids from earlier nights are caught on CALCMSTR
      * itself.
      ******************************************************************
       01 SEEN-REQUEST-TABLE.
           05 SEEN-REQUEST-ENTRY OCCURS 5000 TIMES.
               10 SEEN-REQUEST-ID      PIC X(06).
               10 SEEN-SOURCE-ID       PIC X(06).
       77 SM-FILE-STATUS PIC X(02) VALUE SPACES.
       77 REGISTRY-COUNT PIC 9(03) COMP VALUE ZERO.
       77 REGISTRY-INDEX PIC 9(03) COMP VALUE ZERO.
       77 REGISTRY-SCAN PIC 9(03) COMP VALUE ZERO.
       77 REGISTRY-LIMIT PIC 9(03) COMP VALUE 200.
       77 REGISTRY-REJECT-COUNT PIC 9(08) VALUE ZERO.
       77 SET-REGISTRY-SWITCH PIC X(01) VALUE "N".
           88 SET-SOURCE-REGISTERED VALUE "Y".
           88 SET-SOURCE-REJECTED VALUE "R".
           88 SET-SOURCE-NOT-CHECKED VALUE "N".
       77 SET-REJECT-TEXT PIC X(30) VALUE SPACES.
       77 SET-ALLOWED-OPERATIONS PIC X(04) VALUE SPACES.
       77 SET-MAX-NUMERATOR PIC 9(06) VALUE ZERO.
       77 ABSOLUTE-NUMERATOR PIC 9(06) VALUE ZERO.
      ******************************************************************
      * The SRCMSTR source registry, loaded once at start: each header
      * is looked up here before its set is accepted, and the matched
      * source's allowed operations and numerator ceiling are then
      * applied to every detail in the set.
      ******************************************************************
       01 REGISTRY-TABLE.
           05 REGISTRY-ENTRY OCCURS 200 TIMES.
               10 REG-SOURCE-ID        PIC X(06).
               10 REG-STATUS           PIC X(01).
               10 REG-ALLOWED-OPERATIONS PIC X(04).
               10 REG-MAX-NUMERATOR    PIC 9(06).
               10 REG-ENTITY-CODE      PIC X(04).
       77 OUTLIER-DAY-STATUS PIC X(02) VALUE SPACES.
       77 OUTLIER-HOLD-STATUS PIC X(02) VALUE SPACES.
       77 OUTLIER-FACTOR PIC 9(04) VALUE 10.
       77 OUTLIER-MIN-COUNT PIC 9(06) VALUE 30.
       77 OUTLIER-HELD-COUNT PIC 9(08) VALUE ZERO.
       77 OUTLIER-SWITCH PIC X(01) VALUE "N".
           88 DETAIL-IS-OUTLIER VALUE "Y".
       77 SET-RANGE-SWITCH PIC X(01) VALUE "N".
           88 SET-RANGE-KNOWN VALUE "Y".
       77 SET-NORMAL-AVERAGE PIC 9(06)V99 VALUE ZERO.
       77 SET-OUTLIER-LOW PIC 9(06)V99 VALUE ZERO.
       77 SET-OUTLIER-HIGH PIC 9(10)V99 VALUE ZERO.
       77 PROFILE-COUNT PIC 9(03) COMP VALUE ZERO.
       77 PROFILE-INDEX PIC 9(03) COMP VALUE ZERO.
       77 PROFILE-SCAN PIC 9(03) COMP VALUE ZERO.
       77 PROFILE-LIMIT PIC 9(03) COMP VALUE 200.
       77 PROFILE-SOURCE-ID PIC X(06) VALUE SPACES.
       77 GL-PERIOD-RPT-STATUS PIC X(02) VALUE SPACES.
       77 GL-PERIOD-DATE PIC 9(08) VALUE ZERO.
       77 PERIOD-ROUTED-COUNT PIC 9(08) VALUE ZERO.
       77 PERIOD-HELD-COUNT PIC 9(08) VALUE ZERO.
       77 EDIT-GL-AMOUNT PIC Z(07)9.99 VALUE ZEROS.
      ******************************************************************
      * Each source's history as the outlier screen sees it: how many
      * accepted results DIVHSRC records for it across every run on
      * file, and the sum of their absolute numerators.  Loaded once
      * at start, before tonight's figures are appended, so a restart
      * judges the replayed details against the same range.
      ******************************************************************
       01 PROFILE-TABLE.
           05 PROFILE-ENTRY OCCURS 200 TIMES.
               10 PRF-SOURCE-ID        PIC X(06).
               10 PRF-NUMERATOR-COUNT  PIC 9(10).
               10 PRF-NUMERATOR-TOTAL  PIC 9(14).
       77 ENTITY-COUNT PIC 9(02) COMP VALUE ZERO.
       77 ENTITY-INDEX PIC 9(02) COMP VALUE ZERO.
       77 ENTITY-SCAN PIC 9(02) COMP VALUE ZERO.
       77 ENTITY-LIMIT PIC 9(02) COMP VALUE 20.
       77 ENTITY-BATCH-SIGNED PIC S9(10)V99 VALUE ZERO.
       77 GL-DAY-COUNT-CHECK PIC 9(08) VALUE ZERO.
      ******************************************************************
      * One entry per legal entity in tonight's GL extract, built at
      * finalize from the DIVGLDAY work file: the count and signed net
      * of that entity's details, which become its own DIVGL batch
      * trailer and GLTRHIST record.  Every entity a feed set was
      * processed for gets a batch, even one with no details, so the
      * GL side always sees a trailer for it.
      ******************************************************************
       01 ENTITY-BATCH-TABLE.
           05 ENTITY-BATCH-ENTRY OCCURS 20 TIMES.
               10 EB-ENTITY-CODE       PIC X(04).
               10 EB-BATCH-COUNT       PIC 9(08).
               10 EB-BATCH-AMOUNT      PIC S9(10)V99.
       77 CYCLE-NUMBER PIC 9(02) VALUE ZERO.
       77 HISTORY-CYCLE PIC 9(02) VALUE ZERO.
       77 TODAY-LAST-CYCLE PIC 9(02) VALUE ZERO.
       77 RESTART-CYCLE-DATE PIC 9(08) VALUE ZERO.
       77 RESTART-CYCLE-NUMBER PIC 9(02) VALUE ZERO.
       77 GL-PENDING-STATUS PIC X(02) VALUE SPACES.
       77 DIV-OUTPUT-WORK-STATUS PIC X(02) VALUE SPACES.
       77 PENDING-SWITCH PIC X(01) VALUE "N".
           88 BATCH-ALREADY-PENDING VALUE "Y".
      ******************************************************************
      * The latest run on DIVHIST for each cycle number, from dates
      * before this run's own: the variance check compares a midday
      * run with the last midday run and the night's with the last
      * night's, not one with the other.  Records written before the
      * cycle number existed count as cycle 1.
      ******************************************************************
       01 PRIOR-CYCLE-TABLE.
           05 PRIOR-CYCLE-ENTRY OCCURS 20 TIMES.
               10 PC-RUN-DATE          PIC 9(08).
               10 PC-RECORD-COUNT      PIC 9(08).
               10 PC-QUOTIENT-TOTAL    PIC S9(10)V99.
               10 PC-RESIDUO-TOTAL     PIC S9(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 0800-REQUEST-RUN-CONTROL.
            PERFORM 0900-RESET-WORKING-STORAGE.
            PERFORM 1050-LOAD-PARAMETERS.
            PERFORM 1060-LOAD-ACCOUNT-RULES.
            PERFORM 1065-LOAD-SOURCE-REGISTRY.
            PERFORM 1180-LOAD-SOURCE-PROFILES.
            PERFORM 1100-LOAD-RESTART-CONTROL.
            ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
            IF RESTART-IN-PROGRESS AND RESTART-CYCLE-DATE > ZERO
                MOVE RESTART-CYCLE-DATE TO REPORT-RUN-DATE
            END-IF.
            PERFORM 1150-LOAD-PRIOR-RUN-TOTALS.
            PERFORM 1140-RESOLVE-RUN-CYCLE.
            OPEN INPUT DIV-INPUT-FILE.
            PERFORM 1090-OPEN-CALC-MASTER.
            PERFORM 1250-OPEN-OUTPUT-FILES.
            IF NOT RESTART-IN-PROGRESS
                PERFORM 1200-WRITE-REPORT-HEADER
            END-IF.
            PERFORM 1095-RESOLVE-GL-PERIOD.
            PERFORM 8000-READ-INPUT.
            IF NOT END-OF-FILE
                IF NOT DI-TYPE-HEADER

      ******************************************************************
      * A restart run resumes a job that was interrupted partway
      * through - DIVOUT/DIVEXC/DIVGLDAY already hold the output for the
      * records processed before the interruption, and that output
      * must not be thrown away.  Extend those files instead of
      * truncating them whenever a checkpoint shows a restart is in
      * progress; OPEN OUTPUT is only correct the first time the file
      * is created, same as DIV-HISTORY-FILE's OPEN EXTEND/status-35
      * fallback in 1800-WRITE-HISTORY-RECORD.  DIVOUT holds the whole
      * business date, so a later cycle of the date extends it too -
      * the earlier cycles' results are stamped with their own cycle
      * and calcpost posts each cycle once.  Only the date's first
      * cycle starts DIVOUT afresh.  Results a refused attempt at this
      * same cycle left behind are dropped first (1255), as the first
      * cycle's OPEN OUTPUT drops them.
      ******************************************************************
       1250-OPEN-OUTPUT-FILES.
            IF RESTART-IN-PROGRESS
                PERFORM 1260-RELOAD-SEEN-REQUESTS
                PERFORM 1290-RELOAD-HELD-REQUESTS
                OPEN EXTEND DIV-OUTPUT-FILE
                IF DIV-OUTPUT-STATUS = "35"
                    OPEN OUTPUT DIV-OUTPUT-FILE
                IF DIV-EXCEPTION-STATUS = "35"
                    OPEN OUTPUT DIV-EXCEPTION-FILE
                END-IF
                OPEN EXTEND GL-EXTRACT-DAY-FILE
                IF GL-EXTRACT-DAY-STATUS = "35"
                    OPEN OUTPUT GL-EXTRACT-DAY-FILE
                END-IF
                OPEN EXTEND DIV-RECYCLE-FILE
                IF DIV-RECYCLE-STATUS = "35"
                IF GL-UNCODED-STATUS = "35"
                    OPEN OUTPUT GL-UNCODED-FILE
                END-IF
                OPEN EXTEND DIV-DUPLICATE-FILE
                IF DIV-DUPLICATE-STATUS = "35"
                    OPEN OUTPUT DIV-DUPLICATE-FILE
                END-IF
                OPEN EXTEND GL-POSTED-DAY-FILE
                IF GL-POSTED-DAY-STATUS = "35"
                    OPEN OUTPUT GL-POSTED-DAY-FILE
                END-IF
                OPEN EXTEND OUTLIER-HOLD-DAY-FILE
                IF OUTLIER-DAY-STATUS = "35"
                    OPEN OUTPUT OUTLIER-HOLD-DAY-FILE
                END-IF
                OPEN EXTEND GL-PERIOD-REPORT-FILE
                IF GL-PERIOD-RPT-STATUS = "35"
                    OPEN OUTPUT GL-PERIOD-REPORT-FILE
                END-IF
            ELSE
                IF CYCLE-NUMBER > 1
                    PERFORM 1255-DROP-UNFINISHED-CYCLE
                    OPEN EXTEND DIV-OUTPUT-FILE
                    IF DIV-OUTPUT-STATUS = "35"
                        OPEN OUTPUT DIV-OUTPUT-FILE
                    END-IF
                ELSE
                    OPEN OUTPUT DIV-OUTPUT-FILE
                END-IF
                OPEN OUTPUT DIV-EXCEPTION-FILE
                OPEN OUTPUT GL-EXTRACT-DAY-FILE
                OPEN OUTPUT DIV-RECYCLE-FILE
                OPEN OUTPUT GL-UNCODED-FILE
                OPEN OUTPUT DIV-DUPLICATE-FILE
                OPEN OUTPUT GL-POSTED-DAY-FILE
                OPEN OUTPUT OUTLIER-HOLD-DAY-FILE
                OPEN OUTPUT GL-PERIOD-REPORT-FILE
            END-IF.

      ******************************************************************
      * Two passes, as rptarch's purge does: the results of the date's
      * finished cycles are copied to DIVOWORK, leaving out any stamped
      * with this date and cycle, and DIVOWORK is copied back over
      * DIVOUT.
      ******************************************************************
       1255-DROP-UNFINISHED-CYCLE.
            OPEN INPUT DIV-OUTPUT-FILE.
            IF DIV-OUTPUT-STATUS = "00"
                OPEN OUTPUT DIV-OUTPUT-WORK-FILE
                PERFORM 1270-READ-PRIOR-RESULT
                PERFORM 1256-KEEP-FINISHED-RESULT
                    UNTIL DIV-OUTPUT-STATUS NOT = "00"
                CLOSE DIV-OUTPUT-FILE
                CLOSE DIV-OUTPUT-WORK-FILE
                OPEN INPUT DIV-OUTPUT-WORK-FILE
                OPEN OUTPUT DIV-OUTPUT-FILE
                PERFORM 1257-READ-WORK-RESULT
                PERFORM 1258-COPY-BACK-RESULT
                    UNTIL DIV-OUTPUT-WORK-STATUS NOT = "00"
                CLOSE DIV-OUTPUT-WORK-FILE
                CLOSE DIV-OUTPUT-FILE
            END-IF.

       1256-KEEP-FINISHED-RESULT.
            IF DO-CYCLE-NUMBER IS NUMERIC
                AND DO-RUN-DATE = REPORT-RUN-DATE
                AND DO-CYCLE-NUMBER = CYCLE-NUMBER
                CONTINUE
            ELSE
                MOVE DIV-OUTPUT-RECORD TO DIV-OUTPUT-WORK-LINE
                WRITE DIV-OUTPUT-WORK-LINE
            END-IF.
            PERFORM 1270-READ-PRIOR-RESULT.

       1257-READ-WORK-RESULT.
            READ DIV-OUTPUT-WORK-FILE.

       1258-COPY-BACK-RESULT.
            MOVE DIV-OUTPUT-WORK-LINE TO DIV-OUTPUT-RECORD.
            WRITE DIV-OUTPUT-RECORD.
            PERFORM 1257-READ-WORK-RESULT.

      ******************************************************************
      * The ids the interrupted run already wrote to DIVOUT are the
      * in-feed ids it had seen; they are read back into the seen
      * table before DIVOUT is extended, so a repeat arriving after
      * the checkpoint is still caught.  DIVOUT does not carry the
      * source, so those entries report a blank first source.  Results
      * of the date's earlier cycles are already on CALCMSTR and are
      * caught there, so only this cycle's own are read back.
      ******************************************************************
       1260-RELOAD-SEEN-REQUESTS.
            OPEN INPUT DIV-OUTPUT-FILE.
            IF DIV-OUTPUT-STATUS = "00"
                PERFORM 1270-READ-PRIOR-RESULT
                PERFORM 1280-KEEP-PRIOR-RESULT
                    UNTIL DIV-OUTPUT-STATUS NOT = "00"
                CLOSE DIV-OUTPUT-FILE
            END-IF.

       1270-READ-PRIOR-RESULT.
            READ DIV-OUTPUT-FILE.

       1280-KEEP-PRIOR-RESULT.
            IF DO-CYCLE-NUMBER IS NUMERIC
                AND DO-CYCLE-NUMBER NOT = CYCLE-NUMBER
                CONTINUE
            ELSE
                PERFORM 1285-REMEMBER-PRIOR-RESULT
            END-IF.
            PERFORM 1270-READ-PRIOR-RESULT.

       1285-REMEMBER-PRIOR-RESULT.
            IF SEEN-COUNT < SEEN-LIMIT
                ADD 1 TO SEEN-COUNT
                MOVE DO-REQUEST-ID TO SEEN-REQUEST-ID (SEEN-COUNT)
                MOVE SPACES TO SEEN-SOURCE-ID (SEEN-COUNT)
            END-IF.

      ******************************************************************
      * Details the interrupted run held on OUTHDAY were remembered as
      * seen too, so they are read back the same way - with their
      * source, which the hold record does carry.
      ******************************************************************
       1290-RELOAD-HELD-REQUESTS.
            OPEN INPUT OUTLIER-HOLD-DAY-FILE.
            IF OUTLIER-DAY-STATUS = "00"
                PERFORM 1292-READ-PRIOR-HOLD
                PERFORM 1294-KEEP-PRIOR-HOLD
                    UNTIL OUTLIER-DAY-STATUS NOT = "00"
                CLOSE OUTLIER-HOLD-DAY-FILE
            END-IF.

       1292-READ-PRIOR-HOLD.
            READ OUTLIER-HOLD-DAY-FILE.

       1294-KEEP-PRIOR-HOLD.
            IF SEEN-COUNT < SEEN-LIMIT
                ADD 1 TO SEEN-COUNT
                MOVE OH-REQUEST-ID TO SEEN-REQUEST-ID (SEEN-COUNT)
                MOVE OH-SOURCE-ID TO SEEN-SOURCE-ID (SEEN-COUNT)
            END-IF.
            PERFORM 1292-READ-PRIOR-HOLD.

      ******************************************************************
      * This program is CALLed (not STOP RUN) from menu.cbl, and a
      * called subprogram's WORKING-STORAGE VALUE clauses only take
            MOVE SPACES TO DIV-OUTPUT-STATUS.
            MOVE SPACES TO DIV-EXCEPTION-STATUS.
            MOVE SPACES TO GL-EXTRACT-STATUS.
            MOVE SPACES TO GL-EXTRACT-DAY-STATUS.
            MOVE "Y" TO CONTROLS-OK-SWITCH.
            MOVE ZERO TO DETAIL-READ-COUNT.
            MOVE ZERO TO NUMERATOR-HASH-TOTAL.
            MOVE ZERO TO HASH-WORK-NUMERATOR.
            MOVE ZERO TO FEED-DATE-WORK.
            MOVE SPACES TO FEED-SOURCE-ID.
            MOVE SPACES TO FEED-ENTITY-CODE.
            MOVE SPACES TO DIV-RECYCLE-STATUS.
            MOVE SPACES TO DIV-SOURCE-HIST-STATUS.
            MOVE ZERO TO CURRENT-SOURCE.
            MOVE ZERO TO ACCT-RULE-INDEX.
            MOVE SPACE TO MATCH-OPERATION.
            MOVE SPACES TO MATCHED-ACCOUNT.
            MOVE SPACES TO MATCH-ENTITY-CODE.
            MOVE "N" TO ACCOUNT-FOUND-SWITCH.
            MOVE SPACES TO GL-SUMMARY-STATUS.
            MOVE SPACES TO GL-TRAILER-HIST-STATUS.
            MOVE ZERO TO GLSUM-COUNT.
            MOVE ZERO TO GLSUM-INDEX.
            MOVE ZERO TO GLSUM-SCAN.
            MOVE SPACES TO CM-FILE-STATUS.
            MOVE "N" TO MASTER-OPEN-SWITCH.
            MOVE SPACES TO DIV-DUPLICATE-STATUS.
            MOVE ZERO TO DUPLICATE-COUNT.
            MOVE 5 TO DUPLICATE-LIMIT.
            MOVE ZERO TO DUPLICATE-SOURCE-COUNT.
            MOVE SPACES TO DUPLICATE-ORIGIN.
            MOVE ZERO TO FIRST-POSTED-DATE.
            MOVE SPACES TO FIRST-SOURCE-ID.
            MOVE ZERO TO SEEN-COUNT.
            MOVE ZERO TO SEEN-INDEX.
            MOVE ZERO TO SEEN-SCAN.
            MOVE "N" TO SEEN-FULL-SWITCH.
            MOVE SPACES TO GL-POSTED-DAY-STATUS.
            MOVE SPACES TO GL-POSTED-HIST-STATUS.
            MOVE SPACES TO SM-FILE-STATUS.
            MOVE ZERO TO REGISTRY-COUNT.
            MOVE ZERO TO REGISTRY-INDEX.
            MOVE ZERO TO REGISTRY-SCAN.
            MOVE ZERO TO REGISTRY-REJECT-COUNT.
            MOVE "N" TO SET-REGISTRY-SWITCH.
            MOVE SPACES TO SET-REJECT-TEXT.
            MOVE SPACES TO SET-ALLOWED-OPERATIONS.
            MOVE ZERO TO SET-MAX-NUMERATOR.
            MOVE ZERO TO ABSOLUTE-NUMERATOR.
            MOVE SPACES TO OUTLIER-DAY-STATUS.
            MOVE SPACES TO OUTLIER-HOLD-STATUS.
            MOVE 10 TO OUTLIER-FACTOR.
            MOVE 30 TO OUTLIER-MIN-COUNT.
            MOVE ZERO TO OUTLIER-HELD-COUNT.
            MOVE "N" TO OUTLIER-SWITCH.
            MOVE "N" TO SET-RANGE-SWITCH.
            MOVE ZERO TO SET-NORMAL-AVERAGE.
            MOVE ZERO TO SET-OUTLIER-LOW.
            MOVE ZERO TO SET-OUTLIER-HIGH.
            MOVE ZERO TO PROFILE-COUNT.
            MOVE ZERO TO PROFILE-INDEX.
            MOVE ZERO TO PROFILE-SCAN.
            MOVE SPACES TO PROFILE-SOURCE-ID.
            MOVE SPACES TO GL-PERIOD-RPT-STATUS.
            MOVE ZERO TO GL-PERIOD-DATE.
            MOVE ZERO TO PERIOD-ROUTED-COUNT.
            MOVE ZERO TO PERIOD-HELD-COUNT.
            MOVE ZERO TO ENTITY-COUNT.
            MOVE ZERO TO ENTITY-INDEX.
            MOVE ZERO TO ENTITY-SCAN.
            MOVE ZERO TO ENTITY-BATCH-SIGNED.
            MOVE ZERO TO GL-DAY-COUNT-CHECK.
            MOVE ZERO TO CYCLE-NUMBER.
            MOVE ZERO TO HISTORY-CYCLE.
            MOVE ZERO TO TODAY-LAST-CYCLE.
            MOVE ZERO TO RESTART-CYCLE-DATE.
            MOVE ZERO TO RESTART-CYCLE-NUMBER.
            MOVE SPACES TO GL-PENDING-STATUS.
            MOVE SPACES TO DIV-OUTPUT-WORK-STATUS.
            MOVE "N" TO PENDING-SWITCH.
            MOVE ZEROS TO PRIOR-CYCLE-TABLE.

       1050-LOAD-PARAMETERS.
            OPEN INPUT DIV-PARAMETER-FILE.
                        MOVE PM-ROUND-MODE TO ROUND-MODE-SWITCH
                        MOVE PM-TOLERANCE-PERCENT
                            TO RECONCILE-TOLERANCE-PERCENT
                        IF PM-DUPLICATE-LIMIT IS NUMERIC
                            AND PM-DUPLICATE-LIMIT > ZERO
                            MOVE PM-DUPLICATE-LIMIT TO DUPLICATE-LIMIT
                        END-IF
                        IF PM-OUTLIER-FACTOR IS NUMERIC
                            MOVE PM-OUTLIER-FACTOR TO OUTLIER-FACTOR
                        END-IF
                        IF PM-OUTLIER-MIN-COUNT IS NUMERIC
                            MOVE PM-OUTLIER-MIN-COUNT
                                TO OUTLIER-MIN-COUNT
                        END-IF
                END-READ
                CLOSE DIV-PARAMETER-FILE
            END-IF.
                    TO AR-DEBIT-CREDIT (ACCT-RULE-COUNT)
                MOVE GA-ACCOUNT-NUMBER
                    TO AR-ACCOUNT-NUMBER (ACCT-RULE-COUNT)
                MOVE GA-ENTITY-CODE
                    TO AR-ENTITY-CODE (ACCT-RULE-COUNT)
            ELSE
                DISPLAY "TABLA DE REGLAS GLACCT LLENA - REGLA OMITIDA"
            END-IF.
            PERFORM 1070-READ-ACCOUNT-RULE.

      ******************************************************************
      * The registry loads whole, the same way the GLACCT rules do -
      * a missing SRCMSTR leaves the table empty, so every set is
      * rejected as unregistered rather than any feed being accepted
      * unscreened.
      ******************************************************************
       1065-LOAD-SOURCE-REGISTRY.
            OPEN INPUT SOURCE-MASTER-FILE.
            IF SM-FILE-STATUS = "00"
                MOVE "N" TO EOF-SWITCH
                PERFORM 1075-READ-SOURCE-MASTER
                PERFORM 1085-STORE-SOURCE-MASTER UNTIL END-OF-FILE
                CLOSE SOURCE-MASTER-FILE
                MOVE "N" TO EOF-SWITCH
            END-IF.
            IF REGISTRY-COUNT = ZERO
                DISPLAY "ADVERTENCIA: SIN REGISTRO DE FUENTES SRCMSTR"
                    " - TODO LOTE SERA RECHAZADO"
                SET OQ-SEV-ERROR TO TRUE
                MOVE "SIN REGISTRO SRCMSTR - TODO LOTE RECHAZADO"
                    TO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
            END-IF.

       1075-READ-SOURCE-MASTER.
            READ SOURCE-MASTER-FILE
                AT END SET END-OF-FILE TO TRUE
            END-READ.

       1085-STORE-SOURCE-MASTER.
            IF REGISTRY-COUNT < REGISTRY-LIMIT
                ADD 1 TO REGISTRY-COUNT
                MOVE SM-SOURCE-ID TO REG-SOURCE-ID (REGISTRY-COUNT)
                MOVE SM-STATUS TO REG-STATUS (REGISTRY-COUNT)
                MOVE SM-ALLOWED-OPERATIONS
                    TO REG-ALLOWED-OPERATIONS (REGISTRY-COUNT)
                IF SM-MAX-NUMERATOR IS NUMERIC
                    MOVE SM-MAX-NUMERATOR
                        TO REG-MAX-NUMERATOR (REGISTRY-COUNT)
                ELSE
                    MOVE ZERO TO REG-MAX-NUMERATOR (REGISTRY-COUNT)
                END-IF
                MOVE SM-ENTITY-CODE TO REG-ENTITY-CODE (REGISTRY-COUNT)
            ELSE
                DISPLAY "TABLA DE REGISTRO DE FUENTES LLENA - "
                    "FUENTE OMITIDA"
            END-IF.
            PERFORM 1075-READ-SOURCE-MASTER.

      ******************************************************************
      * CALCMSTR is only read here, to find request-ids posted on an
      * earlier night.  No master yet (a new installation) simply
      * means nothing has been posted before, so only the in-feed
      * repeats can be caught.
      ******************************************************************
       1090-OPEN-CALC-MASTER.
            OPEN INPUT CALC-MASTER-FILE.
            IF CM-FILE-STATUS = "00"
                SET MASTER-IS-OPEN TO TRUE
            ELSE
                DISPLAY "ADVERTENCIA: CALCMSTR NO DISPONIBLE ("
                    CM-FILE-STATUS ") - SOLO SE CONTROLAN "
                    "REPETIDOS DEL LOTE"
            END-IF.

       1200-WRITE-REPORT-HEADER.
            MOVE "REPORTE DE EXCEPCIONES DE DIVISION" TO RH-TITLE.
            MOVE REPORT-RUN-DATE TO RH-RUN-DATE.
            MOVE REPORT-PAGE-NUMBER TO RH-PAGE-NUMBER.
            MOVE "CICLO " TO RH-CYCLE-LABEL.
            MOVE CYCLE-NUMBER TO RH-CYCLE-NUMBER.
            MOVE RPT-HEADER-LINE TO DIV-EXCEPTION-LINE.
            WRITE DIV-EXCEPTION-LINE.
            MOVE "CUENTAS GL SIN ASIGNAR" TO RH-TITLE.
            MOVE RPT-HEADER-LINE TO GL-UNCODED-LINE.
            WRITE GL-UNCODED-LINE.
            MOVE "SOLICITUDES DUPLICADAS" TO RH-TITLE.
            MOVE RPT-HEADER-LINE TO DIV-DUPLICATE-LINE.
            WRITE DIV-DUPLICATE-LINE.
            MOVE "PERIODOS GL CERRADOS - REASIGNACION" TO RH-TITLE.
            MOVE RPT-HEADER-LINE TO GL-PERIOD-REPORT-LINE.
            WRITE GL-PERIOD-REPORT-LINE.

      ******************************************************************
      * The whole run posts under one date, so the period is resolved
      * once here: the run date itself while its month is open, the
      * first of the next open month once finance has closed it, and
      * no date at all when glperd finds nothing open to route to -
      * then every coded detail is held on GLPERRPT instead of going
      * to GL (the trailer history still needs a date, and keeps the
      * run date).  A restart resolves it again rather than trusting
      * the interrupted run's answer, since GLPERIOD may have moved.
      ******************************************************************
       1095-RESOLVE-GL-PERIOD.
            MOVE REPORT-RUN-DATE TO GQ-POSTING-DATE.
            CALL "glperd" USING GL-PERIOD-REQUEST.
            IF GQ-REPLY-NO-OPEN-PERIOD
                MOVE REPORT-RUN-DATE TO GL-PERIOD-DATE
            ELSE
                MOVE GQ-ROUTED-DATE TO GL-PERIOD-DATE
            END-IF.
            MOVE SPACES TO GL-PERIOD-REPORT-LINE.
            EVALUATE TRUE
                WHEN GQ-REPLY-ROUTED
                    STRING "MES " REPORT-RUN-DATE (1:6)
                        " CERRADO POR " GQ-CHANGED-BY
                        " - ASIENTOS A " GL-PERIOD-DATE
                        DELIMITED BY SIZE INTO GL-PERIOD-REPORT-LINE
                    WRITE GL-PERIOD-REPORT-LINE
                WHEN GQ-REPLY-NO-OPEN-PERIOD
                    STRING "MES " REPORT-RUN-DATE (1:6)
                        " CERRADO - SIN PERIODO ABIERTO, "
                        "DETALLES RETENIDOS"
                        DELIMITED BY SIZE INTO GL-PERIOD-REPORT-LINE
                    WRITE GL-PERIOD-REPORT-LINE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       1100-LOAD-RESTART-CONTROL.
            MOVE LOW-VALUES TO LAST-CHECKPOINT-ID.
            MOVE DR-DETAIL-READ-COUNT TO DETAIL-READ-COUNT.
            MOVE DR-NUMERATOR-HASH TO NUMERATOR-HASH-TOTAL.
            MOVE DR-GL-UNCODED-COUNT TO GL-UNCODED-COUNT.
            MOVE DR-DUPLICATE-COUNT TO DUPLICATE-COUNT.
            MOVE DR-HELD-COUNT TO OUTLIER-HELD-COUNT.
            MOVE DR-PERIOD-ROUTED-COUNT TO PERIOD-ROUTED-COUNT.
            MOVE DR-PERIOD-HELD-COUNT TO PERIOD-HELD-COUNT.
            IF DR-CYCLE-DATE IS NUMERIC
                AND DR-CYCLE-NUMBER IS NUMERIC
                MOVE DR-CYCLE-DATE TO RESTART-CYCLE-DATE
                MOVE DR-CYCLE-NUMBER TO RESTART-CYCLE-NUMBER
            END-IF.
            MOVE DR-CURRENT-SOURCE TO CURRENT-SOURCE.
            MOVE DR-SOURCE-COUNT TO SOURCE-COUNT.
            IF CURRENT-SOURCE > ZERO
                MOVE DR-SRC-SOURCE-ID (CURRENT-SOURCE)
                    TO FEED-SOURCE-ID
                MOVE DR-SRC-ENTITY-CODE (CURRENT-SOURCE)
                    TO FEED-ENTITY-CODE
            END-IF.
            MOVE ZERO TO SOURCE-INDEX.
            PERFORM 1120-RESEED-SOURCE-ENTRY

       1130-RESEED-GLSUM-ENTRY.
            ADD 1 TO GLSUM-INDEX.
            MOVE DR-GLS-ENTITY-CODE (GLSUM-INDEX)
                TO GLS-ENTITY-CODE (GLSUM-INDEX).
            MOVE DR-GLS-ACCOUNT (GLSUM-INDEX)
                TO GLS-ACCOUNT (GLSUM-INDEX).
            MOVE DR-GLS-SIDE (GLSUM-INDEX)
                TO SRC-REJECT-COUNT (SOURCE-INDEX).
            MOVE DR-SRC-RESULT-TOTAL (SOURCE-INDEX)
                TO SRC-RESULT-TOTAL (SOURCE-INDEX).
            MOVE DR-SRC-DUPLICATE-COUNT (SOURCE-INDEX)
                TO SRC-DUPLICATE-COUNT (SOURCE-INDEX).
            MOVE DR-SRC-HELD-COUNT (SOURCE-INDEX)
                TO SRC-HELD-COUNT (SOURCE-INDEX).
            MOVE DR-SRC-NUMERATOR-COUNT (SOURCE-INDEX)
                TO SRC-NUMERATOR-COUNT (SOURCE-INDEX).
            MOVE DR-SRC-NUMERATOR-TOTAL (SOURCE-INDEX)
                TO SRC-NUMERATOR-TOTAL (SOURCE-INDEX).
            MOVE DR-SRC-ENTITY-CODE (SOURCE-INDEX)
                TO SRC-ENTITY-CODE (SOURCE-INDEX).

      ******************************************************************
      * A fresh run takes the cycle after the last one DIVHIST records
      * for the business date - 1 when the date has not run yet.  A
      * restart finishes the cycle its checkpoint was written under.
      * The variance check then compares with the latest earlier run
      * of that same cycle.
      ******************************************************************
       1140-RESOLVE-RUN-CYCLE.
            IF RESTART-IN-PROGRESS AND RESTART-CYCLE-NUMBER > ZERO
                MOVE RESTART-CYCLE-NUMBER TO CYCLE-NUMBER
            ELSE
                COMPUTE CYCLE-NUMBER = TODAY-LAST-CYCLE + 1
            END-IF.
            DISPLAY "FECHA DE PROCESO " REPORT-RUN-DATE
                " CICLO " CYCLE-NUMBER.
            IF CYCLE-NUMBER > ZERO AND CYCLE-NUMBER NOT > 20
                IF PC-RUN-DATE (CYCLE-NUMBER) > ZERO
                    MOVE PC-RUN-DATE (CYCLE-NUMBER) TO PRIOR-RUN-DATE
                    MOVE PC-RECORD-COUNT (CYCLE-NUMBER)
                        TO PRIOR-RECORD-COUNT
                    MOVE PC-QUOTIENT-TOTAL (CYCLE-NUMBER)
                        TO PRIOR-QUOTIENT-TOTAL
                    MOVE PC-RESIDUO-TOTAL (CYCLE-NUMBER)
                        TO PRIOR-RESIDUO-TOTAL
                    SET PRIOR-RUN-FOUND TO TRUE
                END-IF
            END-IF.

       1150-LOAD-PRIOR-RUN-TOTALS.
            OPEN INPUT DIV-HISTORY-FILE.
            READ DIV-HISTORY-FILE.

       1170-KEEP-HISTORY-RECORD.
            IF HR-CYCLE-NUMBER IS NUMERIC
                AND HR-CYCLE-NUMBER > ZERO
                MOVE HR-CYCLE-NUMBER TO HISTORY-CYCLE
            ELSE
                MOVE 1 TO HISTORY-CYCLE
            END-IF.
            IF HR-RUN-DATE = REPORT-RUN-DATE
                IF HISTORY-CYCLE > TODAY-LAST-CYCLE
                    MOVE HISTORY-CYCLE TO TODAY-LAST-CYCLE
                END-IF
            ELSE
                IF HR-RUN-DATE < REPORT-RUN-DATE
                    AND HISTORY-CYCLE NOT > 20
                    MOVE HR-RUN-DATE TO PC-RUN-DATE (HISTORY-CYCLE)
                    MOVE HR-RECORD-COUNT
                        TO PC-RECORD-COUNT (HISTORY-CYCLE)
                    MOVE HR-QUOTIENT-TOTAL
                        TO PC-QUOTIENT-TOTAL (HISTORY-CYCLE)
                    MOVE HR-RESIDUO-TOTAL
                        TO PC-RESIDUO-TOTAL (HISTORY-CYCLE)
                END-IF
            END-IF.
            PERFORM 1160-READ-HISTORY-RECORD.

      ******************************************************************
      * Every DIVHSRC record on file folds into its source's profile.
      * Records written before the numerator totals existed carry
      * spaces there and add nothing, so a source's range is only
      * learned from runs that recorded it.  A missing file (a new
      * installation) leaves every source unprofiled, which holds
      * nothing until history builds up.
      ******************************************************************
       1180-LOAD-SOURCE-PROFILES.
            OPEN INPUT DIV-SOURCE-HISTORY-FILE.
            IF DIV-SOURCE-HIST-STATUS = "00"
                PERFORM 1185-READ-SOURCE-HISTORY
                PERFORM 1187-FOLD-SOURCE-PROFILE
                    UNTIL DIV-SOURCE-HIST-STATUS NOT = "00"
                CLOSE DIV-SOURCE-HISTORY-FILE
            END-IF.

       1185-READ-SOURCE-HISTORY.
            READ DIV-SOURCE-HISTORY-FILE.

       1187-FOLD-SOURCE-PROFILE.
            IF HS-NUMERATOR-COUNT IS NUMERIC
                AND HS-NUMERATOR-TOTAL IS NUMERIC
                MOVE HS-SOURCE-ID TO PROFILE-SOURCE-ID
                PERFORM 2027-FIND-SOURCE-PROFILE
                IF PROFILE-INDEX = ZERO
                    IF PROFILE-COUNT < PROFILE-LIMIT
                        ADD 1 TO PROFILE-COUNT
                        MOVE PROFILE-COUNT TO PROFILE-INDEX
                        MOVE HS-SOURCE-ID
                            TO PRF-SOURCE-ID (PROFILE-INDEX)
                        MOVE ZERO
                            TO PRF-NUMERATOR-COUNT (PROFILE-INDEX)
                        MOVE ZERO
                            TO PRF-NUMERATOR-TOTAL (PROFILE-INDEX)
                    ELSE
                        DISPLAY "TABLA DE PERFILES DE FUENTE LLENA - "
                            "FUENTE " HS-SOURCE-ID " SIN PERFIL"
                    END-IF
                END-IF
                IF PROFILE-INDEX > ZERO
                    ADD HS-NUMERATOR-COUNT
                        TO PRF-NUMERATOR-COUNT (PROFILE-INDEX)
                    ADD HS-NUMERATOR-TOTAL
                        TO PRF-NUMERATOR-TOTAL (PROFILE-INDEX)
                END-IF
            END-IF.
            PERFORM 1185-READ-SOURCE-HISTORY.

      ******************************************************************
      * The batch header and trailer are captured whether or not a
      * restart skip is in progress - the controls describe the whole
            END-IF.
            MOVE DI-FEED-DATE TO FEED-DATE-WORK.
            MOVE DI-SOURCE-ID TO FEED-SOURCE-ID.
            PERFORM 2022-CHECK-SOURCE-REGISTRY.
            PERFORM 2021-SET-FEED-ENTITY.
            PERFORM 2024-SET-OUTLIER-RANGE.
            PERFORM 2025-FIND-SOURCE-ENTRY.
            EVALUATE TRUE
                WHEN SOURCE-INDEX > ZERO AND RESTART-IN-PROGRESS
                    MOVE ZERO TO SRC-RESULT-COUNT (CURRENT-SOURCE)
                    MOVE ZERO TO SRC-REJECT-COUNT (CURRENT-SOURCE)
                    MOVE ZERO TO SRC-RESULT-TOTAL (CURRENT-SOURCE)
                    MOVE ZERO TO SRC-DUPLICATE-COUNT (CURRENT-SOURCE)
                    MOVE ZERO TO SRC-HELD-COUNT (CURRENT-SOURCE)
                    MOVE ZERO TO SRC-NUMERATOR-COUNT (CURRENT-SOURCE)
                    MOVE ZERO TO SRC-NUMERATOR-TOTAL (CURRENT-SOURCE)
                    MOVE FEED-ENTITY-CODE
                        TO SRC-ENTITY-CODE (CURRENT-SOURCE)
            END-EVALUATE.

      ******************************************************************
      * The set belongs to the entity its header names; a header with
      * none takes the entity SRCMSTR registers for the source, and a
      * blank there too leaves the set with the home company.
      ******************************************************************
       2021-SET-FEED-ENTITY.
            MOVE DI-ENTITY-CODE TO FEED-ENTITY-CODE.
            IF FEED-ENTITY-CODE = SPACES AND REGISTRY-INDEX > ZERO
                MOVE REG-ENTITY-CODE (REGISTRY-INDEX)
                    TO FEED-ENTITY-CODE
            END-IF.

      ******************************************************************
      * A set from a source missing from SRCMSTR, or inactive there,
      * is rejected whole: the state set here makes every detail up
      * to its trailer reject as FUEN, while the set's count and hash
      * are still footed so the transmission itself is verified.  The
      * OPSLOG entry is made once per set, and not again when a
      * restart replays the header.
      ******************************************************************
       2022-CHECK-SOURCE-REGISTRY.
            MOVE SPACES TO SET-REJECT-TEXT.
            MOVE SPACES TO SET-ALLOWED-OPERATIONS.
            MOVE ZERO TO SET-MAX-NUMERATOR.
            MOVE ZERO TO REGISTRY-INDEX.
            MOVE ZERO TO REGISTRY-SCAN.
            PERFORM 2023-MATCH-REGISTRY-ENTRY
                UNTIL REGISTRY-INDEX > ZERO
                    OR REGISTRY-SCAN >= REGISTRY-COUNT.
            EVALUATE TRUE
                WHEN REGISTRY-INDEX = ZERO
                    SET SET-SOURCE-REJECTED TO TRUE
                    MOVE "FUENTE NO REGISTRADA" TO SET-REJECT-TEXT
                WHEN REG-STATUS (REGISTRY-INDEX) NOT = "A"
                    SET SET-SOURCE-REJECTED TO TRUE
                    MOVE "FUENTE INACTIVA" TO SET-REJECT-TEXT
                WHEN OTHER
                    SET SET-SOURCE-REGISTERED TO TRUE
                    MOVE REG-ALLOWED-OPERATIONS (REGISTRY-INDEX)
                        TO SET-ALLOWED-OPERATIONS
                    MOVE REG-MAX-NUMERATOR (REGISTRY-INDEX)
                        TO SET-MAX-NUMERATOR
            END-EVALUATE.
            IF SET-SOURCE-REJECTED AND NOT RESTART-IN-PROGRESS
                DISPLAY "ERROR: LOTE DE " DI-SOURCE-ID " RECHAZADO - "
                    SET-REJECT-TEXT
                SET OQ-SEV-ERROR TO TRUE
                MOVE SPACES TO OQ-MESSAGE-TEXT
                STRING "LOTE DE " DI-SOURCE-ID " RECHAZADO - "
                    SET-REJECT-TEXT
                    DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
            END-IF.

       2023-MATCH-REGISTRY-ENTRY.
            ADD 1 TO REGISTRY-SCAN.
            IF REG-SOURCE-ID (REGISTRY-SCAN) = DI-SOURCE-ID
                MOVE REGISTRY-SCAN TO REGISTRY-INDEX
            END-IF.

      ******************************************************************
      * The set's normal range: the source's historical average
      * absolute numerator, divided and multiplied by OUTLIER-FACTOR.
      * A source with fewer than OUTLIER-MIN-COUNT results on file,
      * or a zero factor, leaves the range unknown and nothing in the
      * set is held - a range learned from a handful of requests
      * would hold half the feed.
      ******************************************************************
       2024-SET-OUTLIER-RANGE.
            MOVE "N" TO SET-RANGE-SWITCH.
            MOVE ZERO TO SET-NORMAL-AVERAGE.
            MOVE ZERO TO SET-OUTLIER-LOW.
            MOVE ZERO TO SET-OUTLIER-HIGH.
            IF OUTLIER-FACTOR > ZERO
                MOVE DI-SOURCE-ID TO PROFILE-SOURCE-ID
                PERFORM 2027-FIND-SOURCE-PROFILE
                IF PROFILE-INDEX > ZERO
                    IF PRF-NUMERATOR-COUNT (PROFILE-INDEX) > ZERO
                        AND PRF-NUMERATOR-COUNT (PROFILE-INDEX)
                            NOT < OUTLIER-MIN-COUNT
                        COMPUTE SET-NORMAL-AVERAGE ROUNDED =
                            PRF-NUMERATOR-TOTAL (PROFILE-INDEX)
                            / PRF-NUMERATOR-COUNT (PROFILE-INDEX)
                        COMPUTE SET-OUTLIER-HIGH =
                            SET-NORMAL-AVERAGE * OUTLIER-FACTOR
                        COMPUTE SET-OUTLIER-LOW =
                            SET-NORMAL-AVERAGE / OUTLIER-FACTOR
                        SET SET-RANGE-KNOWN TO TRUE
                    END-IF
                END-IF
            END-IF.

      ******************************************************************
      * Leaves PROFILE-INDEX on the profile for PROFILE-SOURCE-ID, or
      * zero when the source has no history yet.
      ******************************************************************
       2027-FIND-SOURCE-PROFILE.
            MOVE ZERO TO PROFILE-INDEX.
            MOVE ZERO TO PROFILE-SCAN.
            PERFORM 2028-MATCH-SOURCE-PROFILE
                UNTIL PROFILE-INDEX > ZERO
                    OR PROFILE-SCAN >= PROFILE-COUNT.

       2028-MATCH-SOURCE-PROFILE.
            ADD 1 TO PROFILE-SCAN.
            IF PRF-SOURCE-ID (PROFILE-SCAN) = PROFILE-SOURCE-ID
                MOVE PROFILE-SCAN TO PROFILE-INDEX
            END-IF.

      ******************************************************************
      * Leaves SOURCE-INDEX on the table entry matching DI-SOURCE-ID,
                END-IF
                MOVE ZERO TO CURRENT-SOURCE
                MOVE SPACES TO FEED-SOURCE-ID
                MOVE SPACES TO FEED-ENTITY-CODE
            END-IF.
            SET SET-SOURCE-NOT-CHECKED TO TRUE.
            MOVE "N" TO SET-RANGE-SWITCH.

       2040-PROCESS-DETAIL.
            IF RESTART-IN-PROGRESS
                PERFORM 2060-ACCUMULATE-HASH
                PERFORM 2100-VALIDATE-RECORD
                IF RECORD-IS-VALID
                    IF DETAIL-IS-OUTLIER
                        PERFORM 2600-HOLD-OUTLIER-DETAIL
                    ELSE
                        PERFORM 2200-CALCULATE-RECORD
                    END-IF
                ELSE
                    PERFORM 2300-REJECT-RECORD
                END-IF

       2100-VALIDATE-RECORD.
            SET RECORD-IS-VALID TO TRUE.
            MOVE "N" TO OUTLIER-SWITCH.
            MOVE SPACES TO DX-REASON-CODE.
            MOVE SPACES TO DX-REASON-TEXT.
            EVALUATE TRUE
                WHEN SET-SOURCE-REJECTED
                    SET RECORD-IS-INVALID TO TRUE
                    MOVE "FUEN" TO DX-REASON-CODE
                    MOVE SET-REJECT-TEXT TO DX-REASON-TEXT
                    ADD 1 TO REGISTRY-REJECT-COUNT
                WHEN DI-REQUEST-ID IS NOT NUMERIC
                    SET RECORD-IS-INVALID TO TRUE
                    MOVE "IDNN" TO DX-REASON-CODE
                    MOVE "ZERO" TO DX-REASON-CODE
                    MOVE "DENOMINADOR EN CERO" TO DX-REASON-TEXT
            END-EVALUATE.
            IF RECORD-IS-VALID AND SET-SOURCE-REGISTERED
                PERFORM 2120-CHECK-SOURCE-LIMITS
            END-IF.
            IF RECORD-IS-VALID
                PERFORM 2150-CHECK-DUPLICATE-REQUEST
            END-IF.
            IF RECORD-IS-VALID
                PERFORM 2130-CHECK-OUTLIER-RANGE
            END-IF.

      ******************************************************************
      * A valid detail whose absolute numerator falls outside its
      * set's normal range is flagged for the OUTHOLD suspense file
      * rather than rejected - the amount may be genuine, and only a
      * supervisor can say so.  A detail a supervisor already
      * released comes back marked and is not held a second time.
      ******************************************************************
       2130-CHECK-OUTLIER-RANGE.
            IF DI-NUMERATOR < ZERO
                COMPUTE ABSOLUTE-NUMERATOR = ZERO - DI-NUMERATOR
            ELSE
                MOVE DI-NUMERATOR TO ABSOLUTE-NUMERATOR
            END-IF.
            IF SET-RANGE-KNOWN AND NOT DI-HOLD-RELEASED
                IF ABSOLUTE-NUMERATOR > SET-OUTLIER-HIGH
                    OR ABSOLUTE-NUMERATOR < SET-OUTLIER-LOW
                    SET DETAIL-IS-OUTLIER TO TRUE
                END-IF
            END-IF.

      ******************************************************************
      * The registered source's own limits: the operation letter
      * (blank checked as D) must be among its allowed codes, and the
      * numerator's absolute value may not pass its ceiling (a zero
      * ceiling means none).  Each breach is logged to OPSLOG by
      * request-id so the sender can be chased the same morning.
      ******************************************************************
       2120-CHECK-SOURCE-LIMITS.
            IF DI-OPERATION = SPACE
                MOVE "D" TO MATCH-OPERATION
            ELSE
                MOVE DI-OPERATION TO MATCH-OPERATION
            END-IF.
            IF DI-NUMERATOR < ZERO
                COMPUTE ABSOLUTE-NUMERATOR = ZERO - DI-NUMERATOR
            ELSE
                MOVE DI-NUMERATOR TO ABSOLUTE-NUMERATOR
            END-IF.
            EVALUATE TRUE
                WHEN SET-ALLOWED-OPERATIONS (1:1) NOT = MATCH-OPERATION
                    AND SET-ALLOWED-OPERATIONS (2:1)
                        NOT = MATCH-OPERATION
                    AND SET-ALLOWED-OPERATIONS (3:1)
                        NOT = MATCH-OPERATION
                    AND SET-ALLOWED-OPERATIONS (4:1)
                        NOT = MATCH-OPERATION
                    SET RECORD-IS-INVALID TO TRUE
                    MOVE "FOPR" TO DX-REASON-CODE
                    MOVE "OPERACION NO PERMITIDA A FUENTE"
                        TO DX-REASON-TEXT
                WHEN SET-MAX-NUMERATOR > ZERO
                    AND ABSOLUTE-NUMERATOR > SET-MAX-NUMERATOR
                    SET RECORD-IS-INVALID TO TRUE
                    MOVE "FLIM" TO DX-REASON-CODE
                    MOVE "NUMERADOR SUPERA MAXIMO FUENTE"
                        TO DX-REASON-TEXT
            END-EVALUATE.
            IF RECORD-IS-INVALID
                ADD 1 TO REGISTRY-REJECT-COUNT
                SET OQ-SEV-ERROR TO TRUE
                MOVE SPACES TO OQ-MESSAGE-TEXT
                STRING "ID=" DI-REQUEST-ID " FUENTE=" FEED-SOURCE-ID
                    " " DX-REASON-CODE " " DX-REASON-TEXT
                    DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
            END-IF.

      ******************************************************************
      * A request-id already seen earlier in tonight's feed, or already
      * on CALCMSTR from an earlier night, is a resubmission: it
      * rejects as DUPL and goes on the duplicate-submission report
      * with the date the id was first posted (tonight's run date for
      * an in-feed repeat, CM-DATE-ADDED for one already on the
      * master).  Only records that pass every other edit are
      * screened, so a garbled record keeps its own reason code.
      ******************************************************************
       2150-CHECK-DUPLICATE-REQUEST.
            MOVE SPACES TO DUPLICATE-ORIGIN.
            PERFORM 2170-FIND-SEEN-REQUEST.
            IF SEEN-INDEX > ZERO
                MOVE "LOTE" TO DUPLICATE-ORIGIN
                MOVE REPORT-RUN-DATE TO FIRST-POSTED-DATE
                MOVE SEEN-SOURCE-ID (SEEN-INDEX) TO FIRST-SOURCE-ID
                MOVE "SOLICITUD REPETIDA EN EL LOTE" TO DX-REASON-TEXT
            ELSE
                IF MASTER-IS-OPEN
                    MOVE DI-REQUEST-ID TO CM-REQUEST-ID
                    READ CALC-MASTER-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE "MAESTRO" TO DUPLICATE-ORIGIN
                            MOVE CM-DATE-ADDED TO FIRST-POSTED-DATE
                            MOVE SPACES TO FIRST-SOURCE-ID
                            MOVE "SOLICITUD YA PROCESADA"
                                TO DX-REASON-TEXT
                    END-READ
                END-IF
            END-IF.
            IF DUPLICATE-ORIGIN NOT = SPACES
                SET RECORD-IS-INVALID TO TRUE
                MOVE "DUPL" TO DX-REASON-CODE
                PERFORM 2180-REPORT-DUPLICATE
            END-IF.

      ******************************************************************
      * Adds the current DI-REQUEST-ID, with the source it arrived
      * under, to the seen table.  A full table is reported once and
      * later ids are then only screened against CALCMSTR.
      ******************************************************************
       2160-REMEMBER-REQUEST-ID.
            IF SEEN-COUNT < SEEN-LIMIT
                ADD 1 TO SEEN-COUNT
                MOVE DI-REQUEST-ID TO SEEN-REQUEST-ID (SEEN-COUNT)
                MOVE FEED-SOURCE-ID TO SEEN-SOURCE-ID (SEEN-COUNT)
            ELSE
                IF NOT SEEN-TABLE-FULL
                    SET SEEN-TABLE-FULL TO TRUE
                    DISPLAY "TABLA DE SOLICITUDES VISTAS LLENA - "
                        "REPETIDOS DEL LOTE NO CONTROLADOS"
                END-IF
            END-IF.

      ******************************************************************
      * Leaves SEEN-INDEX on the entry matching DI-REQUEST-ID, or zero
      * when the id has not produced a result yet tonight.
      ******************************************************************
       2170-FIND-SEEN-REQUEST.
            MOVE ZERO TO SEEN-INDEX.
            MOVE ZERO TO SEEN-SCAN.
            PERFORM 2175-MATCH-SEEN-REQUEST
                UNTIL SEEN-INDEX > ZERO OR SEEN-SCAN >= SEEN-COUNT.

       2175-MATCH-SEEN-REQUEST.
            ADD 1 TO SEEN-SCAN.
            IF SEEN-REQUEST-ID (SEEN-SCAN) = DI-REQUEST-ID
                MOVE SEEN-SCAN TO SEEN-INDEX
            END-IF.

       2180-REPORT-DUPLICATE.
            ADD 1 TO DUPLICATE-COUNT.
            IF CURRENT-SOURCE > ZERO
                ADD 1 TO SRC-DUPLICATE-COUNT (CURRENT-SOURCE)
            END-IF.
            MOVE SPACES TO DIV-DUPLICATE-LINE.
            STRING "DUPLICADO ID=" DI-REQUEST-ID
                " FUENTE=" FEED-SOURCE-ID
                " EN=" DUPLICATE-ORIGIN
                " 1RA VEZ=" FIRST-POSTED-DATE
                " FUENTE ORIG=" FIRST-SOURCE-ID
                DELIMITED BY SIZE INTO DIV-DUPLICATE-LINE.
            WRITE DIV-DUPLICATE-LINE.

      ******************************************************************
      * The result is computed into a work field wide enough for the
            MOVE DECIMAL-QUOTIENT TO DO-QUOTIENT.
            MOVE RESIDUO TO DO-RESIDUO.
            MOVE DI-OPERATION TO DO-OPERATION.
            MOVE FEED-ENTITY-CODE TO DO-ENTITY-CODE.
            MOVE REPORT-RUN-DATE TO DO-RUN-DATE.
            MOVE CYCLE-NUMBER TO DO-CYCLE-NUMBER.
            WRITE DIV-OUTPUT-RECORD.
            PERFORM 2160-REMEMBER-REQUEST-ID.
            ADD INT-QUOTIENT TO CONTROL-TOTAL.
            IF CURRENT-SOURCE > ZERO
                ADD 1 TO SRC-RESULT-COUNT (CURRENT-SOURCE)
                ADD DECIMAL-QUOTIENT
                    TO SRC-RESULT-TOTAL (CURRENT-SOURCE)
                ADD 1 TO SRC-NUMERATOR-COUNT (CURRENT-SOURCE)
                ADD ABSOLUTE-NUMERATOR
                    TO SRC-NUMERATOR-TOTAL (CURRENT-SOURCE)
            END-IF.
            PERFORM 2400-WRITE-GL-DETAIL.
            PERFORM 2500-ACCUMULATE-STATISTICS.
      * stays the signed net so both sides can cross-foot it.  Every
      * detail carries the account the GLACCT rules assign; one no
      * rule covers is held off the extract onto GLUNCOD - the batch
      * totals only foot what actually went to GL.  The details go to
      * the DIVGLDAY work file until finalize sorts them into one
      * DIVGL batch per entity.
      ******************************************************************
       2400-WRITE-GL-DETAIL.
            MOVE DI-REQUEST-ID TO GL-REQUEST-ID.
            MOVE FEED-ENTITY-CODE TO GL-ENTITY-CODE.
            IF DECIMAL-QUOTIENT < ZERO
                COMPUTE GL-AMOUNT = ZERO - DECIMAL-QUOTIENT
                SET GL-SIDE-CREDIT TO TRUE
                MOVE DECIMAL-QUOTIENT TO GL-AMOUNT
                SET GL-SIDE-DEBIT TO TRUE
            END-IF.
            MOVE GL-PERIOD-DATE TO GL-POSTING-DATE.
            PERFORM 2420-ASSIGN-GL-ACCOUNT.
            IF ACCOUNT-FOUND
                MOVE MATCHED-ACCOUNT TO GL-ACCOUNT
                IF GQ-REPLY-NO-OPEN-PERIOD
                    PERFORM 2490-HOLD-CLOSED-PERIOD-DETAIL
                ELSE
                    MOVE GL-DETAIL-RECORD TO GL-EXTRACT-DAY-LINE
                    WRITE GL-EXTRACT-DAY-LINE
                    ADD 1 TO GL-BATCH-COUNT-WORK
                    ADD DECIMAL-QUOTIENT TO GL-BATCH-AMOUNT-WORK
                    PERFORM 2450-TALLY-GL-SUMMARY
                    PERFORM 2470-WRITE-POSTED-ITEM
                    IF GQ-REPLY-ROUTED
                        PERFORM 2480-REPORT-ROUTED-DETAIL
                    END-IF
                END-IF
            ELSE
                PERFORM 2440-REPORT-UNCODED-DETAIL
            END-IF.
      ******************************************************************
      * First rule matching this detail's source, normalized
      * operation letter, and debit/credit side wins; a blank
      * GA-SOURCE-ID in a rule matches every source.  The rules for
      * the set's own entity are scanned first; only when none of them
      * covers the detail do the entity-blank rules apply.
      ******************************************************************
       2420-ASSIGN-GL-ACCOUNT.
            MOVE "N" TO ACCOUNT-FOUND-SWITCH.
                WHEN OTHER
                    MOVE "D" TO MATCH-OPERATION
            END-EVALUATE.
            MOVE FEED-ENTITY-CODE TO MATCH-ENTITY-CODE.
            IF MATCH-ENTITY-CODE NOT = SPACES
                MOVE ZERO TO ACCT-RULE-INDEX
                PERFORM 2430-MATCH-ACCOUNT-RULE
                    UNTIL ACCOUNT-FOUND
                        OR ACCT-RULE-INDEX >= ACCT-RULE-COUNT
            END-IF.
            IF NOT ACCOUNT-FOUND
                MOVE SPACES TO MATCH-ENTITY-CODE
                MOVE ZERO TO ACCT-RULE-INDEX
                PERFORM 2430-MATCH-ACCOUNT-RULE
                    UNTIL ACCOUNT-FOUND
                        OR ACCT-RULE-INDEX >= ACCT-RULE-COUNT
            END-IF.

       2430-MATCH-ACCOUNT-RULE.
            ADD 1 TO ACCT-RULE-INDEX.
            IF (AR-SOURCE-ID (ACCT-RULE-INDEX) = FEED-SOURCE-ID
                    OR AR-SOURCE-ID (ACCT-RULE-INDEX) = SPACES)
                AND AR-ENTITY-CODE (ACCT-RULE-INDEX) = MATCH-ENTITY-CODE
                AND AR-OPERATION (ACCT-RULE-INDEX) = MATCH-OPERATION
                AND AR-DEBIT-CREDIT (ACCT-RULE-INDEX) =
                    GL-DEBIT-CREDIT OF GL-DETAIL-RECORD

      ******************************************************************
      * The month's tie-out needs the day broken down the way the GL
      * books it: by entity, account and side, as magnitudes - the
      * signed net already rides each entity's batch trailer.
      ******************************************************************
       2450-TALLY-GL-SUMMARY.
            MOVE ZERO TO GLSUM-INDEX.
                IF GLSUM-COUNT < GLSUM-LIMIT
                    ADD 1 TO GLSUM-COUNT
                    MOVE GLSUM-COUNT TO GLSUM-INDEX
                    MOVE FEED-ENTITY-CODE
                        TO GLS-ENTITY-CODE (GLSUM-INDEX)
                    MOVE MATCHED-ACCOUNT TO GLS-ACCOUNT (GLSUM-INDEX)
                    MOVE GL-DEBIT-CREDIT OF GL-DETAIL-RECORD
                        TO GLS-SIDE (GLSUM-INDEX)

       2460-MATCH-GLSUM-ENTRY.
            ADD 1 TO GLSUM-SCAN.
            IF GLS-ENTITY-CODE (GLSUM-SCAN) = FEED-ENTITY-CODE
                AND GLS-ACCOUNT (GLSUM-SCAN) = MATCHED-ACCOUNT
                AND GLS-SIDE (GLSUM-SCAN) =
                    GL-DEBIT-CREDIT OF GL-DETAIL-RECORD
                MOVE GLSUM-SCAN TO GLSUM-INDEX
            END-IF.

      ******************************************************************
      * The same detail as booked, with the source and operation the
      * extract record has no room for, so a later correction can be
      * reversed against the account and side GL actually holds.
      ******************************************************************
       2470-WRITE-POSTED-ITEM.
            MOVE GL-PERIOD-DATE TO PI-POSTING-DATE.
            MOVE DI-REQUEST-ID TO PI-REQUEST-ID.
            MOVE FEED-SOURCE-ID TO PI-SOURCE-ID.
            MOVE MATCH-OPERATION TO PI-OPERATION.
            MOVE GL-ACCOUNT TO PI-ACCOUNT.
            MOVE GL-DEBIT-CREDIT OF GL-DETAIL-RECORD
                TO PI-DEBIT-CREDIT.
            MOVE GL-AMOUNT TO PI-AMOUNT.
            SET PI-ENTRY-ORIGINAL TO TRUE.
            MOVE FEED-ENTITY-CODE TO PI-ENTITY-CODE.
            WRITE GL-POSTED-ITEM-RECORD.

      ******************************************************************
      * A detail posted into the next open month instead of the closed
      * one it was calculated in is listed, so the move is never made
      * silently; one held for want of any open month is listed as
      * suspense and goes nowhere near DIVGL or the GL histories.
      ******************************************************************
       2480-REPORT-ROUTED-DETAIL.
            ADD 1 TO PERIOD-ROUTED-COUNT.
            MOVE GL-AMOUNT TO EDIT-GL-AMOUNT.
            MOVE SPACES TO GL-PERIOD-REPORT-LINE.
            STRING "REASIGNADO ID=" DI-REQUEST-ID
                " FUENTE=" FEED-SOURCE-ID
                " " EDIT-GL-AMOUNT
                " " GL-DEBIT-CREDIT OF GL-DETAIL-RECORD
                " " REPORT-RUN-DATE " -> " GL-PERIOD-DATE
                " ENT=" FEED-ENTITY-CODE
                DELIMITED BY SIZE INTO GL-PERIOD-REPORT-LINE.
            WRITE GL-PERIOD-REPORT-LINE.

       2490-HOLD-CLOSED-PERIOD-DETAIL.
            ADD 1 TO PERIOD-HELD-COUNT.
            MOVE GL-AMOUNT TO EDIT-GL-AMOUNT.
            MOVE SPACES TO GL-PERIOD-REPORT-LINE.
            STRING "RETENIDO ID=" DI-REQUEST-ID
                " FTE=" FEED-SOURCE-ID
                " " EDIT-GL-AMOUNT
                " " GL-DEBIT-CREDIT OF GL-DETAIL-RECORD
                " CTA=" GL-ACCOUNT
                " FECHA " REPORT-RUN-DATE
                " ENT=" FEED-ENTITY-CODE
                DELIMITED BY SIZE INTO GL-PERIOD-REPORT-LINE.
            WRITE GL-PERIOD-REPORT-LINE.

       2440-REPORT-UNCODED-DETAIL.
            ADD 1 TO GL-UNCODED-COUNT.
            MOVE SPACES TO GL-UNCODED-LINE.
                " OPER=" MATCH-OPERATION
                " LADO=" GL-DEBIT-CREDIT OF GL-DETAIL-RECORD
                " IMPORTE=" GL-AMOUNT
                " ENT=" FEED-ENTITY-CODE
                DELIMITED BY SIZE INTO GL-UNCODED-LINE.
            WRITE GL-UNCODED-LINE.

      ******************************************************************
      * The held detail goes to tonight's OUTHDAY exactly as it
      * arrived, with the average it was judged against, and is
      * remembered like a result so a second copy later in the feed
      * still rejects as a repeat.  It reaches neither DIVOUT nor the
      * GL extract until a supervisor releases it.
      ******************************************************************
       2600-HOLD-OUTLIER-DETAIL.
            MOVE DI-REQUEST-ID TO OH-REQUEST-ID.
            MOVE FEED-SOURCE-ID TO OH-SOURCE-ID.
            MOVE DI-NUMERATOR-X TO OH-NUMERATOR-X.
            MOVE DI-DENOMINATOR-X TO OH-DENOMINATOR-X.
            MOVE DI-OPERATION TO OH-OPERATION.
            MOVE DI-RECYCLE-AGE TO OH-RECYCLE-AGE.
            MOVE REPORT-RUN-DATE TO OH-HOLD-DATE.
            MOVE SET-NORMAL-AVERAGE TO OH-NORMAL-AVERAGE.
            SET OH-STATUS-HELD TO TRUE.
            MOVE SPACES TO OH-DECISION-USER.
            MOVE ZERO TO OH-DECISION-DATE.
            WRITE OUTLIER-HOLD-RECORD.
            PERFORM 2160-REMEMBER-REQUEST-ID.
            ADD 1 TO OUTLIER-HELD-COUNT.
            IF CURRENT-SOURCE > ZERO
                ADD 1 TO SRC-HELD-COUNT (CURRENT-SOURCE)
            END-IF.

       2300-REJECT-RECORD.
            MOVE DI-REQUEST-ID TO DX-REQUEST-ID.
            MOVE DI-NUMERATOR-X TO DX-NUMERATOR.
            MOVE DETAIL-READ-COUNT TO DR-DETAIL-READ-COUNT.
            MOVE NUMERATOR-HASH-TOTAL TO DR-NUMERATOR-HASH.
            MOVE GL-UNCODED-COUNT TO DR-GL-UNCODED-COUNT.
            MOVE DUPLICATE-COUNT TO DR-DUPLICATE-COUNT.
            MOVE OUTLIER-HELD-COUNT TO DR-HELD-COUNT.
            MOVE PERIOD-ROUTED-COUNT TO DR-PERIOD-ROUTED-COUNT.
            MOVE PERIOD-HELD-COUNT TO DR-PERIOD-HELD-COUNT.
            MOVE REPORT-RUN-DATE TO DR-CYCLE-DATE.
            MOVE CYCLE-NUMBER TO DR-CYCLE-NUMBER.
            MOVE CURRENT-SOURCE TO DR-CURRENT-SOURCE.
            MOVE SOURCE-COUNT TO DR-SOURCE-COUNT.
            MOVE SPACES TO DR-SOURCE-TABLE.
                TO DR-SRC-REJECT-COUNT (SOURCE-INDEX).
            MOVE SRC-RESULT-TOTAL (SOURCE-INDEX)
                TO DR-SRC-RESULT-TOTAL (SOURCE-INDEX).
            MOVE SRC-DUPLICATE-COUNT (SOURCE-INDEX)
                TO DR-SRC-DUPLICATE-COUNT (SOURCE-INDEX).
            MOVE SRC-HELD-COUNT (SOURCE-INDEX)
                TO DR-SRC-HELD-COUNT (SOURCE-INDEX).
            MOVE SRC-NUMERATOR-COUNT (SOURCE-INDEX)
                TO DR-SRC-NUMERATOR-COUNT (SOURCE-INDEX).
            MOVE SRC-NUMERATOR-TOTAL (SOURCE-INDEX)
                TO DR-SRC-NUMERATOR-TOTAL (SOURCE-INDEX).
            MOVE SRC-ENTITY-CODE (SOURCE-INDEX)
                TO DR-SRC-ENTITY-CODE (SOURCE-INDEX).

       7020-SAVE-GLSUM-ENTRY.
            ADD 1 TO GLSUM-INDEX.
            MOVE GLS-ENTITY-CODE (GLSUM-INDEX)
                TO DR-GLS-ENTITY-CODE (GLSUM-INDEX).
            MOVE GLS-ACCOUNT (GLSUM-INDEX)
                TO DR-GLS-ACCOUNT (GLSUM-INDEX).
            MOVE GLS-SIDE (GLSUM-INDEX)
      * not lost), but no GL batch trailer and no DIVHIST record are
      * written and the run hands back a fatal RETURN-CODE.  The
      * downstream GL load then fails loudly on the missing trailer
      * instead of posting a truncated file's totals.  DIVGL is still
      * built from the work file on a refused run, details only, for
      * the same reason.
      ******************************************************************
       9000-FINALIZE.
            CLOSE GL-POSTED-DAY-FILE.
            CLOSE OUTLIER-HOLD-DAY-FILE.
            CLOSE GL-EXTRACT-DAY-FILE.
            PERFORM 6000-VERIFY-BATCH-CONTROLS.
            PERFORM 7100-CLEAR-CHECKPOINT.
            PERFORM 6500-REPORT-SOURCE-TOTALS.
            PERFORM 1400-BUILD-GL-EXTRACT.
            PERFORM 1300-WRITE-REPORT-TRAILER.
            IF BATCH-CONTROLS-OK
                PERFORM 1600-DISPLAY-STATISTICS
                PERFORM 1700-RECONCILE-PRIOR-RUN
                PERFORM 1800-WRITE-HISTORY-RECORD
                PERFORM 1850-WRITE-SOURCE-HISTORY
                PERFORM 1870-WRITE-GL-SUMMARY-HISTORY
                PERFORM 1880-WRITE-TRAILER-HISTORY
                PERFORM 1910-QUEUE-GL-BATCHES
                PERFORM 1890-APPEND-POSTED-ITEMS
                PERFORM 1900-APPEND-HELD-ITEMS
            ELSE
                MOVE 8 TO RETURN-CODE
                SET OQ-SEV-ERROR TO TRUE
                PERFORM 8800-WRITE-OPS-LOG
            END-IF.
            PERFORM 1350-WRITE-UNCODED-TRAILER.
            PERFORM 6600-CHECK-DUPLICATE-LIMITS.
            PERFORM 1360-WRITE-DUPLICATE-TRAILER.
            PERFORM 1370-WRITE-PERIOD-TRAILER.
            IF REGISTRY-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.
            IF OUTLIER-HELD-COUNT > ZERO
                SET OQ-SEV-WARNING TO TRUE
                MOVE SPACES TO OQ-MESSAGE-TEXT
                STRING OUTLIER-HELD-COUNT
                    " DETALLES RETENIDOS FUERA DE RANGO - VER OUTHOLD"
                    DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
                IF RETURN-CODE = ZERO
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            IF PERIOD-ROUTED-COUNT > ZERO
                SET OQ-SEV-WARNING TO TRUE
                MOVE SPACES TO OQ-MESSAGE-TEXT
                STRING PERIOD-ROUTED-COUNT
                    " DETALLES GL REASIGNADOS A " GL-PERIOD-DATE
                    " - VER GLPERRPT"
                    DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
                IF RETURN-CODE = ZERO
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            IF PERIOD-HELD-COUNT > ZERO
                SET OQ-SEV-WARNING TO TRUE
                MOVE SPACES TO OQ-MESSAGE-TEXT
                STRING PERIOD-HELD-COUNT
                    " DETALLES GL RETENIDOS SIN PERIODO ABIERTO"
                    DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
                IF RETURN-CODE = ZERO
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            IF GL-UNCODED-COUNT > ZERO
                SET OQ-SEV-WARNING TO TRUE
                MOVE SPACES TO OQ-MESSAGE-TEXT
            CLOSE DIV-INPUT-FILE.
            CLOSE DIV-OUTPUT-FILE.
            CLOSE DIV-EXCEPTION-FILE.
            CLOSE DIV-RECYCLE-FILE.
            CLOSE GL-UNCODED-FILE.
            CLOSE DIV-DUPLICATE-FILE.
            CLOSE GL-PERIOD-REPORT-FILE.
            IF MASTER-IS-OPEN
                CLOSE CALC-MASTER-FILE
            END-IF.

      ******************************************************************
      * Every source's set is judged on its own declared controls, so
                " TOTAL " EDIT-SOURCE-TOTAL
                DELIMITED BY SIZE INTO DIV-EXCEPTION-LINE.
            WRITE DIV-EXCEPTION-LINE.
            IF SRC-HELD-COUNT (SOURCE-INDEX) > ZERO
                MOVE SPACES TO DIV-EXCEPTION-LINE
                STRING "FUENTE " SRC-SOURCE-ID (SOURCE-INDEX)
                    " RETENIDOS " SRC-HELD-COUNT (SOURCE-INDEX)
                    " FUERA DE RANGO - VER OUTHOLD"
                    DELIMITED BY SIZE INTO DIV-EXCEPTION-LINE
                WRITE DIV-EXCEPTION-LINE
            END-IF.

      ******************************************************************
      * A source resending a whole file shows up as a run of repeats,
      * not one stray: past DUPLICATE-LIMIT the source is named on the
      * duplicate report and as an error on OPSLOG, with a warning
      * RETURN-CODE so the morning run review sees it.
      ******************************************************************
       6600-CHECK-DUPLICATE-LIMITS.
            MOVE ZERO TO SOURCE-INDEX.
            PERFORM 6610-CHECK-ONE-SOURCE-LIMIT
                UNTIL SOURCE-INDEX >= SOURCE-COUNT.

       6610-CHECK-ONE-SOURCE-LIMIT.
            ADD 1 TO SOURCE-INDEX.
            IF SRC-DUPLICATE-COUNT (SOURCE-INDEX) > DUPLICATE-LIMIT
                ADD 1 TO DUPLICATE-SOURCE-COUNT
                MOVE SPACES TO DIV-DUPLICATE-LINE
                STRING "FUENTE " SRC-SOURCE-ID (SOURCE-INDEX)
                    " DUPLICADOS " SRC-DUPLICATE-COUNT (SOURCE-INDEX)
                    " SUPERA EL UMBRAL " DUPLICATE-LIMIT
                    DELIMITED BY SIZE INTO DIV-DUPLICATE-LINE
                WRITE DIV-DUPLICATE-LINE
                SET OQ-SEV-ERROR TO TRUE
                MOVE SPACES TO OQ-MESSAGE-TEXT
                STRING "FUENTE " SRC-SOURCE-ID (SOURCE-INDEX)
                    " ENVIO " SRC-DUPLICATE-COUNT (SOURCE-INDEX)
                    " REPETIDOS - VER DIVDUPR"
                    DELIMITED BY SIZE INTO OQ-MESSAGE-TEXT
                PERFORM 8800-WRITE-OPS-LOG
                IF RETURN-CODE = ZERO
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

      ******************************************************************
      * One severity-coded entry on the shared operations log, through
            MOVE RPT-TRAILER-LINE TO GL-UNCODED-LINE.
            WRITE GL-UNCODED-LINE.

      ******************************************************************
      * DIVDUPR's own trailer: the details screened, how many were
      * rejected as repeats, and how many sources passed the limit.
      ******************************************************************
       1360-WRITE-DUPLICATE-TRAILER.
            MOVE DETAIL-READ-COUNT TO RT-RECORDS-READ.
            MOVE DUPLICATE-COUNT TO RT-RECORDS-REJECTED.
            MOVE DUPLICATE-SOURCE-COUNT TO RT-CONTROL-TOTAL.
            MOVE RPT-TRAILER-LINE TO DIV-DUPLICATE-LINE.
            WRITE DIV-DUPLICATE-LINE.

      ******************************************************************
      * GLPERRPT's own trailer: the coded details calculated, how many
      * were held for want of an open period, and how many were routed
      * into a later one.
      ******************************************************************
       1370-WRITE-PERIOD-TRAILER.
            COMPUTE RT-RECORDS-READ =
                GL-BATCH-COUNT-WORK + PERIOD-HELD-COUNT.
            MOVE PERIOD-HELD-COUNT TO RT-RECORDS-REJECTED.
            MOVE PERIOD-ROUTED-COUNT TO RT-CONTROL-TOTAL.
            MOVE RPT-TRAILER-LINE TO GL-PERIOD-REPORT-LINE.
            WRITE GL-PERIOD-REPORT-LINE.

      ******************************************************************
      * DIVGL is built from tonight's DIVGLDAY work file as one batch
      * per entity: that entity's details in the order they were
      * calculated, then - only on a run whose controls verify - its
      * own trailer.  The work file is footed by entity first, and the
      * entity totals must add back to the run's own GL counters (a
      * restart that wrote a detail twice would not), so a trailer
      * never vouches for details the run did not account for.
      ******************************************************************
       1400-BUILD-GL-EXTRACT.
            MOVE ZERO TO ENTITY-COUNT.
            MOVE ZERO TO SOURCE-INDEX.
            PERFORM 1405-SEED-SOURCE-ENTITY
                UNTIL SOURCE-INDEX >= SOURCE-COUNT.
            OPEN INPUT GL-EXTRACT-DAY-FILE.
            PERFORM 1410-READ-GL-DAY-DETAIL.
            PERFORM 1420-FOOT-ENTITY-DETAIL
                UNTIL GL-EXTRACT-DAY-STATUS NOT = "00".
            CLOSE GL-EXTRACT-DAY-FILE.
            PERFORM 1425-VERIFY-ENTITY-TOTALS.
            OPEN OUTPUT GL-EXTRACT-FILE.
            MOVE ZERO TO ENTITY-INDEX.
            PERFORM 1430-WRITE-ENTITY-BATCH
                UNTIL ENTITY-INDEX >= ENTITY-COUNT.
            CLOSE GL-EXTRACT-FILE.

       1405-SEED-SOURCE-ENTITY.
            ADD 1 TO SOURCE-INDEX.
            MOVE SRC-ENTITY-CODE (SOURCE-INDEX) TO MATCH-ENTITY-CODE.
            PERFORM 1440-FIND-ENTITY-BATCH.

       1410-READ-GL-DAY-DETAIL.
            READ GL-EXTRACT-DAY-FILE.

       1420-FOOT-ENTITY-DETAIL.
            MOVE GL-EXTRACT-DAY-LINE TO GL-DETAIL-RECORD.
            MOVE GL-ENTITY-CODE TO MATCH-ENTITY-CODE.
            PERFORM 1440-FIND-ENTITY-BATCH.
            IF ENTITY-INDEX > ZERO
                ADD 1 TO EB-BATCH-COUNT (ENTITY-INDEX)
                IF GL-SIDE-CREDIT OF GL-DETAIL-RECORD
                    SUBTRACT GL-AMOUNT
                        FROM EB-BATCH-AMOUNT (ENTITY-INDEX)
                ELSE
                    ADD GL-AMOUNT TO EB-BATCH-AMOUNT (ENTITY-INDEX)
                END-IF
            END-IF.
            PERFORM 1410-READ-GL-DAY-DETAIL.

       1425-VERIFY-ENTITY-TOTALS.
            MOVE ZERO TO GL-DAY-COUNT-CHECK.
            MOVE ZERO TO ENTITY-BATCH-SIGNED.
            MOVE ZERO TO ENTITY-INDEX.
            PERFORM 1427-ADD-ENTITY-TOTALS
                UNTIL ENTITY-INDEX >= ENTITY-COUNT.
            IF GL-DAY-COUNT-CHECK NOT = GL-BATCH-COUNT-WORK
                OR ENTITY-BATCH-SIGNED NOT = GL-BATCH-AMOUNT-WORK
                IF BATCH-CONTROLS-OK
                    PERFORM 6100-REPORT-CONTROL-ERROR
                END-IF
                SET BATCH-CONTROLS-BAD TO TRUE
                DISPLAY "ERROR: DIVGLDAY NO CUADRA CON LOS TOTALES GL"
                    " DE LA CORRIDA"
            END-IF.

       1427-ADD-ENTITY-TOTALS.
            ADD 1 TO ENTITY-INDEX.
            ADD EB-BATCH-COUNT (ENTITY-INDEX) TO GL-DAY-COUNT-CHECK.
            ADD EB-BATCH-AMOUNT (ENTITY-INDEX) TO ENTITY-BATCH-SIGNED.

       1430-WRITE-ENTITY-BATCH.
            ADD 1 TO ENTITY-INDEX.
            OPEN INPUT GL-EXTRACT-DAY-FILE.
            PERFORM 1410-READ-GL-DAY-DETAIL.
            PERFORM 1435-COPY-ENTITY-DETAIL
                UNTIL GL-EXTRACT-DAY-STATUS NOT = "00".
            CLOSE GL-EXTRACT-DAY-FILE.
            IF BATCH-CONTROLS-OK
                PERFORM 1500-WRITE-GL-TRAILER
            END-IF.

       1435-COPY-ENTITY-DETAIL.
            MOVE GL-EXTRACT-DAY-LINE TO GL-DETAIL-RECORD.
            IF GL-ENTITY-CODE = EB-ENTITY-CODE (ENTITY-INDEX)
                MOVE GL-EXTRACT-DAY-LINE TO GL-EXTRACT-LINE
                WRITE GL-EXTRACT-LINE
            END-IF.
            PERFORM 1410-READ-GL-DAY-DETAIL.

       1440-FIND-ENTITY-BATCH.
            MOVE ZERO TO ENTITY-INDEX.
            MOVE ZERO TO ENTITY-SCAN.
            PERFORM 1445-MATCH-ENTITY-BATCH
                UNTIL ENTITY-INDEX > ZERO
                    OR ENTITY-SCAN >= ENTITY-COUNT.
            IF ENTITY-INDEX = ZERO
                IF ENTITY-COUNT < ENTITY-LIMIT
                    ADD 1 TO ENTITY-COUNT
                    MOVE ENTITY-COUNT TO ENTITY-INDEX
                    MOVE MATCH-ENTITY-CODE
                        TO EB-ENTITY-CODE (ENTITY-INDEX)
                    MOVE ZERO TO EB-BATCH-COUNT (ENTITY-INDEX)
                    MOVE ZERO TO EB-BATCH-AMOUNT (ENTITY-INDEX)
                ELSE
                    DISPLAY "TABLA DE ENTIDADES LLENA - ENTIDAD "
                        MATCH-ENTITY-CODE " SIN LOTE GL"
                END-IF
            END-IF.

       1445-MATCH-ENTITY-BATCH.
            ADD 1 TO ENTITY-SCAN.
            IF EB-ENTITY-CODE (ENTITY-SCAN) = MATCH-ENTITY-CODE
                MOVE ENTITY-SCAN TO ENTITY-INDEX
            END-IF.

       1500-WRITE-GL-TRAILER.
            MOVE REPORT-RUN-DATE TO GL-BATCH-ID.
            MOVE CYCLE-NUMBER TO GL-BATCH-CYCLE.
            MOVE EB-BATCH-COUNT (ENTITY-INDEX) TO GL-BATCH-COUNT.
            MOVE EB-BATCH-AMOUNT (ENTITY-INDEX) TO GL-BATCH-AMOUNT.
            MOVE EB-ENTITY-CODE (ENTITY-INDEX) TO GL-BATCH-ENTITY-CODE.
            MOVE GL-TRAILER-RECORD TO GL-EXTRACT-LINE.
            WRITE GL-EXTRACT-LINE.

            MOVE CALCULATED-COUNT TO HR-RECORD-COUNT.
            MOVE QUOTIENT-TOTAL TO HR-QUOTIENT-TOTAL.
            MOVE RESIDUO-TOTAL TO HR-RESIDUO-TOTAL.
            MOVE CYCLE-NUMBER TO HR-CYCLE-NUMBER.
            OPEN EXTEND DIV-HISTORY-FILE.
            IF DIV-HISTORY-STATUS = "35"
                OPEN OUTPUT DIV-HISTORY-FILE
            MOVE SRC-RESULT-COUNT (SOURCE-INDEX) TO HS-RECORD-COUNT.
            MOVE SRC-REJECT-COUNT (SOURCE-INDEX) TO HS-REJECT-COUNT.
            MOVE SRC-RESULT-TOTAL (SOURCE-INDEX) TO HS-RESULT-TOTAL.
            MOVE SRC-HELD-COUNT (SOURCE-INDEX) TO HS-HELD-COUNT.
            MOVE SRC-NUMERATOR-COUNT (SOURCE-INDEX)
                TO HS-NUMERATOR-COUNT.
            MOVE SRC-NUMERATOR-TOTAL (SOURCE-INDEX)
                TO HS-NUMERATOR-TOTAL.
            MOVE SRC-ENTITY-CODE (SOURCE-INDEX) TO HS-ENTITY-CODE.
            MOVE CYCLE-NUMBER TO HS-CYCLE-NUMBER.
            WRITE DIV-SOURCE-HISTORY-RECORD.

      ******************************************************************

       1875-WRITE-GLSUM-RECORD.
            ADD 1 TO GLSUM-INDEX.
            MOVE GL-PERIOD-DATE TO GS-POSTING-DATE.
            MOVE GLS-ACCOUNT (GLSUM-INDEX) TO GS-ACCOUNT.
            MOVE GLS-SIDE (GLSUM-INDEX) TO GS-DEBIT-CREDIT.
            MOVE GLS-COUNT (GLSUM-INDEX) TO GS-DETAIL-COUNT.
            MOVE GLS-AMOUNT (GLSUM-INDEX) TO GS-AMOUNT.
            MOVE GLS-ENTITY-CODE (GLSUM-INDEX) TO GS-ENTITY-CODE.
            MOVE GL-DAILY-SUMMARY-RECORD TO GL-SUMMARY-LINE.
            WRITE GL-SUMMARY-LINE.

      ******************************************************************
      * Tonight's GL batch trailer figures, one record per entity's
      * batch, appended to GLTRHIST so the month-end extract can tie
      * out against the sum of the month's trailers after the nightly
      * DIVGL is long overwritten.
      ******************************************************************
       1880-WRITE-TRAILER-HISTORY.
            OPEN EXTEND GL-TRAILER-HISTORY-FILE.
            IF GL-TRAILER-HIST-STATUS = "35"
                OPEN OUTPUT GL-TRAILER-HISTORY-FILE
            END-IF.
            MOVE ZERO TO ENTITY-INDEX.
            PERFORM 1885-WRITE-ENTITY-TRAILER
                UNTIL ENTITY-INDEX >= ENTITY-COUNT.
            CLOSE GL-TRAILER-HISTORY-FILE.

       1885-WRITE-ENTITY-TRAILER.
            ADD 1 TO ENTITY-INDEX.
            MOVE GL-PERIOD-DATE TO GT-POSTING-DATE.
            MOVE EB-BATCH-COUNT (ENTITY-INDEX) TO GT-BATCH-COUNT.
            MOVE EB-BATCH-AMOUNT (ENTITY-INDEX) TO GT-BATCH-AMOUNT.
            MOVE EB-ENTITY-CODE (ENTITY-INDEX) TO GT-ENTITY-CODE.
            MOVE GL-TRAILER-HISTORY-RECORD TO GL-TRAILER-HIST-LINE.
            WRITE GL-TRAILER-HIST-LINE.

      ******************************************************************
      * Tonight's posted items join the GLPSTHIS history only once the
      * batch controls verify - a refused run sends GL no trailer, so
      * nothing it extracted ever reached the ledger.  Same extend/
      * first-time-create handling as DIVHIST.
      ******************************************************************
       1890-APPEND-POSTED-ITEMS.
            OPEN INPUT GL-POSTED-DAY-FILE.
            IF GL-POSTED-DAY-STATUS = "00"
                OPEN EXTEND GL-POSTED-HISTORY-FILE
                IF GL-POSTED-HIST-STATUS = "35"
                    OPEN OUTPUT GL-POSTED-HISTORY-FILE
                END-IF
                PERFORM 1895-READ-POSTED-ITEM
                PERFORM 1897-COPY-POSTED-ITEM
                    UNTIL GL-POSTED-DAY-STATUS NOT = "00"
                CLOSE GL-POSTED-HISTORY-FILE
                CLOSE GL-POSTED-DAY-FILE
            END-IF.

       1895-READ-POSTED-ITEM.
            READ GL-POSTED-DAY-FILE.

       1897-COPY-POSTED-ITEM.
            MOVE GL-POSTED-ITEM-RECORD TO GL-POSTED-HIST-LINE.
            WRITE GL-POSTED-HIST-LINE.
            PERFORM 1895-READ-POSTED-ITEM.

      ******************************************************************
      * Tonight's held details join the OUTHOLD suspense file only once
      * the batch controls verify - a refused run is rerun from the
      * top, and would otherwise hold the same details twice.  Same
      * extend/first-time-create handling as DIVHIST.
      ******************************************************************
       1900-APPEND-HELD-ITEMS.
            OPEN INPUT OUTLIER-HOLD-DAY-FILE.
            IF OUTLIER-DAY-STATUS = "00"
                OPEN EXTEND OUTLIER-HOLD-FILE
                IF OUTLIER-HOLD-STATUS = "35"
                    OPEN OUTPUT OUTLIER-HOLD-FILE
                END-IF
                PERFORM 1905-READ-HELD-ITEM
                PERFORM 1907-COPY-HELD-ITEM
                    UNTIL OUTLIER-DAY-STATUS NOT = "00"
                CLOSE OUTLIER-HOLD-FILE
                CLOSE OUTLIER-HOLD-DAY-FILE
            END-IF.

       1905-READ-HELD-ITEM.
            READ OUTLIER-HOLD-DAY-FILE.

       1907-COPY-HELD-ITEM.
            MOVE OUTLIER-HOLD-RECORD TO OUTLIER-HOLD-LINE.
            WRITE OUTLIER-HOLD-LINE.
            PERFORM 1905-READ-HELD-ITEM.

      ******************************************************************
      * DIVGL is rebuilt by every cycle, so a midday cycle would
      * otherwise replace the night's batches before GL has answered
      * for them.  Each finalized cycle's batches are also appended to
      * DIVGLPND, where they wait until glrecon reconciles them against
      * GL's acknowledgment and takes them off.  A batch id (date and
      * cycle) already queued is not queued twice, so finalizing the
      * same cycle again cannot have it reconciled twice.
      ******************************************************************
       1910-QUEUE-GL-BATCHES.
            MOVE "N" TO PENDING-SWITCH.
            OPEN INPUT GL-PENDING-FILE.
            IF GL-PENDING-STATUS = "00"
                PERFORM 1915-READ-PENDING-LINE
                PERFORM 1920-CHECK-PENDING-BATCH
                    UNTIL GL-PENDING-STATUS NOT = "00"
                    OR BATCH-ALREADY-PENDING
                CLOSE GL-PENDING-FILE
            END-IF.
            IF BATCH-ALREADY-PENDING
                DISPLAY "ADVERTENCIA: LOTE GL " REPORT-RUN-DATE
                    " CICLO " CYCLE-NUMBER " YA EN DIVGLPND"
            ELSE
                OPEN EXTEND GL-PENDING-FILE
                IF GL-PENDING-STATUS = "35"
                    OPEN OUTPUT GL-PENDING-FILE
                END-IF
                OPEN INPUT GL-EXTRACT-FILE
                PERFORM 1925-READ-EXTRACT-LINE
                PERFORM 1930-QUEUE-EXTRACT-LINE
                    UNTIL GL-EXTRACT-STATUS NOT = "00"
                CLOSE GL-EXTRACT-FILE
                CLOSE GL-PENDING-FILE
            END-IF.

       1915-READ-PENDING-LINE.
            READ GL-PENDING-FILE.

       1920-CHECK-PENDING-BATCH.
            MOVE GL-PENDING-LINE TO GL-TRAILER-RECORD.
            IF GL-RECORD-TYPE OF GL-TRAILER-RECORD = "T"
                AND GL-BATCH-ID = REPORT-RUN-DATE
                AND GL-BATCH-CYCLE = CYCLE-NUMBER
                SET BATCH-ALREADY-PENDING TO TRUE
            ELSE
                PERFORM 1915-READ-PENDING-LINE
            END-IF.

       1925-READ-EXTRACT-LINE.
            READ GL-EXTRACT-FILE.

       1930-QUEUE-EXTRACT-LINE.
            MOVE GL-EXTRACT-LINE TO GL-PENDING-LINE.
            WRITE GL-PENDING-LINE.
            PERFORM 1925-READ-EXTRACT-LINE.
       END PROGRAM division.
