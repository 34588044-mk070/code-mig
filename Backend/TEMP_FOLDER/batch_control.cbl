      * lines - countsource CKP reads DYNSQL3's checkpoint count,  *
      * SUM the reconcile summary's mismatch count, NONE nothing)  *
      * so EMPANNIV, the bonus run, and auto-onboard can join the  *
      * cycle without a recompile; with no file the extract, rehire *
      * detection, the reconciliation, auto-offboarding and the     *
      * separation settlement are seeded as the default.            *
      *                                                             *
      * Each step's completion is persisted to                      *
      * /app/data/batch_steps.ckp the way DYNSQL3 persists its     *
      * whole extract inside a shrinking window.  A clean full      *
      * cycle deletes the status file so the next night starts     *
      * fresh.                                                       *
      *                                                             *
      * Not every step belongs in every night.  A fifth field on a *
      * step line gives its run frequency - DAILY (the default),   *
      * BUSDAY, MONTHEND, YEAREND, or DAYnn for day nn of the      *
      * month - and the shop calendar (/app/data/shop_calendar.dat, *
      * "H,date,text" holidays, "M,date" fiscal month-ends,        *
      * "Y,date" fiscal year-ends) says which dates those are, so  *
      * EMPCLOSE, the EMPANNIV rollover, the bonus run and          *
      * HOUSEKEEP can sit in the cycle and run only when due.  A   *
      * step that is not due tonight is logged as such, apart from *
      * failures.  Each step's last covered date is kept in        *
      * /app/data/batch_schedule.dat, so a due date that passed    *
      * while the cycle did not run is caught up the next night.   *
      * ----------------------------------------------------------- *

       ENVIRONMENT DIVISION.
              FILE STATUS IS RUN-LOCK-STATUS.

      *> The step definition file - the cycle's step list, read at
      *> start; no file seeds the classic steps.
           SELECT STEP-DEF-FILE ASSIGN TO "BCSTEPDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STEP-DEF-STATUS.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STEP-STATUS-STATUS.

      *> The shop calendar - holidays and fiscal period ends.
           SELECT SHOP-CAL-FILE ASSIGN TO "BCCALDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SHOP-CAL-STATUS.

      *> Per-step last covered date, kept across cycles by step
      *> name so a missed due date can be caught up.
           SELECT SCHEDULE-FILE ASSIGN TO "BCSCHDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  STEP-STATUS-FILE.
       01  STEP-STATUS-RECORD    PIC X(20).

       FD  SHOP-CAL-FILE.
       01  SHOP-CAL-RECORD       PIC X(80).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05  SCHED-STEP-NAME   PIC X(30).
           05  SCHED-SEP         PIC X.
           05  SCHED-LAST-DATE   PIC X(8).

       WORKING-STORAGE SECTION.

      * ----------------------------------------------------------- *
      * Paths to the compiled batch programs, read from the         *
      * environment (or defaulted) the same way DYNSQL3's own run   *
      * parameters are, so this program is not tied to a fixed      *
      * install location.                                           *
               '/app/bin/reconcile_accounts'.
       01  PARM-DYNSQL3-PATH     PIC X(100).
       01  PARM-RECONCILE-PATH   PIC X(100).
       01  SEPSETTL-PATH         PIC X(100) VALUE
               '/app/bin/sepsettl'.
       01  PARM-SEPSETTL-PATH    PIC X(100).
       01  REHIRE-PATH           PIC X(100) VALUE
               '/app/bin/rehire'.
       01  PARM-REHIRE-PATH      PIC X(100).
       01  AUTOOFFB-PATH         PIC X(100) VALUE
               '/app/bin/auto_offboard'.
       01  PARM-AUTOOFFB-PATH    PIC X(100).

       01  DYNSQL3-CKP-FILENAME    PIC X(60) VALUE
               '/app/data/emp.ckp'.

      * ----------------------------------------------------------- *
      * The step table - from the definition file, or the seeded   *
      * default cycle.  Each entry carries its launch path,        *
      * which record count to read back for the log (CKP, SUM, or  *
      * NONE), whether a prior run already completed it, and the   *
      * return code this run (or a prior one) left behind.         *
               10  STEP-DONE-SW       PIC X.
                   88  STEP-DONE      VALUE 'Y'.
               10  STEP-RC            PIC S9(9).
               10  STEP-FREQ          PIC X(8).
                   88  FREQ-DAILY     VALUE 'DAILY'.
                   88  FREQ-BUSDAY    VALUE 'BUSDAY'.
                   88  FREQ-MONTHEND  VALUE 'MONTHEND'.
                   88  FREQ-YEAREND   VALUE 'YEAREND'.
                   88  FREQ-DAY-OF-MONTH VALUE 'DAY'.
               10  STEP-FREQ-DAY      PIC 99.
               10  STEP-LAST-COVERED  PIC 9(8).
               10  STEP-DUE-DATE      PIC 9(8).

       01  STEP-PARSE-SEQ        PIC X(2).
       01  STEP-PARSE-NAME       PIC X(30).
       01  STEP-PARSE-PATH       PIC X(100).
       01  STEP-PARSE-SOURCE     PIC X(4).
       01  STEP-PARSE-FREQ       PIC X(8).
       01  STEP-STS-IDX-X        PIC X(2).
       01  STEP-STS-FLAG         PIC X.
       01  STEP-DEF-EOF-SW       PIC X.
       01  STEP-IDX-HOLD         PIC 99.
       01  RESTART-SKIPPED-COUNT PIC 99 VALUE 0.
       01  STEPS-RUN-COUNT       PIC 99 VALUE 0.
       01  STEPS-NOT-DUE-COUNT   PIC 99 VALUE 0.
       01  STEPS-FAILED-COUNT    PIC 99 VALUE 0.
       01  STEPS-CAUGHT-UP-COUNT PIC 99 VALUE 0.

       01  RUN-START-DATE        PIC 9(8).
       01  RUN-START-TIME        PIC 9(8).
       01  LOCK-STAMP-DATE       PIC 9(8).
       01  LOCK-STAMP-TIME       PIC 9(8).

      * ----------------------------------------------------------- *
      * Shop calendar and run-frequency scheduling.  The business  *
      * date is the run date unless BATCH_RUN_DATE pins it (a      *
      * rerun after midnight still belongs to the night before).   *
      * With no M or Y lines the fiscal month-end is the last      *
      * business day of the calendar month, and the year-end the   *
      * last one of December.                                       *
      * ----------------------------------------------------------- *
       01  SHOP-CAL-FILENAME     PIC X(60) VALUE
               '/app/data/shop_calendar.dat'.
       01  SHOP-CAL-STATUS       PIC X(2).
           88  SHOP-CAL-FILE-NOT-FOUND VALUE '35'.
       01  SCHEDULE-FILENAME     PIC X(60) VALUE
               '/app/data/batch_schedule.dat'.
       01  SCHEDULE-STATUS       PIC X(2).
           88  SCHEDULE-FILE-OK  VALUE '00'.

       01  PARM-RUN-DATE         PIC X(10).
       01  BUSINESS-DATE         PIC 9(8).
       01  BUSINESS-DAY-NUMBER   PIC 9(9).

       01  CAL-PARSE-TYPE        PIC X.
       01  CAL-PARSE-DATE        PIC X(8).
       01  CAL-EOF-SW            PIC X.

       01  HOLIDAY-COUNT         PIC 9(3) VALUE 0.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-DATE      PIC 9(8) OCCURS 300 TIMES.
       01  MONTH-END-COUNT       PIC 9(3) VALUE 0.
       01  MONTH-END-TABLE.
           05  MONTH-END-DATE    PIC 9(8) OCCURS 300 TIMES.
       01  YEAR-END-COUNT        PIC 9(3) VALUE 0.
       01  YEAR-END-TABLE.
           05  YEAR-END-DATE     PIC 9(8) OCCURS 30 TIMES.
       01  CAL-IDX               PIC 9(3).

      *> The date under test and the answers about it.
       01  CHECK-DATE            PIC 9(8).
       01  CHECK-DATE-R REDEFINES CHECK-DATE.
           05  CHECK-YYYY        PIC 9(4).
           05  CHECK-MM          PIC 9(2).
           05  CHECK-DD          PIC 9(2).
       01  CHECK-DAYS-IN-MONTH   PIC 99.
       01  DATE-DUE-SW           PIC X.
           88  DATE-DUE          VALUE 'Y'.
       01  BIZ-DATE              PIC 9(8).
       01  BIZ-DAY-SW            PIC X.
           88  BIZ-DAY           VALUE 'Y'.
       01  PERIOD-END-SW         PIC X.
           88  PERIOD-END        VALUE 'Y'.
       01  WEEKDAY-REMAINDER     PIC 9.
       01  WEEKDAY-QUOTIENT      PIC 9(9).

      *> The walking date - one calendar day at a time.
       01  WALK-DATE             PIC 9(8).
       01  WALK-DATE-R REDEFINES WALK-DATE.
           05  WALK-YYYY         PIC 9(4).
           05  WALK-MM           PIC 9(2).
           05  WALK-DD           PIC 9(2).
       01  WALK-DAYS-IN-MONTH    PIC 99.
       01  PROBE-DATE            PIC 9(8).
       01  PROBE-DATE-R REDEFINES PROBE-DATE.
           05  PROBE-YYYY        PIC 9(4).
           05  PROBE-MM          PIC 9(2).
           05  PROBE-DD          PIC 9(2).
       01  SCHED-IDX             PIC 99.
       01  FREQ-LABEL            PIC X(8).
       01  SCAN-COUNT            PIC 9(3).
       01  SCAN-DONE-SW          PIC X.
           88  SCAN-DONE         VALUE 'Y'.
       01  GAP-DAY-NUMBER        PIC 9(9).

       01  DAYS-IN-MONTH-VALUES.
           05  FILLER  PIC 99 VALUE 31.
           05  FILLER  PIC 99 VALUE 28.
           05  FILLER  PIC 99 VALUE 31.
           05  FILLER  PIC 99 VALUE 30.
           05  FILLER  PIC 99 VALUE 31.
           05  FILLER  PIC 99 VALUE 30.
           05  FILLER  PIC 99 VALUE 31.
           05  FILLER  PIC 99 VALUE 31.
           05  FILLER  PIC 99 VALUE 30.
           05  FILLER  PIC 99 VALUE 31.
           05  FILLER  PIC 99 VALUE 30.
           05  FILLER  PIC 99 VALUE 31.
       01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
           05  DAYS-IN-MONTH-OF  PIC 99 OCCURS 12 TIMES.
       01  DIM-YYYY              PIC 9(4).
       01  DIM-MM                PIC 9(2).
       01  DIM-RESULT            PIC 99.
       01  DIM-QUOTIENT          PIC 9(4).
       01  DIM-REMAINDER         PIC 9(4).

      *> Serial day numbers - the same conversion EMPANNIV uses.
       01  CONV-DATE             PIC 9(8).
       01  CONV-DATE-R REDEFINES CONV-DATE.
           05  CONV-YYYY         PIC 9(4).
           05  CONV-MM           PIC 9(2).
           05  CONV-DD           PIC 9(2).
       01  CONV-YEAR-PART        PIC 9(4).
       01  CONV-DAY-NUMBER       PIC 9(9).
       01  CONV-LEAP-REMAINDER   PIC 9(4).
       01  CONV-LEAP-QUOTIENT    PIC 9(4).

       01  DAYS-BEFORE-MONTH-VALUES.
           05  FILLER  PIC 9(3) VALUE 000.
           05  FILLER  PIC 9(3) VALUE 031.
           05  FILLER  PIC 9(3) VALUE 059.
           05  FILLER  PIC 9(3) VALUE 090.
           05  FILLER  PIC 9(3) VALUE 120.
           05  FILLER  PIC 9(3) VALUE 151.
           05  FILLER  PIC 9(3) VALUE 181.
           05  FILLER  PIC 9(3) VALUE 212.
           05  FILLER  PIC 9(3) VALUE 243.
           05  FILLER  PIC 9(3) VALUE 273.
           05  FILLER  PIC 9(3) VALUE 304.
           05  FILLER  PIC 9(3) VALUE 334.
       01  DAYS-BEFORE-MONTH-TABLE
               REDEFINES DAYS-BEFORE-MONTH-VALUES.
           05  DAYS-BEFORE-MONTH PIC 9(3) OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       MAIN.


           ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-START-TIME FROM TIME.
           PERFORM SET-BUSINESS-DATE.
           PERFORM LOAD-SHOP-CALENDAR.
           PERFORM READ-SCHEDULE-HISTORY.
           PERFORM WRITE-RUN-START-LINE.

           PERFORM RUN-ONE-STEP
               MOVE PARM-RECONCILE-PATH TO RECONCILE-PATH
           END-IF.

           ACCEPT PARM-SEPSETTL-PATH
               FROM ENVIRONMENT "BATCH_SEPSETTL_PATH".
           IF PARM-SEPSETTL-PATH NOT = SPACES
               MOVE PARM-SEPSETTL-PATH TO SEPSETTL-PATH
           END-IF.

           ACCEPT PARM-REHIRE-PATH
               FROM ENVIRONMENT "BATCH_REHIRE_PATH".
           IF PARM-REHIRE-PATH NOT = SPACES
               MOVE PARM-REHIRE-PATH TO REHIRE-PATH
           END-IF.

           ACCEPT PARM-AUTOOFFB-PATH
               FROM ENVIRONMENT "BATCH_AUTOOFFB_PATH".
           IF PARM-AUTOOFFB-PATH NOT = SPACES
               MOVE PARM-AUTOOFFB-PATH TO AUTOOFFB-PATH
           END-IF.

           ACCEPT PARM-MISMATCH-MAX
               FROM ENVIRONMENT "BATCH_ALERT_MISMATCH_MAX".
           MOVE 0 TO PARM-LEN.
      * ----------------------------------------------------------- *
      * The step list.  From the definition file when there is     *
      * one - "seq,name,path,countsource" lines, in sequence       *
      * order - or the steps this driver always runs, seeded,      *
      * when there is not, so the rollout needs no flag day.       *
      * ----------------------------------------------------------- *
       LOAD-STEP-DEFINITIONS.
           OPEN INPUT STEP-DEF-FILE.
           IF STEP-DEF-FILE-NOT-FOUND
               DISPLAY "NO STEP DEFINITION FILE - USING THE "
                   "BUILT-IN CYCLE."
               PERFORM SEED-DEFAULT-STEPS
               EXIT PARAGRAPH
           END-IF.

           IF STEP-COUNT = 0
               DISPLAY "STEP DEFINITION FILE HAS NO USABLE LINES - "
                   "USING THE BUILT-IN CYCLE."
               PERFORM SEED-DEFAULT-STEPS
           END-IF.

           MOVE SPACES TO STEP-PARSE-NAME.
           MOVE SPACES TO STEP-PARSE-PATH.
           MOVE SPACES TO STEP-PARSE-SOURCE.
           MOVE SPACES TO STEP-PARSE-FREQ.
           UNSTRING STEP-DEF-RECORD DELIMITED BY ","
               INTO STEP-PARSE-SEQ, STEP-PARSE-NAME,
                    STEP-PARSE-PATH, STEP-PARSE-SOURCE,
                    STEP-PARSE-FREQ.

           IF STEP-PARSE-SEQ IS NUMERIC
                   AND STEP-PARSE-PATH NOT = SPACES
                   TO STEP-COUNT-SOURCE(STEP-COUNT)
               MOVE 'N' TO STEP-DONE-SW(STEP-COUNT)
               MOVE 0 TO STEP-RC(STEP-COUNT)
               PERFORM SET-STEP-FREQUENCY
           ELSE
               IF STEP-DEF-RECORD NOT = SPACES
                   DISPLAY "BAD STEP LINE IGNORED: " STEP-DEF-RECORD
               END-IF
           END-IF.

       SET-STEP-FREQUENCY.

           INSPECT STEP-PARSE-FREQ CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO STEP-FREQ-DAY(STEP-COUNT).
           MOVE 0 TO STEP-LAST-COVERED(STEP-COUNT).
           MOVE 0 TO STEP-DUE-DATE(STEP-COUNT).
           MOVE STEP-PARSE-FREQ TO STEP-FREQ(STEP-COUNT).

           IF STEP-PARSE-FREQ = SPACES
               MOVE 'DAILY' TO STEP-FREQ(STEP-COUNT)
               EXIT PARAGRAPH
           END-IF.
           IF STEP-PARSE-FREQ(1:3) = 'DAY'
                   AND STEP-PARSE-FREQ(4:2) IS NUMERIC
                   AND STEP-PARSE-FREQ(6:3) = SPACES
                   AND STEP-PARSE-FREQ(4:2) >= '01'
                   AND STEP-PARSE-FREQ(4:2) <= '31'
               MOVE 'DAY' TO STEP-FREQ(STEP-COUNT)
               MOVE STEP-PARSE-FREQ(4:2) TO STEP-FREQ-DAY(STEP-COUNT)
               EXIT PARAGRAPH
           END-IF.
           IF NOT FREQ-DAILY(STEP-COUNT)
                   AND NOT FREQ-BUSDAY(STEP-COUNT)
                   AND NOT FREQ-MONTHEND(STEP-COUNT)
                   AND NOT FREQ-YEAREND(STEP-COUNT)
               DISPLAY "BAD FREQUENCY " STEP-PARSE-FREQ
                   " - STEP RUNS DAILY: " STEP-PARSE-NAME
               MOVE 'DAILY' TO STEP-FREQ(STEP-COUNT)
           END-IF.

      *> The cycle the driver ships with, used when no step file is
      *> in place yet.  Separation settlement runs last, after the
      *> load has posted the night's T status rows.
       SEED-DEFAULT-STEPS.

      *> Rehire detection runs ahead of the reconciliation, which
      *> reads its event file for the accounts to re-enable.
      *> Auto-offboarding works the reconciliation's gap file and
      *> leaves the offboard report the settlement confirms each
      *> leaver's disabled account against.
           MOVE 5 TO STEP-COUNT.
           MOVE "EMP.CSV EXTRACT (DYNSQL3)" TO STEP-DEF-NAME(1).
           MOVE DYNSQL3-PATH TO STEP-PATH(1).
           MOVE 'CKP' TO STEP-COUNT-SOURCE(1).
           MOVE 'N' TO STEP-DONE-SW(1).
           MOVE 0 TO STEP-RC(1).
           MOVE 'DAILY' TO STEP-FREQ(1).
           MOVE 0 TO STEP-FREQ-DAY(1).
           MOVE 0 TO STEP-LAST-COVERED(1).
           MOVE "REHIRE DETECTION" TO STEP-DEF-NAME(2).
           MOVE REHIRE-PATH TO STEP-PATH(2).
           MOVE 'NONE' TO STEP-COUNT-SOURCE(2).
           MOVE 'N' TO STEP-DONE-SW(2).
           MOVE 0 TO STEP-RC(2).
           MOVE 'DAILY' TO STEP-FREQ(2).
           MOVE 0 TO STEP-FREQ-DAY(2).
           MOVE 0 TO STEP-LAST-COVERED(2).
           MOVE "ACCOUNTS RECONCILIATION" TO STEP-DEF-NAME(3).
           MOVE RECONCILE-PATH TO STEP-PATH(3).
           MOVE 'SUM' TO STEP-COUNT-SOURCE(3).
           MOVE 'N' TO STEP-DONE-SW(3).
           MOVE 0 TO STEP-RC(3).
           MOVE 'DAILY' TO STEP-FREQ(3).
           MOVE 0 TO STEP-FREQ-DAY(3).
           MOVE 0 TO STEP-LAST-COVERED(3).
           MOVE "AUTO-OFFBOARD" TO STEP-DEF-NAME(4).
           MOVE AUTOOFFB-PATH TO STEP-PATH(4).
           MOVE 'NONE' TO STEP-COUNT-SOURCE(4).
           MOVE 'N' TO STEP-DONE-SW(4).
           MOVE 0 TO STEP-RC(4).
           MOVE 'DAILY' TO STEP-FREQ(4).
           MOVE 0 TO STEP-FREQ-DAY(4).
           MOVE 0 TO STEP-LAST-COVERED(4).
           MOVE "SEPARATION SETTLEMENT" TO STEP-DEF-NAME(5).
           MOVE SEPSETTL-PATH TO STEP-PATH(5).
           MOVE 'NONE' TO STEP-COUNT-SOURCE(5).
           MOVE 'N' TO STEP-DONE-SW(5).
           MOVE 0 TO STEP-RC(5).
           MOVE 'DAILY' TO STEP-FREQ(5).
           MOVE 0 TO STEP-FREQ-DAY(5).
           MOVE 0 TO STEP-LAST-COVERED(5).

      * ----------------------------------------------------------- *
      * Restore step completion from the status file a failed run  *
               EXIT PARAGRAPH
           END-IF.

           PERFORM DETERMINE-STEP-DUE.
           PERFORM SET-FREQ-LABEL.
           IF STEP-DUE-DATE(STEP-IDX) = 0
               DISPLAY "STEP " STEP-IDX " NOT DUE ("
                   FREQ-LABEL "): " STEP-NAME
               ADD 1 TO STEPS-NOT-DUE-COUNT
               MOVE BUSINESS-DATE TO STEP-LAST-COVERED(STEP-IDX)
               PERFORM WRITE-NOT-DUE-STEP-LOG-LINE
               PERFORM WRITE-SCHEDULE-HISTORY
               EXIT PARAGRAPH
           END-IF.
           IF STEP-DUE-DATE(STEP-IDX) < BUSINESS-DATE
               DISPLAY "STEP " STEP-IDX " CATCHING UP - DUE "
                   STEP-DUE-DATE(STEP-IDX) ", MISSED: " STEP-NAME
               ADD 1 TO STEPS-CAUGHT-UP-COUNT
               PERFORM WRITE-CATCH-UP-LOG-LINE
           END-IF.

           DISPLAY "STEP " STEP-IDX ": RUNNING " STEP-NAME "...".
           ACCEPT STEP-START-TIME FROM TIME.


           IF STEP-RETURN-CODE = 0
               MOVE 'Y' TO STEP-DONE-SW(STEP-IDX)
               MOVE BUSINESS-DATE TO STEP-LAST-COVERED(STEP-IDX)
               IF COUNT-FROM-CKP(STEP-IDX)
                   PERFORM READ-DYNSQL3-RECORD-COUNT
               END-IF
               DISPLAY "STEP " STEP-IDX " FAILED - RETURN CODE "
                   STEP-RETURN-CODE
               MOVE 'Y' TO CYCLE-FAILED-SW
               ADD 1 TO STEPS-FAILED-COUNT
           END-IF.

           PERFORM WRITE-STEP-LOG-LINE.
           PERFORM WRITE-SCHEDULE-HISTORY.

      *> WRITE-STEP-STATUS walks the table with STEP-IDX, so the
      *> loop's position is parked and restored around it.

       WRITE-RUN-START-LINE.

           MOVE BUSINESS-DATE TO BIZ-DATE.
           PERFORM CHECK-BUSINESS-DAY.
           MOVE SPACES TO RUN-LOG-RECORD.
           IF BIZ-DAY
               STRING
                   "RUN START " DELIMITED BY SIZE
                   RUN-START-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RUN-START-TIME DELIMITED BY SIZE
                   " BUSINESS-DATE=" DELIMITED BY SIZE
                   BUSINESS-DATE DELIMITED BY SIZE
                   INTO RUN-LOG-RECORD
           ELSE
               STRING
                   "RUN START " DELIMITED BY SIZE
                   RUN-START-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RUN-START-TIME DELIMITED BY SIZE
                   " BUSINESS-DATE=" DELIMITED BY SIZE
                   BUSINESS-DATE DELIMITED BY SIZE
                   " (NOT A BUSINESS DAY)" DELIMITED BY SIZE
                   INTO RUN-LOG-RECORD
           END-IF.
           WRITE RUN-LOG-RECORD.

       WRITE-STEP-LOG-LINE.
               INTO RUN-LOG-RECORD
           WRITE RUN-LOG-RECORD.

      *> Not due is not a failure - a separate line, so the log
      *> shows a deliberate skip apart from anything that broke.
       WRITE-NOT-DUE-STEP-LOG-LINE.

           MOVE SPACES TO RUN-LOG-RECORD.
           STRING
               "  STEP " DELIMITED BY SIZE
               STEP-NAME DELIMITED BY SIZE
               " SKIPPED - NOT DUE (" DELIMITED BY SIZE
               FREQ-LABEL DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO RUN-LOG-RECORD
           WRITE RUN-LOG-RECORD.

      *> DAYnn shows its day; the rest show the keyword.
       SET-FREQ-LABEL.

           MOVE STEP-FREQ(STEP-IDX) TO FREQ-LABEL.
           IF FREQ-DAY-OF-MONTH(STEP-IDX)
               MOVE STEP-FREQ-DAY(STEP-IDX) TO FREQ-LABEL(4:2)
           END-IF.

       WRITE-CATCH-UP-LOG-LINE.

           MOVE SPACES TO RUN-LOG-RECORD.
           STRING
               "  STEP " DELIMITED BY SIZE
               STEP-NAME DELIMITED BY SIZE
               " CATCH-UP - DUE " DELIMITED BY SIZE
               STEP-DUE-DATE(STEP-IDX) DELIMITED BY SIZE
               ", CYCLE DID NOT RUN IT" DELIMITED BY SIZE
               INTO RUN-LOG-RECORD
           WRITE RUN-LOG-RECORD.

       LOG-ONE-UNREACHED-STEP.

           MOVE STEP-DEF-NAME(STEP-IDX) TO STEP-NAME.
               RUN-END-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RUN-END-TIME DELIMITED BY SIZE
               " RAN=" DELIMITED BY SIZE
               STEPS-RUN-COUNT DELIMITED BY SIZE
               " NOT-DUE=" DELIMITED BY SIZE
               STEPS-NOT-DUE-COUNT DELIMITED BY SIZE
               " CAUGHT-UP=" DELIMITED BY SIZE
               STEPS-CAUGHT-UP-COUNT DELIMITED BY SIZE
               " FAILED=" DELIMITED BY SIZE
               STEPS-FAILED-COUNT DELIMITED BY SIZE
               INTO RUN-LOG-RECORD
           WRITE RUN-LOG-RECORD.

           DISPLAY ALERT-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT ALERT-FILE.
           MOVE 'Y' TO ALERT-OPENED-SW.

      * ----------------------------------------------------------- *
      * The date this cycle runs for.  BATCH_RUN_DATE (YYYYMMDD)   *
      * pins it, so a rerun after midnight or a deliberate catch-up *
      * is scheduled as the night it belongs to.                    *
      * ----------------------------------------------------------- *
       SET-BUSINESS-DATE.

           MOVE RUN-START-DATE TO BUSINESS-DATE.
           ACCEPT PARM-RUN-DATE FROM ENVIRONMENT "BATCH_RUN_DATE".
           IF PARM-RUN-DATE(1:8) IS NUMERIC
                   AND PARM-RUN-DATE(9:2) = SPACES
               MOVE PARM-RUN-DATE(1:8) TO CHECK-DATE
               IF CHECK-MM >= 1 AND CHECK-MM <= 12
                       AND CHECK-DD >= 1 AND CHECK-DD <= 31
                   MOVE CHECK-DATE TO BUSINESS-DATE
               ELSE
                   DISPLAY "BAD BATCH_RUN_DATE " PARM-RUN-DATE
                       " IGNORED."
               END-IF
           END-IF.

           MOVE BUSINESS-DATE TO CONV-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONV-DAY-NUMBER TO BUSINESS-DAY-NUMBER.
           DISPLAY "BUSINESS DATE: " BUSINESS-DATE.

      * ----------------------------------------------------------- *
      * Holidays and fiscal period ends.  A "*" line is a comment. *
      * With no calendar every weekday is a business day and the   *
      * period ends fall back to their defaults.                    *
      * ----------------------------------------------------------- *
       LOAD-SHOP-CALENDAR.

           DISPLAY "BCCALDD" UPON ENVIRONMENT-NAME.
           DISPLAY SHOP-CAL-FILENAME UPON ENVIRONMENT-VALUE.

           OPEN INPUT SHOP-CAL-FILE.
           IF SHOP-CAL-FILE-NOT-FOUND
               DISPLAY "NO SHOP CALENDAR - WEEKDAYS ARE BUSINESS "
                   "DAYS, PERIOD ENDS DEFAULTED."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO CAL-EOF-SW.
           PERFORM READ-ONE-CALENDAR-LINE UNTIL CAL-EOF-SW = 'Y'.
           CLOSE SHOP-CAL-FILE.

           DISPLAY "SHOP CALENDAR: " HOLIDAY-COUNT " HOLIDAY(S), "
               MONTH-END-COUNT " MONTH-END(S), "
               YEAR-END-COUNT " YEAR-END(S).".

       READ-ONE-CALENDAR-LINE.

           READ SHOP-CAL-FILE
               AT END
                   MOVE 'Y' TO CAL-EOF-SW
               NOT AT END
                   PERFORM PARSE-ONE-CALENDAR-LINE
           END-READ.

       PARSE-ONE-CALENDAR-LINE.

           IF SHOP-CAL-RECORD = SPACES
                   OR SHOP-CAL-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CAL-PARSE-TYPE.
           MOVE SPACES TO CAL-PARSE-DATE.
           UNSTRING SHOP-CAL-RECORD DELIMITED BY ","
               INTO CAL-PARSE-TYPE, CAL-PARSE-DATE.
           INSPECT CAL-PARSE-TYPE CONVERTING
               "hmy" TO "HMY".

           IF CAL-PARSE-DATE IS NOT NUMERIC
               DISPLAY "BAD CALENDAR LINE IGNORED: " SHOP-CAL-RECORD
               EXIT PARAGRAPH
           END-IF.

           IF CAL-PARSE-TYPE = 'H' AND HOLIDAY-COUNT < 300
               ADD 1 TO HOLIDAY-COUNT
               MOVE CAL-PARSE-DATE TO HOLIDAY-DATE(HOLIDAY-COUNT)
           ELSE
               IF CAL-PARSE-TYPE = 'M' AND MONTH-END-COUNT < 300
                   ADD 1 TO MONTH-END-COUNT
                   MOVE CAL-PARSE-DATE
                       TO MONTH-END-DATE(MONTH-END-COUNT)
               ELSE
                   IF CAL-PARSE-TYPE = 'Y' AND YEAR-END-COUNT < 30
                       ADD 1 TO YEAR-END-COUNT
                       MOVE CAL-PARSE-DATE
                           TO YEAR-END-DATE(YEAR-END-COUNT)
                   ELSE
                       DISPLAY "BAD CALENDAR LINE IGNORED: "
                           SHOP-CAL-RECORD
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------- *
      * Each step's last covered date from the cycles before -     *
      * "name,YYYYMMDD" lines, matched to the step table by name   *
      * so reordering the step file does not lose the history.     *
      * ----------------------------------------------------------- *
       READ-SCHEDULE-HISTORY.

           DISPLAY "BCSCHDD" UPON ENVIRONMENT-NAME.
           DISPLAY SCHEDULE-FILENAME UPON ENVIRONMENT-VALUE.

           OPEN INPUT SCHEDULE-FILE.
           IF NOT SCHEDULE-FILE-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO CAL-EOF-SW.
           PERFORM READ-ONE-SCHEDULE-LINE UNTIL CAL-EOF-SW = 'Y'.
           CLOSE SCHEDULE-FILE.

       READ-ONE-SCHEDULE-LINE.

           READ SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO CAL-EOF-SW
               NOT AT END
                   IF SCHED-LAST-DATE IS NUMERIC
                       PERFORM MATCH-ONE-SCHEDULE-STEP
                           VARYING SCHED-IDX FROM 1 BY 1
                           UNTIL SCHED-IDX > STEP-COUNT
                   END-IF
           END-READ.

       MATCH-ONE-SCHEDULE-STEP.

           IF STEP-DEF-NAME(SCHED-IDX) = SCHED-STEP-NAME
               MOVE SCHED-LAST-DATE TO STEP-LAST-COVERED(SCHED-IDX)
           END-IF.

      *> Rewritten after every step, like the status file, so a
      *> crash mid-cycle still leaves every finished step covered.
       WRITE-SCHEDULE-HISTORY.

           OPEN OUTPUT SCHEDULE-FILE.
           PERFORM WRITE-ONE-SCHEDULE-LINE
               VARYING SCHED-IDX FROM 1 BY 1
               UNTIL SCHED-IDX > STEP-COUNT.
           CLOSE SCHEDULE-FILE.

       WRITE-ONE-SCHEDULE-LINE.

           IF STEP-LAST-COVERED(SCHED-IDX) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SCHEDULE-RECORD.
           MOVE STEP-DEF-NAME(SCHED-IDX) TO SCHED-STEP-NAME.
           MOVE ',' TO SCHED-SEP.
           MOVE STEP-LAST-COVERED(SCHED-IDX) TO SCHED-LAST-DATE.
           WRITE SCHEDULE-RECORD.

      * ----------------------------------------------------------- *
      * Is the step due?  Tonight first; failing that, every date  *
      * after its last covered date is tested against its          *
      * frequency, and the first missed due date found is kept in  *
      * STEP-DUE-DATE (zero = not due).  One run covers every      *
      * missed date.  A step never run before, or not run for more *
      * than a year, is tested against tonight alone.              *
      * ----------------------------------------------------------- *
       DETERMINE-STEP-DUE.

           MOVE 0 TO STEP-DUE-DATE(STEP-IDX).
           MOVE BUSINESS-DATE TO CHECK-DATE.
           PERFORM CHECK-DATE-DUE.
           IF DATE-DUE
               MOVE BUSINESS-DATE TO STEP-DUE-DATE(STEP-IDX)
               EXIT PARAGRAPH
           END-IF.

           MOVE BUSINESS-DATE TO WALK-DATE.

           IF STEP-LAST-COVERED(STEP-IDX) > 0
                   AND STEP-LAST-COVERED(STEP-IDX) < BUSINESS-DATE
               MOVE STEP-LAST-COVERED(STEP-IDX) TO CONV-DATE
               PERFORM DATE-TO-DAY-NUMBER
               COMPUTE GAP-DAY-NUMBER =
                   BUSINESS-DAY-NUMBER - CONV-DAY-NUMBER
               IF GAP-DAY-NUMBER <= 366
                   MOVE STEP-LAST-COVERED(STEP-IDX) TO WALK-DATE
                   PERFORM ADVANCE-WALK-DATE
               END-IF
           END-IF.

           MOVE 'N' TO SCAN-DONE-SW.
           PERFORM CHECK-ONE-SCAN-DATE UNTIL SCAN-DONE.

       CHECK-ONE-SCAN-DATE.

           IF WALK-DATE >= BUSINESS-DATE
               MOVE 'Y' TO SCAN-DONE-SW
               EXIT PARAGRAPH
           END-IF.

           MOVE WALK-DATE TO CHECK-DATE.
           PERFORM CHECK-DATE-DUE.
           IF DATE-DUE
               MOVE CHECK-DATE TO STEP-DUE-DATE(STEP-IDX)
               MOVE 'Y' TO SCAN-DONE-SW
               EXIT PARAGRAPH
           END-IF.
           PERFORM ADVANCE-WALK-DATE.

      *> CHECK-DATE against the frequency of step STEP-IDX.
       CHECK-DATE-DUE.

           MOVE 'N' TO DATE-DUE-SW.

           IF FREQ-DAILY(STEP-IDX)
               MOVE 'Y' TO DATE-DUE-SW
           END-IF.

           IF FREQ-BUSDAY(STEP-IDX)
               MOVE CHECK-DATE TO BIZ-DATE
               PERFORM CHECK-BUSINESS-DAY
               IF BIZ-DAY
                   MOVE 'Y' TO DATE-DUE-SW
               END-IF
           END-IF.

           IF FREQ-MONTHEND(STEP-IDX)
               PERFORM CHECK-MONTH-END
               IF PERIOD-END
                   MOVE 'Y' TO DATE-DUE-SW
               END-IF
           END-IF.

           IF FREQ-YEAREND(STEP-IDX)
               PERFORM CHECK-YEAR-END
               IF PERIOD-END
                   MOVE 'Y' TO DATE-DUE-SW
               END-IF
           END-IF.

      *> DAY31 in a 30-day month falls on the 30th.
           IF FREQ-DAY-OF-MONTH(STEP-IDX)
               MOVE CHECK-YYYY TO DIM-YYYY
               MOVE CHECK-MM TO DIM-MM
               PERFORM GET-DAYS-IN-MONTH
               IF CHECK-DD = STEP-FREQ-DAY(STEP-IDX)
                   MOVE 'Y' TO DATE-DUE-SW
               END-IF
               IF STEP-FREQ-DAY(STEP-IDX) > DIM-RESULT
                       AND CHECK-DD = DIM-RESULT
                   MOVE 'Y' TO DATE-DUE-SW
               END-IF
           END-IF.

      *> Monday to Friday and not on the holiday list.  Serial day
      *> numbers divide by 7 with remainder 0 on a Saturday and 1
      *> on a Sunday.
       CHECK-BUSINESS-DAY.

           MOVE 'Y' TO BIZ-DAY-SW.
           MOVE BIZ-DATE TO CONV-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           DIVIDE CONV-DAY-NUMBER BY 7
               GIVING WEEKDAY-QUOTIENT
               REMAINDER WEEKDAY-REMAINDER.
           IF WEEKDAY-REMAINDER = 0 OR WEEKDAY-REMAINDER = 1
               MOVE 'N' TO BIZ-DAY-SW
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-ONE-HOLIDAY
               VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > HOLIDAY-COUNT OR NOT BIZ-DAY.

       CHECK-ONE-HOLIDAY.

           IF HOLIDAY-DATE(CAL-IDX) = BIZ-DATE
               MOVE 'N' TO BIZ-DAY-SW
           END-IF.

      *> A fiscal year-end is a month-end too.
       CHECK-MONTH-END.

           MOVE 'N' TO PERIOD-END-SW.
           PERFORM CHECK-ONE-YEAR-END-DATE
               VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > YEAR-END-COUNT OR PERIOD-END.
           IF PERIOD-END
               EXIT PARAGRAPH
           END-IF.

           IF MONTH-END-COUNT > 0
               PERFORM CHECK-ONE-MONTH-END-DATE
                   VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > MONTH-END-COUNT OR PERIOD-END
           ELSE
               PERFORM CHECK-LAST-BUSINESS-DAY
           END-IF.

       CHECK-YEAR-END.

           MOVE 'N' TO PERIOD-END-SW.
           IF YEAR-END-COUNT > 0
               PERFORM CHECK-ONE-YEAR-END-DATE
                   VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > YEAR-END-COUNT OR PERIOD-END
           ELSE
               IF CHECK-MM = 12
                   PERFORM CHECK-LAST-BUSINESS-DAY
               END-IF
           END-IF.

       CHECK-ONE-MONTH-END-DATE.

           IF MONTH-END-DATE(CAL-IDX) = CHECK-DATE
               MOVE 'Y' TO PERIOD-END-SW
           END-IF.

       CHECK-ONE-YEAR-END-DATE.

           IF YEAR-END-DATE(CAL-IDX) = CHECK-DATE
               MOVE 'Y' TO PERIOD-END-SW
           END-IF.

      *> The default period end - CHECK-DATE is a business day and
      *> none of the days left in its month is.
       CHECK-LAST-BUSINESS-DAY.

           MOVE CHECK-DATE TO BIZ-DATE.
           PERFORM CHECK-BUSINESS-DAY.
           IF NOT BIZ-DAY
               MOVE 'N' TO PERIOD-END-SW
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO PERIOD-END-SW.
           MOVE CHECK-YYYY TO DIM-YYYY.
           MOVE CHECK-MM TO DIM-MM.
           PERFORM GET-DAYS-IN-MONTH.
           MOVE CHECK-DATE TO PROBE-DATE.
           PERFORM CHECK-ONE-LATER-DAY
               VARYING PROBE-DD FROM CHECK-DD BY 1
               UNTIL PROBE-DD >= DIM-RESULT OR NOT PERIOD-END.

      *> Tests the day after PROBE-DD.
       CHECK-ONE-LATER-DAY.

           MOVE PROBE-DATE TO BIZ-DATE.
           ADD 1 TO BIZ-DATE.
           PERFORM CHECK-BUSINESS-DAY.
           IF BIZ-DAY
               MOVE 'N' TO PERIOD-END-SW
           END-IF.

       ADVANCE-WALK-DATE.

           MOVE WALK-YYYY TO DIM-YYYY.
           MOVE WALK-MM TO DIM-MM.
           PERFORM GET-DAYS-IN-MONTH.
           ADD 1 TO WALK-DD.
           IF WALK-DD > DIM-RESULT
               MOVE 1 TO WALK-DD
               ADD 1 TO WALK-MM
               IF WALK-MM > 12
                   MOVE 1 TO WALK-MM
                   ADD 1 TO WALK-YYYY
               END-IF
           END-IF.

      *> Days in month DIM-MM of year DIM-YYYY, leap Februaries by
      *> the same 4/100/400 rule DATE-TO-DAY-NUMBER applies.
       GET-DAYS-IN-MONTH.

           MOVE DAYS-IN-MONTH-OF(DIM-MM) TO DIM-RESULT.
           IF DIM-MM NOT = 2
               EXIT PARAGRAPH
           END-IF.
           DIVIDE DIM-YYYY BY 4
               GIVING DIM-QUOTIENT REMAINDER DIM-REMAINDER.
           IF DIM-REMAINDER NOT = 0
               EXIT PARAGRAPH
           END-IF.
           DIVIDE DIM-YYYY BY 100
               GIVING DIM-QUOTIENT REMAINDER DIM-REMAINDER.
           IF DIM-REMAINDER NOT = 0
               MOVE 29 TO DIM-RESULT
               EXIT PARAGRAPH
           END-IF.
           DIVIDE DIM-YYYY BY 400
               GIVING DIM-QUOTIENT REMAINDER DIM-REMAINDER.
           IF DIM-REMAINDER = 0
               MOVE 29 TO DIM-RESULT
           END-IF.

      * ----------------------------------------------------------- *
      * YYYYMMDD in CONV-DATE to a serial day number in             *
      * CONV-DAY-NUMBER - the EMPANNIV conversion.                  *
      * ----------------------------------------------------------- *
       DATE-TO-DAY-NUMBER.

           MOVE CONV-YYYY TO CONV-YEAR-PART.
           IF CONV-MM <= 2
               SUBTRACT 1 FROM CONV-YEAR-PART
           END-IF.

           COMPUTE CONV-DAY-NUMBER =
               (365 * CONV-YYYY)
               + DAYS-BEFORE-MONTH(CONV-MM)
               + CONV-DD.
           DIVIDE CONV-YEAR-PART BY 4
               GIVING CONV-LEAP-QUOTIENT
               REMAINDER CONV-LEAP-REMAINDER.
           ADD CONV-LEAP-QUOTIENT TO CONV-DAY-NUMBER.
           DIVIDE CONV-YEAR-PART BY 100
               GIVING CONV-LEAP-QUOTIENT
               REMAINDER CONV-LEAP-REMAINDER.
           SUBTRACT CONV-LEAP-QUOTIENT FROM CONV-DAY-NUMBER.
           DIVIDE CONV-YEAR-PART BY 400
               GIVING CONV-LEAP-QUOTIENT
               REMAINDER CONV-LEAP-REMAINDER.
           ADD CONV-LEAP-QUOTIENT TO CONV-DAY-NUMBER.
