       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COMPSTMT.

      * ----------------------------------------------------------- *
      * Annual total-compensation statement.  At year end the       *
      * question "what did I actually earn" was answered one person *
      * at a time from HISTORY mode, the bonus register and the     *
      * vacation statement.  This run prints one page per employee  *
      * for a chosen year:                                          *
      *   - base salary earned, prorated across every              *
      *     emp_master.idx version in effect during the year by     *
      *     SALACCR's rules - nothing before hire, nothing on leave *
      *     (L) or after termination (T), each day at the salary    *
      *     and department of the version in effect, a day worth    *
      *     annual salary / 12 / days in its month, rounded by      *
      *     version by month the way the monthly accrual is,        *
      *   - bonus actually paid - BONRECON's paid register history, *
      *     payments whose pay date falls in the year - less any    *
      *     BONCLAW recovery journalled in the year,                *
      *   - any SEPSETTL settlement payout settled in the year,     *
      *   - vacation entitled, carried in, used and forfeited off   *
      *     the VACBAL ledger.  The ledger holds one year per       *
      *     employee: while it is still on the statement year the   *
      *     forfeit is projected against the EMPANNIV_CARRYCAP cap  *
      *     (default 5); once the year-end run has rolled it, the   *
      *     carry-out and the forfeit come from the ledger and the  *
      *     year-end forfeit report.                                *
      *                                                             *
      * After the statements, a department control page totals      *
      * base, bonus and settlement by department and ties them to   *
      * what was posted: base against the applied accrual runs in   *
      * salary_accrual_history.dat for the year's twelve periods    *
      * (the latest run of a period superseding earlier ones), and  *
      * bonus against the department charge shares the payments     *
      * were posted with.  Paid bonus is spread over a payment's    *
      * shares in proportion, the last share taking the rounding,   *
      * so a payment paid at its register amount ties to the cent;  *
      * a payment with no shares falls to the employee's            *
      * statement department.                                       *
      *                                                             *
      * COMPSTMT_YEAR (YYYY) picks the year, default last year.     *
      * COMPSTMT_EMPNO_FROM / COMPSTMT_EMPNO_TO and COMPSTMT_DEPT   *
      * narrow the run to a range or department for a reprint; a    *
      * narrowed run still prints its department totals but does    *
      * not attempt the GL tie.                                     *
      *                                                             *
      * Return code 4 when a department does not tie or a limit    *
      * was reached; 8 on a bad parameter or no master.             *
      * ----------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER-FILE ASSIGN TO "CMSMSTDD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMPM-KEY
              FILE STATUS IS EMP-MASTER-STATUS.

           SELECT VACBAL-FILE ASSIGN TO "CMSVACDD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VB-EMPNO
              FILE STATUS IS VACBAL-STATUS.

      *> BONRECON's paid register history - P and S lines.
           SELECT BONUS-HISTORY-FILE ASSIGN TO "CMSBONDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BONUS-HISTORY-STATUS.

      *> BONCLAW's journal of recoveries raised.
           SELECT CLAW-JOURNAL-FILE ASSIGN TO "CMSCLWDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CLAW-JOURNAL-STATUS.

      *> SEPSETTL's journal of settlements applied.
           SELECT SEP-JOURNAL-FILE ASSIGN TO "CMSSEPDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SEP-JOURNAL-STATUS.

      *> EMPANNIV's year-end forfeit report.
           SELECT FORFEIT-FILE ASSIGN TO "CMSFORDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FORFEIT-STATUS.

      *> SALACCR's applied accrual runs.
           SELECT ACCRUAL-HISTORY-FILE ASSIGN TO "CMSACRDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACCRUAL-HISTORY-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "CMSRPTDD"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  EMP-MASTER-FILE.
       01  EMP-MASTER-RECORD.
           05  EMPM-KEY.
               10  EMPM-EMPNO     PIC X(5).
               10  EMPM-EFFDATE   PIC X(8).
           05  EMPM-NAME      PIC X(10).
           05  EMPM-DEPTNO    PIC 99.
           05  EMPM-SALARY    PIC 9(7)V99.
           05  EMPM-HIREDATE  PIC X(8).
           05  EMPM-MGRID     PIC X(5).
           05  EMPM-STATUS    PIC X.
           05  EMPM-STATDATE  PIC X(8).

       FD  VACBAL-FILE.
       01  VACBAL-RECORD.
           05  VB-EMPNO          PIC X(5).
           05  VB-NAME           PIC X(10).
           05  VB-DEPTNO         PIC X(2).
           05  VB-YEAR           PIC 9(4).
           05  VB-ENTITLED       PIC 9(3).
           05  VB-CARRIED        PIC 9(3).
           05  VB-USED           PIC 9(3).

       FD  BONUS-HISTORY-FILE.
       01  BONUS-HISTORY-RECORD  PIC X(60).

       FD  CLAW-JOURNAL-FILE.
       01  CLAW-JOURNAL-RECORD   PIC X(60).

       FD  SEP-JOURNAL-FILE.
       01  SEP-JOURNAL-RECORD    PIC X(60).

       FD  FORFEIT-FILE.
       01  FORFEIT-RECORD        PIC X(80).

       FD  ACCRUAL-HISTORY-FILE.
       01  ACCRUAL-HISTORY-RECORD PIC X(60).

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.

       01  EMP-MASTER-FILENAME   PIC X(60) VALUE
               '/app/data/emp_master.idx'.
       01  VACBAL-FILENAME       PIC X(60) VALUE
               '/app/data/vacation_balance.idx'.
       01  BONUS-HISTORY-FILENAME PIC X(60) VALUE
               '/app/data/bonus_paid_history.dat'.
       01  CLAW-JOURNAL-FILENAME PIC X(60) VALUE
               '/app/data/bonus_clawback_journal.dat'.
       01  SEP-JOURNAL-FILENAME  PIC X(60) VALUE
               '/app/data/separation_journal.dat'.
       01  FORFEIT-FILENAME      PIC X(60) VALUE
               '/app/data/vacation_forfeit.txt'.
       01  ACCRUAL-HISTORY-FILENAME PIC X(60) VALUE
               '/app/data/salary_accrual_history.dat'.
       01  STATEMENT-FILENAME    PIC X(60) VALUE
               '/app/data/comp_statement.txt'.

       01  EMP-MASTER-STATUS     PIC X(2).
       01  VACBAL-STATUS         PIC X(2).
           88  VACBAL-FILE-OK    VALUE '00'.
       01  BONUS-HISTORY-STATUS  PIC X(2).
           88  BONUS-HISTORY-FILE-OK VALUE '00'.
       01  CLAW-JOURNAL-STATUS   PIC X(2).
           88  CLAW-JOURNAL-FILE-OK VALUE '00'.
       01  SEP-JOURNAL-STATUS    PIC X(2).
           88  SEP-JOURNAL-FILE-OK VALUE '00'.
       01  FORFEIT-STATUS        PIC X(2).
           88  FORFEIT-FILE-OK   VALUE '00'.
       01  ACCRUAL-HISTORY-STATUS PIC X(2).
           88  ACCRUAL-HISTORY-FILE-OK VALUE '00'.

       01  END-OF-FILE           PIC X VALUE 'N'.
       01  VACBAL-OPEN-SW        PIC X VALUE 'N'.
           88  VACBAL-OPEN       VALUE 'Y'.
       01  RUN-DATE              PIC 9(8).

      * ----------------------------------------------------------- *
      * Run parameters.                                             *
      * ----------------------------------------------------------- *
       01  PARM-YEAR             PIC X(10).
       01  PARM-EMPNO-FROM       PIC X(10).
       01  PARM-EMPNO-TO         PIC X(10).
       01  PARM-DEPT             PIC X(10).
       01  PARM-CARRYCAP         PIC X(10).
       01  PARM-LEN              PIC 99.
       01  STMT-YEAR             PIC 9(4).
       01  NEXT-YEAR             PIC 9(4).
       01  EMPNO-FROM            PIC X(5) VALUE LOW-VALUES.
       01  EMPNO-TO              PIC X(5) VALUE HIGH-VALUES.
       01  SELECT-DEPT           PIC X(2) VALUE SPACES.
       01  CARRYOVER-CAP         PIC 9(3) VALUE 5.
       01  SELECTIVE-RUN-SW      PIC X VALUE 'N'.
           88  SELECTIVE-RUN     VALUE 'Y'.

      * ----------------------------------------------------------- *
      * First day number of each month of the year, and of the      *
      * year after in the thirteenth slot.                          *
      * ----------------------------------------------------------- *
       01  MONTH-IDX             PIC 99.
       01  MONTH-TABLE.
           05  MONTH-FIRST-DAY   PIC 9(9) OCCURS 13 TIMES.
       01  PERIOD-DIVISOR        PIC 9(5).
       01  YEAR-FIRST-DAY        PIC 9(9).
       01  YEAR-END-DAY          PIC 9(9).

      * ----------------------------------------------------------- *
      * One employee's master history, oldest first - the SALACCR   *
      * table, carrying the year's paid days and earnings per       *
      * version besides the month's.                                *
      * ----------------------------------------------------------- *
       01  CURRENT-EMPNO         PIC X(5) VALUE SPACES.
       01  CURRENT-NAME          PIC X(10).
       01  HIST-COUNT            PIC 99 VALUE 0.
       01  HIST-IDX              PIC 99.
       01  HIST-TABLE.
           05  HIST-ENTRY        OCCURS 60 TIMES.
               10  HIST-EFFDATE       PIC X(8).
               10  HIST-NAME          PIC X(10).
               10  HIST-DEPTNO        PIC 99.
               10  HIST-SALARY        PIC 9(7)V99.
               10  HIST-STATUS        PIC X.
               10  HIST-PAY-DAY       PIC 9(9).
               10  HIST-STATUS-DAY    PIC 9(9).
               10  HIST-PAID-DAYS     PIC 9(3).
               10  HIST-YEAR-DAYS     PIC 9(3).
               10  HIST-YEAR-AMOUNT   PIC 9(7)V99.
       01  HIRE-DAY              PIC 9(9).
       01  HISTORY-TRUNCATED     PIC 9(5) VALUE 0.

       01  ACCRUE-DAY            PIC 9(9).
       01  PAY-IDX               PIC 99.
       01  STATUS-IDX            PIC 99.
       01  DAY-STATUS            PIC X.
       01  VERSION-AMOUNT        PIC 9(7)V99.
       01  STMT-IDX              PIC 99.
       01  STMT-DEPTNO           PIC 99.
       01  STMT-DEPT-SUB         PIC 9(3).

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

      * ----------------------------------------------------------- *
      * Bonus payments dated in the year and the department charge  *
      * shares they were posted with.                               *
      * ----------------------------------------------------------- *
       01  PMT-COUNT             PIC 9(5) VALUE 0.
       01  PMT-IDX               PIC 9(5).
       01  PMT-TABLE.
           05  PMT-ENTRY         OCCURS 5000 TIMES.
               10  PMT-EMPNO          PIC X(5).
               10  PMT-PAYDATE        PIC X(8).
               10  PMT-AMOUNT         PIC 9(7)V99.
               10  PMT-REG-BONUS      PIC 9(7)V99.
               10  PMT-USED-SW        PIC X.
                   88  PMT-USED       VALUE 'Y'.

       01  SHR-COUNT             PIC 9(5) VALUE 0.
       01  SHR-IDX               PIC 9(5).
       01  SHR-TABLE.
           05  SHR-ENTRY         OCCURS 10000 TIMES.
               10  SHR-EMPNO          PIC X(5).
               10  SHR-PAYDATE        PIC X(8).
               10  SHR-DEPTNO         PIC 99.
               10  SHR-AMOUNT         PIC 9(7)V99.

       01  SHARE-TOTAL           PIC 9(9)V99.
       01  SHARE-LEFT            PIC 9(9)V99.
       01  SHARE-COUNT           PIC 9(5).
       01  SHARE-SEEN            PIC 9(5).
       01  SHARE-AMOUNT          PIC 9(9)V99.

       01  CLW-COUNT             PIC 9(5) VALUE 0.
       01  CLW-IDX               PIC 9(5).
       01  CLW-TABLE.
           05  CLW-ENTRY         OCCURS 2000 TIMES.
               10  CLW-EMPNO          PIC X(5).
               10  CLW-PAYDATE        PIC X(8).
               10  CLW-RUNDATE        PIC X(8).
               10  CLW-AMOUNT         PIC 9(7)V99.

       01  SEP-COUNT             PIC 9(5) VALUE 0.
       01  SEP-IDX               PIC 9(5).
       01  SEP-TABLE.
           05  SEP-ENTRY         OCCURS 2000 TIMES.
               10  SEP-EMPNO          PIC X(5).
               10  SEP-STATDATE       PIC X(8).
               10  SEP-RUNDATE        PIC X(8).
               10  SEP-AMOUNT         PIC 9(7)V99.

       01  FFT-COUNT             PIC 9(5) VALUE 0.
       01  FFT-IDX               PIC 9(5).
       01  FFT-TABLE.
           05  FFT-ENTRY         OCCURS 5000 TIMES.
               10  FFT-EMPNO          PIC X(5).
               10  FFT-DAYS           PIC 9(3).

       01  LIMIT-REACHED         PIC 9(5) VALUE 0.

       01  JOURNAL-LINE          PIC X(60).
       01  PARSE-TYPE            PIC X(2).
       01  PARSE-FIELD-2         PIC X(10).
       01  PARSE-FIELD-3         PIC X(10).
       01  PARSE-FIELD-4         PIC X(12).
       01  PARSE-FIELD-5         PIC X(12).
       01  PARSE-FIELD-6         PIC X(12).

       01  TEMP-SALARY           PIC 9(7)V99.
       01  TEMP-SALARY-X         PIC X(10).
       01  TEMP-SALARY-WHOLE     PIC X(7).
       01  TEMP-SALARY-CENTS     PIC X(2).
       01  TEMP-SALARY-WHOLE-N   PIC 9(7).
       01  TEMP-SALARY-CENTS-N   PIC 9(2).

      * ----------------------------------------------------------- *
      * What was posted: the accrual of each of the year's periods  *
      * by department as its latest applied run recorded it.        *
      * ----------------------------------------------------------- *
       01  ACR-COLLECT-MONTH     PIC 99 VALUE 0.
       01  ACR-PERIODS-POSTED    PIC 99 VALUE 0.
       01  ACR-PERIOD-TABLE.
           05  ACR-PERIOD        OCCURS 12 TIMES.
               10  ACR-PERIOD-SW      PIC X.
                   88  ACR-PERIOD-POSTED VALUE 'Y'.
               10  ACR-PERIOD-DEPT    PIC 9(9)V99 OCCURS 100 TIMES.
       01  HST-PARSE-TYPE        PIC X(2).
       01  HST-PARSE-PERIOD      PIC X(6).
       01  HST-PARSE-DEPTNO      PIC X(8).
       01  HST-PARSE-CC          PIC X(6).
       01  HST-PARSE-HEADS       PIC X(5).
       01  HST-PARSE-AMOUNT      PIC X(12).
       01  HST-AMOUNT-WHOLE      PIC 9(9).
       01  HST-AMOUNT-CENTS      PIC 99.
       01  HST-AMOUNT            PIC 9(9)V99.
       01  HST-DOT-COUNT         PIC 9.
       01  HST-MONTH             PIC 99.

      * ----------------------------------------------------------- *
      * Department controls, subscripted by department number + 1.  *
      * ----------------------------------------------------------- *
       01  DEPT-IDX              PIC 9(3).
       01  DEPT-TABLE.
           05  DEPT-ENTRY        OCCURS 100 TIMES.
               10  DEPT-HEADS         PIC 9(5).
               10  DEPT-BASE          PIC 9(9)V99.
               10  DEPT-BASE-GL       PIC 9(9)V99.
               10  DEPT-BONUS         PIC 9(9)V99.
               10  DEPT-BONUS-GL      PIC 9(9)V99.
               10  DEPT-RECOVERED     PIC 9(9)V99.
               10  DEPT-SETTLE        PIC 9(9)V99.
       01  DEPT-BASE-DIFF        PIC S9(9)V99.
       01  DEPT-BONUS-DIFF       PIC S9(9)V99.
       01  DEPTS-OUT-OF-BALANCE  PIC 9(3) VALUE 0.

      * ----------------------------------------------------------- *
      * One employee's statement totals, and the run's.             *
      * ----------------------------------------------------------- *
       01  EMP-BASE-TOTAL        PIC 9(9)V99.
       01  EMP-BONUS-TOTAL       PIC 9(9)V99.
       01  EMP-RECOVERED-TOTAL   PIC 9(9)V99.
       01  EMP-SETTLE-TOTAL      PIC 9(9)V99.
       01  EMP-COMP-TOTAL        PIC S9(9)V99.
       01  NET-AMOUNT            PIC S9(9)V99.
       01  VAC-BALANCE           PIC S9(5).
       01  VAC-FORFEIT           PIC 9(3).

       01  STATEMENTS-PRINTED    PIC 9(5) VALUE 0.
       01  NOT-SELECTED-COUNT    PIC 9(5) VALUE 0.
       01  NO-EARNINGS-COUNT     PIC 9(5) VALUE 0.
       01  PAGE-COUNT            PIC 9(5) VALUE 0.
       01  RUN-BASE-TOTAL        PIC 9(9)V99 VALUE 0.
       01  RUN-BONUS-TOTAL       PIC 9(9)V99 VALUE 0.
       01  RUN-RECOVERED-TOTAL   PIC 9(9)V99 VALUE 0.
       01  RUN-SETTLE-TOTAL      PIC 9(9)V99 VALUE 0.
       01  RUN-COMP-TOTAL        PIC S9(9)V99 VALUE 0.
       01  RUN-BASE-GL-TOTAL     PIC 9(9)V99 VALUE 0.
       01  RUN-BONUS-GL-TOTAL    PIC 9(9)V99 VALUE 0.
       01  NO-MASTER-PMT-COUNT   PIC 9(5) VALUE 0.
       01  NO-MASTER-PMT-TOTAL   PIC 9(9)V99 VALUE 0.

      *> Edited fields for the statement lines.
       01  AMOUNT-OUT            PIC Z(8)9.99.
       01  AMOUNT2-OUT           PIC Z(8)9.99.
       01  AMOUNT3-OUT           PIC Z(8)9.99.
       01  SIGNED-OUT            PIC -(9)9.99.
       01  SIGNED2-OUT           PIC -(9)9.99.
       01  SALARY-OUT            PIC Z(6)9.99.
       01  DAYS-OUT              PIC ZZ9.
       01  DAYS2-OUT             PIC ZZ9.
       01  DAYS3-OUT             PIC ZZ9.
       01  DAYS4-OUT             PIC ZZ9.
       01  VAC-BALANCE-OUT       PIC ----9.
       01  HEADS-OUT             PIC ZZZZ9.
       01  PAGE-OUT              PIC 9(5).
       01  DEPTNO-OUT            PIC 99.
       01  COUNT-OUT             PIC ZZZZ9.
       01  TIE-NOTE              PIC X(14).

       PROCEDURE DIVISION.
       MAIN.

           DISPLAY " ".
           DISPLAY "ANNUAL TOTAL-COMPENSATION STATEMENT".
           DISPLAY "-----------------------------------".

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-RUN-PARAMETERS.
           PERFORM BUILD-MONTH-TABLE.
           INITIALIZE DEPT-TABLE.
           INITIALIZE ACR-PERIOD-TABLE.

           PERFORM LOAD-BONUS-HISTORY.
           PERFORM LOAD-CLAWBACK-JOURNAL.
           PERFORM LOAD-SEPARATION-JOURNAL.
           PERFORM LOAD-FORFEIT-REPORT.
           IF NOT SELECTIVE-RUN
               PERFORM LOAD-ACCRUAL-HISTORY
           END-IF.

           DISPLAY "CMSMSTDD" UPON ENVIRONMENT-NAME.
           DISPLAY EMP-MASTER-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT EMP-MASTER-FILE.
           IF EMP-MASTER-STATUS NOT = '00'
               DISPLAY "CANNOT OPEN " EMP-MASTER-FILENAME
                   " - STATUS " EMP-MASTER-STATUS
               DISPLAY "PROCESS AT LEAST ONE EXTRACT FIRST TO "
                   "BUILD THE MASTER."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "CMSVACDD" UPON ENVIRONMENT-NAME.
           DISPLAY VACBAL-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT VACBAL-FILE.
           IF VACBAL-FILE-OK
               MOVE 'Y' TO VACBAL-OPEN-SW
           ELSE
               DISPLAY "NO VACATION LEDGER - STATEMENTS WILL CARRY "
                   "NO VACATION FIGURES."
           END-IF.

           DISPLAY "CMSRPTDD" UPON ENVIRONMENT-NAME.
           DISPLAY STATEMENT-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT STATEMENT-FILE.

      *> A range starts the pass at its first employee.
           MOVE 'N' TO END-OF-FILE.
           IF EMPNO-FROM NOT = LOW-VALUES
               MOVE EMPNO-FROM TO EMPM-EMPNO
               MOVE LOW-VALUES TO EMPM-EFFDATE
               START EMP-MASTER-FILE
                   KEY IS GREATER THAN OR EQUAL TO EMPM-KEY
                   INVALID KEY MOVE 'Y' TO END-OF-FILE
               END-START
           END-IF.

           PERFORM READ-ONE-MASTER-VERSION UNTIL END-OF-FILE = 'Y'.
           IF HIST-COUNT > 0
               PERFORM PRINT-EMPLOYEE-STATEMENT
           END-IF.
           CLOSE EMP-MASTER-FILE.
           IF VACBAL-OPEN
               CLOSE VACBAL-FILE
           END-IF.

           IF NOT SELECTIVE-RUN
               PERFORM COUNT-PAYMENTS-WITH-NO-MASTER
           END-IF.
           PERFORM PRINT-DEPARTMENT-CONTROLS.
           CLOSE STATEMENT-FILE.

           PERFORM DISPLAY-STATEMENT-SUMMARY.

           DISPLAY " ".
           DISPLAY "HAVE A GOOD DAY!".
           DISPLAY " ".
           STOP RUN.

      * ----------------------------------------------------------- *
      * The year defaults to last year - the run is a January job.  *
      * A selection of any kind makes the run a reprint.            *
      * ----------------------------------------------------------- *
       READ-RUN-PARAMETERS.

           MOVE RUN-DATE(1:4) TO STMT-YEAR.
           SUBTRACT 1 FROM STMT-YEAR.
           ACCEPT PARM-YEAR FROM ENVIRONMENT "COMPSTMT_YEAR".
           MOVE 0 TO PARM-LEN.
           INSPECT PARM-YEAR
               TALLYING PARM-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
           IF PARM-LEN > 0
               IF PARM-LEN NOT = 4 OR PARM-YEAR(1:4) IS NOT NUMERIC
                   DISPLAY "COMPSTMT_YEAR MUST BE YYYY - GOT "
                       PARM-YEAR
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PARM-YEAR(1:4) TO STMT-YEAR
           END-IF.
           COMPUTE NEXT-YEAR = STMT-YEAR + 1.
           DISPLAY "STATEMENT YEAR : " STMT-YEAR.

           ACCEPT PARM-EMPNO-FROM FROM ENVIRONMENT
               "COMPSTMT_EMPNO_FROM".
           IF PARM-EMPNO-FROM NOT = SPACES
               MOVE PARM-EMPNO-FROM(1:5) TO EMPNO-FROM
               MOVE 'Y' TO SELECTIVE-RUN-SW
               DISPLAY "EMPNO FROM     : " EMPNO-FROM
           END-IF.
           ACCEPT PARM-EMPNO-TO FROM ENVIRONMENT "COMPSTMT_EMPNO_TO".
           IF PARM-EMPNO-TO NOT = SPACES
               MOVE PARM-EMPNO-TO(1:5) TO EMPNO-TO
               MOVE 'Y' TO SELECTIVE-RUN-SW
               DISPLAY "EMPNO TO       : " EMPNO-TO
           END-IF.
           IF EMPNO-FROM NOT = LOW-VALUES
                   AND EMPNO-TO NOT = HIGH-VALUES
                   AND EMPNO-FROM > EMPNO-TO
               DISPLAY "COMPSTMT_EMPNO_FROM IS AFTER COMPSTMT_EMPNO_TO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT PARM-DEPT FROM ENVIRONMENT "COMPSTMT_DEPT".
           MOVE 0 TO PARM-LEN.
           INSPECT PARM-DEPT
               TALLYING PARM-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
           IF PARM-LEN > 0
               IF PARM-LEN NOT = 2 OR PARM-DEPT(1:2) IS NOT NUMERIC
                   DISPLAY "COMPSTMT_DEPT MUST BE TWO DIGITS - GOT "
                       PARM-DEPT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PARM-DEPT(1:2) TO SELECT-DEPT
               MOVE 'Y' TO SELECTIVE-RUN-SW
               DISPLAY "DEPARTMENT     : " SELECT-DEPT
           END-IF.

      *> The year-end run's cap, so a projection forfeits what the
      *> rollover will.
           ACCEPT PARM-CARRYCAP FROM ENVIRONMENT "EMPANNIV_CARRYCAP".
           MOVE 0 TO PARM-LEN.
           INSPECT PARM-CARRYCAP
               TALLYING PARM-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
           IF PARM-LEN > 0 AND PARM-LEN <= 3
               IF PARM-CARRYCAP(1:PARM-LEN) IS NUMERIC
                   MOVE PARM-CARRYCAP(1:PARM-LEN) TO CARRYOVER-CAP
               END-IF
           END-IF.

           IF SELECTIVE-RUN
               DISPLAY "MODE: REPRINT - NO GL TIE."
           ELSE
               DISPLAY "MODE: FULL RUN - DEPARTMENTS TIED TO THE GL."
           END-IF.
           DISPLAY " ".

       BUILD-MONTH-TABLE.

           PERFORM BUILD-ONE-MONTH
               VARYING MONTH-IDX FROM 1 BY 1 UNTIL MONTH-IDX > 12.
           MOVE NEXT-YEAR TO CONV-YYYY.
           MOVE 1 TO CONV-MM.
           MOVE 1 TO CONV-DD.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONV-DAY-NUMBER TO MONTH-FIRST-DAY(13).
           MOVE MONTH-FIRST-DAY(1) TO YEAR-FIRST-DAY.
           COMPUTE YEAR-END-DAY = MONTH-FIRST-DAY(13) - 1.

       BUILD-ONE-MONTH.

           MOVE STMT-YEAR TO CONV-YYYY.
           MOVE MONTH-IDX TO CONV-MM.
           MOVE 1 TO CONV-DD.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONV-DAY-NUMBER TO MONTH-FIRST-DAY(MONTH-IDX).

      * ----------------------------------------------------------- *
      * Paid history: P lines whose pay date falls in the year, and *
      * the S lines beneath them.  The S lines are the department   *
      * charges the payment was posted with.                        *
      * ----------------------------------------------------------- *
       LOAD-BONUS-HISTORY.

           DISPLAY "CMSBONDD" UPON ENVIRONMENT-NAME.
           DISPLAY BONUS-HISTORY-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT BONUS-HISTORY-FILE.
           IF NOT BONUS-HISTORY-FILE-OK
               DISPLAY "NO PAID BONUS HISTORY - NO BONUS WILL BE "
                   "SHOWN AS PAID."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-BONUS-LINE UNTIL END-OF-FILE = 'Y'.
           CLOSE BONUS-HISTORY-FILE.
           MOVE 'N' TO END-OF-FILE.
           DISPLAY PMT-COUNT " BONUS PAYMENT(S) DATED " STMT-YEAR.

       READ-ONE-BONUS-LINE.

           READ BONUS-HISTORY-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   MOVE BONUS-HISTORY-RECORD TO JOURNAL-LINE
                   PERFORM PARSE-ONE-BONUS-LINE
           END-READ.

       PARSE-ONE-BONUS-LINE.

           PERFORM SPLIT-JOURNAL-LINE.
           IF PARSE-FIELD-2(1:4) NOT = STMT-YEAR
               EXIT PARAGRAPH
           END-IF.

           IF PARSE-TYPE = "P"
               IF PMT-COUNT >= 5000
                   ADD 1 TO LIMIT-REACHED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PMT-COUNT
               MOVE PARSE-FIELD-3(1:5) TO PMT-EMPNO(PMT-COUNT)
               MOVE PARSE-FIELD-2(1:8) TO PMT-PAYDATE(PMT-COUNT)
               MOVE PARSE-FIELD-4(1:10) TO TEMP-SALARY-X
               PERFORM PARSE-SALARY-AMOUNT
               MOVE TEMP-SALARY TO PMT-AMOUNT(PMT-COUNT)
               MOVE PARSE-FIELD-5(1:10) TO TEMP-SALARY-X
               PERFORM PARSE-SALARY-AMOUNT
               MOVE TEMP-SALARY TO PMT-REG-BONUS(PMT-COUNT)
               MOVE 'N' TO PMT-USED-SW(PMT-COUNT)
               EXIT PARAGRAPH
           END-IF.

           IF PARSE-TYPE = "S"
               IF PARSE-FIELD-4(1:2) IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               IF SHR-COUNT >= 10000
                   ADD 1 TO LIMIT-REACHED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SHR-COUNT
               MOVE PARSE-FIELD-3(1:5) TO SHR-EMPNO(SHR-COUNT)
               MOVE PARSE-FIELD-2(1:8) TO SHR-PAYDATE(SHR-COUNT)
               MOVE PARSE-FIELD-4(1:2) TO SHR-DEPTNO(SHR-COUNT)
               MOVE PARSE-FIELD-5(1:10) TO TEMP-SALARY-X
               PERFORM PARSE-SALARY-AMOUNT
               MOVE TEMP-SALARY TO SHR-AMOUNT(SHR-COUNT)
               COMPUTE DEPT-IDX = SHR-DEPTNO(SHR-COUNT) + 1
               ADD TEMP-SALARY TO DEPT-BONUS-GL(DEPT-IDX)
           END-IF.

      *> "empno,paydate,statdate,rundate,recovery" - counted in the
      *> year the recovery was raised.
       LOAD-CLAWBACK-JOURNAL.

           DISPLAY "CMSCLWDD" UPON ENVIRONMENT-NAME.
           DISPLAY CLAW-JOURNAL-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT CLAW-JOURNAL-FILE.
           IF NOT CLAW-JOURNAL-FILE-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-CLAWBACK-LINE UNTIL END-OF-FILE = 'Y'.
           CLOSE CLAW-JOURNAL-FILE.
           MOVE 'N' TO END-OF-FILE.

       READ-ONE-CLAWBACK-LINE.

           READ CLAW-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   MOVE CLAW-JOURNAL-RECORD TO JOURNAL-LINE
                   PERFORM SPLIT-EMPNO-JOURNAL-LINE
                   IF PARSE-FIELD-5(1:4) = STMT-YEAR
                       IF CLW-COUNT < 2000
                           ADD 1 TO CLW-COUNT
                           MOVE PARSE-FIELD-2(1:5)
                               TO CLW-EMPNO(CLW-COUNT)
                           MOVE PARSE-FIELD-3(1:8)
                               TO CLW-PAYDATE(CLW-COUNT)
                           MOVE PARSE-FIELD-5(1:8)
                               TO CLW-RUNDATE(CLW-COUNT)
                           MOVE PARSE-FIELD-6(1:10) TO TEMP-SALARY-X
                           PERFORM PARSE-SALARY-AMOUNT
                           MOVE TEMP-SALARY TO CLW-AMOUNT(CLW-COUNT)
                       ELSE
                           ADD 1 TO LIMIT-REACHED
                       END-IF
                   END-IF
           END-READ.

      *> "empno,statdate,rundate,amount" - counted in the year the
      *> settlement was run.
       LOAD-SEPARATION-JOURNAL.

           DISPLAY "CMSSEPDD" UPON ENVIRONMENT-NAME.
           DISPLAY SEP-JOURNAL-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT SEP-JOURNAL-FILE.
           IF NOT SEP-JOURNAL-FILE-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-SETTLEMENT-LINE UNTIL END-OF-FILE = 'Y'.
           CLOSE SEP-JOURNAL-FILE.
           MOVE 'N' TO END-OF-FILE.

       READ-ONE-SETTLEMENT-LINE.

           READ SEP-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   MOVE SEP-JOURNAL-RECORD TO JOURNAL-LINE
                   PERFORM SPLIT-EMPNO-JOURNAL-LINE
                   IF PARSE-FIELD-4(1:4) = STMT-YEAR
                       IF SEP-COUNT < 2000
                           ADD 1 TO SEP-COUNT
                           MOVE PARSE-FIELD-2(1:5)
                               TO SEP-EMPNO(SEP-COUNT)
                           MOVE PARSE-FIELD-3(1:8)
                               TO SEP-STATDATE(SEP-COUNT)
                           MOVE PARSE-FIELD-4(1:8)
                               TO SEP-RUNDATE(SEP-COUNT)
                           MOVE PARSE-FIELD-5(1:10) TO TEMP-SALARY-X
                           PERFORM PARSE-SALARY-AMOUNT
                           MOVE TEMP-SALARY TO SEP-AMOUNT(SEP-COUNT)
                       ELSE
                           ADD 1 TO LIMIT-REACHED
                       END-IF
                   END-IF
           END-READ.

      *> "empno name DEPT nn FORFEITED nnn DAY(S) OVER CAP" - the
      *> report of the last rollover.
       LOAD-FORFEIT-REPORT.

           DISPLAY "CMSFORDD" UPON ENVIRONMENT-NAME.
           DISPLAY FORFEIT-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT FORFEIT-FILE.
           IF NOT FORFEIT-FILE-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-FORFEIT-LINE UNTIL END-OF-FILE = 'Y'.
           CLOSE FORFEIT-FILE.
           MOVE 'N' TO END-OF-FILE.

       READ-ONE-FORFEIT-LINE.

           READ FORFEIT-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   IF FORFEIT-RECORD(26:9) = "FORFEITED"
                           AND FFT-COUNT < 5000
                       ADD 1 TO FFT-COUNT
                       MOVE FORFEIT-RECORD(1:5) TO FFT-EMPNO(FFT-COUNT)
                       MOVE 0 TO FFT-DAYS(FFT-COUNT)
                       IF FORFEIT-RECORD(36:3) IS NUMERIC
                           MOVE FORFEIT-RECORD(36:3)
                               TO FFT-DAYS(FFT-COUNT)
                       ELSE
                           IF FORFEIT-RECORD(37:2) IS NUMERIC
                               MOVE FORFEIT-RECORD(37:2)
                                   TO FFT-DAYS(FFT-COUNT)
                           ELSE
                               MOVE FORFEIT-RECORD(38:1)
                                   TO FFT-DAYS(FFT-COUNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * ----------------------------------------------------------- *
      * The posted base: each of the year's periods as its latest   *
      * applied run recorded it - an H line for a period clears     *
      * whatever an earlier run of it left.                         *
      * ----------------------------------------------------------- *
       LOAD-ACCRUAL-HISTORY.

           DISPLAY "CMSACRDD" UPON ENVIRONMENT-NAME.
           DISPLAY ACCRUAL-HISTORY-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT ACCRUAL-HISTORY-FILE.
           IF NOT ACCRUAL-HISTORY-FILE-OK
               DISPLAY "NO ACCRUAL HISTORY - NO BASE SALARY HAS BEEN "
                   "POSTED TO TIE TO."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-ACCRUAL-LINE UNTIL END-OF-FILE = 'Y'.
           CLOSE ACCRUAL-HISTORY-FILE.
           MOVE 'N' TO END-OF-FILE.

           PERFORM ADD-ONE-POSTED-PERIOD
               VARYING MONTH-IDX FROM 1 BY 1 UNTIL MONTH-IDX > 12.

       READ-ONE-ACCRUAL-LINE.

           READ ACCRUAL-HISTORY-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   PERFORM PARSE-ONE-ACCRUAL-LINE
           END-READ.

       PARSE-ONE-ACCRUAL-LINE.

           MOVE SPACES TO HST-PARSE-TYPE.
           MOVE SPACES TO HST-PARSE-PERIOD.
           MOVE SPACES TO HST-PARSE-DEPTNO.
           MOVE SPACES TO HST-PARSE-CC.
           MOVE SPACES TO HST-PARSE-HEADS.
           MOVE SPACES TO HST-PARSE-AMOUNT.
           UNSTRING ACCRUAL-HISTORY-RECORD DELIMITED BY ","
               INTO HST-PARSE-TYPE, HST-PARSE-PERIOD,
                    HST-PARSE-DEPTNO, HST-PARSE-CC,
                    HST-PARSE-HEADS, HST-PARSE-AMOUNT.

           IF HST-PARSE-TYPE = "H"
               MOVE 0 TO ACR-COLLECT-MONTH
               IF HST-PARSE-PERIOD(1:4) = STMT-YEAR
                       AND HST-PARSE-PERIOD(5:2) IS NUMERIC
                   MOVE HST-PARSE-PERIOD(5:2) TO HST-MONTH
                   IF HST-MONTH >= 1 AND HST-MONTH <= 12
                       MOVE HST-MONTH TO ACR-COLLECT-MONTH
                       INITIALIZE ACR-PERIOD(HST-MONTH)
                       MOVE 'Y' TO ACR-PERIOD-SW(HST-MONTH)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF HST-PARSE-TYPE NOT = "A" OR ACR-COLLECT-MONTH = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO HST-DOT-COUNT.
           INSPECT HST-PARSE-AMOUNT TALLYING HST-DOT-COUNT FOR ALL ".".
           IF HST-PARSE-DEPTNO(1:2) IS NOT NUMERIC
                   OR HST-DOT-COUNT NOT = 1
                   OR HST-PARSE-AMOUNT(1:9) IS NOT NUMERIC
                   OR HST-PARSE-AMOUNT(11:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE HST-PARSE-AMOUNT(1:9) TO HST-AMOUNT-WHOLE.
           MOVE HST-PARSE-AMOUNT(11:2) TO HST-AMOUNT-CENTS.
           MOVE HST-PARSE-DEPTNO(1:2) TO DEPTNO-OUT.
           COMPUTE DEPT-IDX = DEPTNO-OUT + 1.
           COMPUTE HST-AMOUNT =
               HST-AMOUNT-WHOLE + (HST-AMOUNT-CENTS / 100).
           ADD HST-AMOUNT
               TO ACR-PERIOD-DEPT(ACR-COLLECT-MONTH, DEPT-IDX).

       ADD-ONE-POSTED-PERIOD.

           IF NOT ACR-PERIOD-POSTED(MONTH-IDX)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ACR-PERIODS-POSTED.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1 UNTIL DEPT-IDX > 100
               ADD ACR-PERIOD-DEPT(MONTH-IDX, DEPT-IDX)
                   TO DEPT-BASE-GL(DEPT-IDX)
           END-PERFORM.

      * ----------------------------------------------------------- *
      * Journal lines are comma separated; the bonus history's      *
      * lead with a type, the other journals with the empno.        *
      * ----------------------------------------------------------- *
       SPLIT-JOURNAL-LINE.

           MOVE SPACES TO PARSE-TYPE.
           MOVE SPACES TO PARSE-FIELD-2.
           MOVE SPACES TO PARSE-FIELD-3.
           MOVE SPACES TO PARSE-FIELD-4.
           MOVE SPACES TO PARSE-FIELD-5.
           MOVE SPACES TO PARSE-FIELD-6.
           UNSTRING JOURNAL-LINE DELIMITED BY ","
               INTO PARSE-TYPE, PARSE-FIELD-2, PARSE-FIELD-3,
                    PARSE-FIELD-4, PARSE-FIELD-5, PARSE-FIELD-6.

       SPLIT-EMPNO-JOURNAL-LINE.

           MOVE SPACES TO PARSE-FIELD-2.
           MOVE SPACES TO PARSE-FIELD-3.
           MOVE SPACES TO PARSE-FIELD-4.
           MOVE SPACES TO PARSE-FIELD-5.
           MOVE SPACES TO PARSE-FIELD-6.
           UNSTRING JOURNAL-LINE DELIMITED BY ","
               INTO PARSE-FIELD-2, PARSE-FIELD-3,
                    PARSE-FIELD-4, PARSE-FIELD-5, PARSE-FIELD-6.

       READ-ONE-MASTER-VERSION.

           READ EMP-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   IF EMPM-EMPNO > EMPNO-TO
                       MOVE 'Y' TO END-OF-FILE
                   ELSE
      *> A version MASTFIX voided stays on file for the record only.
                       IF EMPM-STATUS NOT = 'V'
                           PERFORM COLLECT-ONE-VERSION
                       END-IF
                   END-IF
           END-READ.

      * ----------------------------------------------------------- *
      * One sequential pass sees each employee's versions oldest    *
      * first; the employee's page prints on the break.             *
      * ----------------------------------------------------------- *
       COLLECT-ONE-VERSION.

           IF EMPM-EMPNO NOT = CURRENT-EMPNO
               IF HIST-COUNT > 0
                   PERFORM PRINT-EMPLOYEE-STATEMENT
               END-IF
               MOVE EMPM-EMPNO TO CURRENT-EMPNO
               MOVE 0 TO HIST-COUNT
               MOVE 0 TO HIRE-DAY
               IF EMPM-HIREDATE IS NUMERIC
                   MOVE EMPM-HIREDATE TO CONV-DATE
                   PERFORM DATE-TO-DAY-NUMBER
                   MOVE CONV-DAY-NUMBER TO HIRE-DAY
               END-IF
           END-IF.

           IF EMPM-EFFDATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           IF HIST-COUNT >= 60
               ADD 1 TO HISTORY-TRUNCATED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO HIST-COUNT.
           MOVE EMPM-EFFDATE TO HIST-EFFDATE(HIST-COUNT).
           MOVE EMPM-NAME    TO HIST-NAME(HIST-COUNT).
           MOVE EMPM-DEPTNO  TO HIST-DEPTNO(HIST-COUNT).
           MOVE EMPM-SALARY  TO HIST-SALARY(HIST-COUNT).
           MOVE EMPM-STATUS  TO HIST-STATUS(HIST-COUNT).
           MOVE 0 TO HIST-PAID-DAYS(HIST-COUNT).
           MOVE 0 TO HIST-YEAR-DAYS(HIST-COUNT).
           MOVE 0 TO HIST-YEAR-AMOUNT(HIST-COUNT).

           MOVE EMPM-EFFDATE TO CONV-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONV-DAY-NUMBER TO HIST-PAY-DAY(HIST-COUNT).
           MOVE CONV-DAY-NUMBER TO HIST-STATUS-DAY(HIST-COUNT).

      *> A leave runs from its status date; a termination is paid
      *> through its status date and stops the day after.
           IF (EMPM-STATUS = 'L' OR EMPM-STATUS = 'T')
                   AND EMPM-STATDATE IS NUMERIC
               MOVE EMPM-STATDATE TO CONV-DATE
               PERFORM DATE-TO-DAY-NUMBER
               MOVE CONV-DAY-NUMBER TO HIST-STATUS-DAY(HIST-COUNT)
           END-IF.
           IF EMPM-STATUS = 'T'
               ADD 1 TO HIST-STATUS-DAY(HIST-COUNT)
           END-IF.

      * ----------------------------------------------------------- *
      * One employee: the statement department is that of the       *
      * latest version in effect by year end.  Someone whose first  *
      * version is after the year, or who earned nothing in it and  *
      * was paid nothing in it, gets no page.                       *
      * ----------------------------------------------------------- *
       PRINT-EMPLOYEE-STATEMENT.

           MOVE 0 TO STMT-IDX.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               IF HIST-PAY-DAY(HIST-IDX) <= YEAR-END-DAY
                   MOVE HIST-IDX TO STMT-IDX
               END-IF
           END-PERFORM.
           IF STMT-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE HIST-DEPTNO(STMT-IDX) TO STMT-DEPTNO.
           MOVE HIST-NAME(STMT-IDX) TO CURRENT-NAME.

           IF SELECT-DEPT NOT = SPACES
               MOVE STMT-DEPTNO TO DEPTNO-OUT
               IF DEPTNO-OUT NOT = SELECT-DEPT
                   ADD 1 TO NOT-SELECTED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 0 TO EMP-BASE-TOTAL.
           MOVE 0 TO EMP-BONUS-TOTAL.
           MOVE 0 TO EMP-RECOVERED-TOTAL.
           MOVE 0 TO EMP-SETTLE-TOTAL.

           PERFORM EARN-EMPLOYEE-MONTH
               VARYING MONTH-IDX FROM 1 BY 1 UNTIL MONTH-IDX > 12.

           PERFORM VARYING PMT-IDX FROM 1 BY 1
               UNTIL PMT-IDX > PMT-COUNT
               IF PMT-EMPNO(PMT-IDX) = CURRENT-EMPNO
                   ADD PMT-AMOUNT(PMT-IDX) TO EMP-BONUS-TOTAL
               END-IF
           END-PERFORM.
           PERFORM VARYING CLW-IDX FROM 1 BY 1
               UNTIL CLW-IDX > CLW-COUNT
               IF CLW-EMPNO(CLW-IDX) = CURRENT-EMPNO
                   ADD CLW-AMOUNT(CLW-IDX) TO EMP-RECOVERED-TOTAL
               END-IF
           END-PERFORM.
           PERFORM VARYING SEP-IDX FROM 1 BY 1
               UNTIL SEP-IDX > SEP-COUNT
               IF SEP-EMPNO(SEP-IDX) = CURRENT-EMPNO
                   ADD SEP-AMOUNT(SEP-IDX) TO EMP-SETTLE-TOTAL
               END-IF
           END-PERFORM.

           IF EMP-BASE-TOTAL = 0 AND EMP-BONUS-TOTAL = 0
                   AND EMP-RECOVERED-TOTAL = 0
                   AND EMP-SETTLE-TOTAL = 0
               ADD 1 TO NO-EARNINGS-COUNT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE EMP-COMP-TOTAL = EMP-BASE-TOTAL + EMP-BONUS-TOTAL
               - EMP-RECOVERED-TOTAL + EMP-SETTLE-TOTAL.

           COMPUTE STMT-DEPT-SUB = STMT-DEPTNO + 1.
           ADD 1 TO DEPT-HEADS(STMT-DEPT-SUB).
           ADD EMP-RECOVERED-TOTAL TO DEPT-RECOVERED(STMT-DEPT-SUB).
           ADD EMP-SETTLE-TOTAL TO DEPT-SETTLE(STMT-DEPT-SUB).
           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               COMPUTE DEPT-IDX = HIST-DEPTNO(HIST-IDX) + 1
               ADD HIST-YEAR-AMOUNT(HIST-IDX) TO DEPT-BASE(DEPT-IDX)
           END-PERFORM.
           PERFORM VARYING PMT-IDX FROM 1 BY 1
               UNTIL PMT-IDX > PMT-COUNT
               IF PMT-EMPNO(PMT-IDX) = CURRENT-EMPNO
                   MOVE 'Y' TO PMT-USED-SW(PMT-IDX)
                   PERFORM SPREAD-PAYMENT-OVER-SHARES
               END-IF
           END-PERFORM.

           ADD 1 TO STATEMENTS-PRINTED.
           ADD EMP-BASE-TOTAL TO RUN-BASE-TOTAL.
           ADD EMP-BONUS-TOTAL TO RUN-BONUS-TOTAL.
           ADD EMP-RECOVERED-TOTAL TO RUN-RECOVERED-TOTAL.
           ADD EMP-SETTLE-TOTAL TO RUN-SETTLE-TOTAL.
           ADD EMP-COMP-TOTAL TO RUN-COMP-TOTAL.

           PERFORM WRITE-STATEMENT-PAGE.

      * ----------------------------------------------------------- *
      * One month of the year, day by day exactly as SALACCR        *
      * accrues it, so the months add up to what was posted.        *
      * ----------------------------------------------------------- *
       EARN-EMPLOYEE-MONTH.

           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               MOVE 0 TO HIST-PAID-DAYS(HIST-IDX)
           END-PERFORM.

           PERFORM EARN-ONE-DAY
               VARYING ACCRUE-DAY FROM MONTH-FIRST-DAY(MONTH-IDX) BY 1
               UNTIL ACCRUE-DAY >= MONTH-FIRST-DAY(MONTH-IDX + 1).

           COMPUTE PERIOD-DIVISOR = 12 *
               (MONTH-FIRST-DAY(MONTH-IDX + 1)
                - MONTH-FIRST-DAY(MONTH-IDX)).
           PERFORM POST-ONE-VERSION-MONTH
               VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT.

       EARN-ONE-DAY.

           IF HIRE-DAY > 0 AND ACCRUE-DAY < HIRE-DAY
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO PAY-IDX.
           MOVE 0 TO STATUS-IDX.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               IF HIST-PAY-DAY(HIST-IDX) <= ACCRUE-DAY
                   MOVE HIST-IDX TO PAY-IDX
               END-IF
               IF HIST-STATUS-DAY(HIST-IDX) <= ACCRUE-DAY
                   MOVE HIST-IDX TO STATUS-IDX
               END-IF
           END-PERFORM.

           IF PAY-IDX = 0
               IF HIRE-DAY = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO PAY-IDX
           END-IF.

           IF STATUS-IDX > 0
               MOVE HIST-STATUS(STATUS-IDX) TO DAY-STATUS
           ELSE
               MOVE HIST-STATUS(PAY-IDX) TO DAY-STATUS
               IF DAY-STATUS = 'L' OR DAY-STATUS = 'T'
                   MOVE 'A' TO DAY-STATUS
               END-IF
           END-IF.
           IF DAY-STATUS = 'L' OR DAY-STATUS = 'T'
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO HIST-PAID-DAYS(PAY-IDX).

       POST-ONE-VERSION-MONTH.

           IF HIST-PAID-DAYS(HIST-IDX) = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE VERSION-AMOUNT ROUNDED =
               HIST-SALARY(HIST-IDX) * HIST-PAID-DAYS(HIST-IDX)
                   / PERIOD-DIVISOR.
           ADD HIST-PAID-DAYS(HIST-IDX) TO HIST-YEAR-DAYS(HIST-IDX).
           ADD VERSION-AMOUNT TO HIST-YEAR-AMOUNT(HIST-IDX).
           ADD VERSION-AMOUNT TO EMP-BASE-TOTAL.

      * ----------------------------------------------------------- *
      * A payment's paid amount over the departments it was charged *
      * to, in the proportions of its shares, the last share taking *
      * what is left.  No shares: the statement department.         *
      * ----------------------------------------------------------- *
       SPREAD-PAYMENT-OVER-SHARES.

           MOVE 0 TO SHARE-TOTAL.
           MOVE 0 TO SHARE-COUNT.
           PERFORM VARYING SHR-IDX FROM 1 BY 1
               UNTIL SHR-IDX > SHR-COUNT
               IF SHR-EMPNO(SHR-IDX) = PMT-EMPNO(PMT-IDX)
                       AND SHR-PAYDATE(SHR-IDX) = PMT-PAYDATE(PMT-IDX)
                   ADD 1 TO SHARE-COUNT
                   ADD SHR-AMOUNT(SHR-IDX) TO SHARE-TOTAL
               END-IF
           END-PERFORM.

           IF SHARE-COUNT = 0 OR SHARE-TOTAL = 0
               ADD PMT-AMOUNT(PMT-IDX) TO DEPT-BONUS(STMT-DEPT-SUB)
               EXIT PARAGRAPH
           END-IF.

           MOVE PMT-AMOUNT(PMT-IDX) TO SHARE-LEFT.
           MOVE 0 TO SHARE-SEEN.
           PERFORM VARYING SHR-IDX FROM 1 BY 1
               UNTIL SHR-IDX > SHR-COUNT
               IF SHR-EMPNO(SHR-IDX) = PMT-EMPNO(PMT-IDX)
                       AND SHR-PAYDATE(SHR-IDX) = PMT-PAYDATE(PMT-IDX)
                   ADD 1 TO SHARE-SEEN
                   IF SHARE-SEEN = SHARE-COUNT
                       MOVE SHARE-LEFT TO SHARE-AMOUNT
                   ELSE
                       COMPUTE SHARE-AMOUNT ROUNDED =
                           PMT-AMOUNT(PMT-IDX) * SHR-AMOUNT(SHR-IDX)
                               / SHARE-TOTAL
                       IF SHARE-AMOUNT > SHARE-LEFT
                           MOVE SHARE-LEFT TO SHARE-AMOUNT
                       END-IF
                   END-IF
                   SUBTRACT SHARE-AMOUNT FROM SHARE-LEFT
                   COMPUTE DEPT-IDX = SHR-DEPTNO(SHR-IDX) + 1
                   ADD SHARE-AMOUNT TO DEPT-BONUS(DEPT-IDX)
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------- *
      * The employee's page.                                        *
      * ----------------------------------------------------------- *
       WRITE-STATEMENT-PAGE.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO PAGE-OUT.
           IF PAGE-COUNT > 1
               MOVE SPACES TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE ALL "=" TO STATEMENT-RECORD(1:72)
               WRITE STATEMENT-RECORD
           END-IF.

           MOVE SPACES TO STATEMENT-RECORD.
           STRING "TOTAL COMPENSATION STATEMENT - YEAR "
                                    DELIMITED BY SIZE
                  STMT-YEAR         DELIMITED BY SIZE
                  "                   PAGE "
                                    DELIMITED BY SIZE
                  PAGE-OUT          DELIMITED BY SIZE
               INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE STMT-DEPTNO TO DEPTNO-OUT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "EMPLOYEE " DELIMITED BY SIZE
                  CURRENT-EMPNO DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  CURRENT-NAME  DELIMITED BY SIZE
                  "   DEPARTMENT " DELIMITED BY SIZE
                  DEPTNO-OUT    DELIMITED BY SIZE
                  "   PRINTED " DELIMITED BY SIZE
                  RUN-DATE      DELIMITED BY SIZE
               INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE ALL "-" TO STATEMENT-RECORD(1:72).
           WRITE STATEMENT-RECORD.

           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE "BASE SALARY EARNED" TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE "  EFFECTIVE  DEPT  ANNUAL SALARY  DAYS PAID"
               TO STATEMENT-RECORD.
           MOVE "EARNED" TO STATEMENT-RECORD(61:6).
           WRITE STATEMENT-RECORD.
           PERFORM WRITE-ONE-VERSION-LINE
               VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT.
           MOVE EMP-BASE-TOTAL TO AMOUNT-OUT.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE "  TOTAL BASE SALARY" TO STATEMENT-RECORD.
           MOVE AMOUNT-OUT TO STATEMENT-RECORD(55:12).
           WRITE STATEMENT-RECORD.

           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE "BONUS PAID" TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           IF EMP-BONUS-TOTAL = 0
               MOVE "  NO BONUS PAID IN THE YEAR" TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           ELSE
               MOVE "  PAY DATE    REGISTER BONUS" TO
                   STATEMENT-RECORD
               MOVE "PAID" TO STATEMENT-RECORD(63:4)
               WRITE STATEMENT-RECORD
               PERFORM WRITE-ONE-PAYMENT-LINE
                   VARYING PMT-IDX FROM 1 BY 1
                   UNTIL PMT-IDX > PMT-COUNT
           END-IF.
           PERFORM WRITE-ONE-RECOVERY-LINE
               VARYING CLW-IDX FROM 1 BY 1
               UNTIL CLW-IDX > CLW-COUNT.
           COMPUTE NET-AMOUNT = EMP-BONUS-TOTAL
               - EMP-RECOVERED-TOTAL.
           MOVE NET-AMOUNT TO SIGNED-OUT.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE "  TOTAL BONUS" TO STATEMENT-RECORD.
           MOVE SIGNED-OUT TO STATEMENT-RECORD(53:14).
           WRITE STATEMENT-RECORD.

           IF EMP-SETTLE-TOTAL > 0
               MOVE SPACES TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE "SETTLEMENT PAYOUT" TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               PERFORM WRITE-ONE-SETTLEMENT-LINE
                   VARYING SEP-IDX FROM 1 BY 1
                   UNTIL SEP-IDX > SEP-COUNT
           END-IF.

           MOVE EMP-COMP-TOTAL TO SIGNED-OUT.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE "TOTAL COMPENSATION" TO STATEMENT-RECORD.
           MOVE SIGNED-OUT TO STATEMENT-RECORD(53:14).
           WRITE STATEMENT-RECORD.

           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE "VACATION (DAYS)" TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           PERFORM WRITE-VACATION-LINES.

       WRITE-ONE-VERSION-LINE.

           IF HIST-YEAR-DAYS(HIST-IDX) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE HIST-DEPTNO(HIST-IDX) TO DEPTNO-OUT.
           MOVE HIST-SALARY(HIST-IDX) TO SALARY-OUT.
           MOVE HIST-YEAR-DAYS(HIST-IDX) TO DAYS-OUT.
           MOVE HIST-YEAR-AMOUNT(HIST-IDX) TO AMOUNT-OUT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "  "                   DELIMITED BY SIZE
                  HIST-EFFDATE(HIST-IDX) DELIMITED BY SIZE
                  "    "                 DELIMITED BY SIZE
                  DEPTNO-OUT             DELIMITED BY SIZE
                  "     "                DELIMITED BY SIZE
                  SALARY-OUT             DELIMITED BY SIZE
                  "        "             DELIMITED BY SIZE
                  DAYS-OUT               DELIMITED BY SIZE
               INTO STATEMENT-RECORD.
           MOVE AMOUNT-OUT TO STATEMENT-RECORD(55:12).
           WRITE STATEMENT-RECORD.

       WRITE-ONE-PAYMENT-LINE.

           IF PMT-EMPNO(PMT-IDX) NOT = CURRENT-EMPNO
               EXIT PARAGRAPH
           END-IF.
           MOVE PMT-REG-BONUS(PMT-IDX) TO AMOUNT2-OUT.
           MOVE PMT-AMOUNT(PMT-IDX) TO AMOUNT-OUT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "  "                  DELIMITED BY SIZE
                  PMT-PAYDATE(PMT-IDX)  DELIMITED BY SIZE
                  "      "              DELIMITED BY SIZE
                  AMOUNT2-OUT           DELIMITED BY SIZE
               INTO STATEMENT-RECORD.
           MOVE AMOUNT-OUT TO STATEMENT-RECORD(55:12).
           WRITE STATEMENT-RECORD.

       WRITE-ONE-RECOVERY-LINE.

           IF CLW-EMPNO(CLW-IDX) NOT = CURRENT-EMPNO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE NET-AMOUNT = 0 - CLW-AMOUNT(CLW-IDX).
           MOVE NET-AMOUNT TO SIGNED-OUT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "  RECOVERED "         DELIMITED BY SIZE
                  CLW-RUNDATE(CLW-IDX)   DELIMITED BY SIZE
                  " ON PAYMENT OF "      DELIMITED BY SIZE
                  CLW-PAYDATE(CLW-IDX)   DELIMITED BY SIZE
               INTO STATEMENT-RECORD.
           MOVE SIGNED-OUT TO STATEMENT-RECORD(53:14).
           WRITE STATEMENT-RECORD.

       WRITE-ONE-SETTLEMENT-LINE.

           IF SEP-EMPNO(SEP-IDX) NOT = CURRENT-EMPNO
               EXIT PARAGRAPH
           END-IF.
           MOVE SEP-AMOUNT(SEP-IDX) TO AMOUNT-OUT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "  SEPARATED "         DELIMITED BY SIZE
                  SEP-STATDATE(SEP-IDX)  DELIMITED BY SIZE
                  "  SETTLED "           DELIMITED BY SIZE
                  SEP-RUNDATE(SEP-IDX)   DELIMITED BY SIZE
               INTO STATEMENT-RECORD.
           MOVE AMOUNT-OUT TO STATEMENT-RECORD(55:12).
           WRITE STATEMENT-RECORD.

      * ----------------------------------------------------------- *
      * The ledger holds one year.  Still on the statement year:    *
      * entitled, carried in and used, with the forfeit the cap     *
      * will take at year end.  Rolled to the year after: what was  *
      * carried out and what the rollover forfeited.                *
      * ----------------------------------------------------------- *
       WRITE-VACATION-LINES.

           MOVE SPACES TO STATEMENT-RECORD.
           IF NOT VACBAL-OPEN
               MOVE "  NO VACATION LEDGER" TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-EMPNO TO VB-EMPNO.
           READ VACBAL-FILE
               INVALID KEY
                   MOVE "  NO VACATION LEDGER RECORD"
                       TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
                   EXIT PARAGRAPH
           END-READ.

           IF VB-YEAR = STMT-YEAR
               COMPUTE VAC-BALANCE =
                   VB-ENTITLED + VB-CARRIED - VB-USED
               MOVE 0 TO VAC-FORFEIT
               IF VAC-BALANCE > CARRYOVER-CAP
                   COMPUTE VAC-FORFEIT = VAC-BALANCE - CARRYOVER-CAP
               END-IF
               MOVE VB-ENTITLED TO DAYS-OUT
               MOVE VB-CARRIED TO DAYS2-OUT
               MOVE VB-USED TO DAYS3-OUT
               MOVE VAC-BALANCE TO VAC-BALANCE-OUT
               MOVE VAC-FORFEIT TO DAYS4-OUT
               MOVE "  ENTITLED  CARRIED IN  USED  BALANCE  "
                   TO STATEMENT-RECORD
               MOVE "FORFEIT AT YEAR END (PROJECTED)"
                   TO STATEMENT-RECORD(40:31)
               WRITE STATEMENT-RECORD
               MOVE SPACES TO STATEMENT-RECORD
               STRING "       "        DELIMITED BY SIZE
                      DAYS-OUT         DELIMITED BY SIZE
                      "         "      DELIMITED BY SIZE
                      DAYS2-OUT        DELIMITED BY SIZE
                      "   "            DELIMITED BY SIZE
                      DAYS3-OUT        DELIMITED BY SIZE
                      "    "           DELIMITED BY SIZE
                      VAC-BALANCE-OUT  DELIMITED BY SIZE
                      "     "          DELIMITED BY SIZE
                      DAYS4-OUT        DELIMITED BY SIZE
                   INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               EXIT PARAGRAPH
           END-IF.

           IF VB-YEAR = NEXT-YEAR
               MOVE 0 TO VAC-FORFEIT
               PERFORM VARYING FFT-IDX FROM 1 BY 1
                   UNTIL FFT-IDX > FFT-COUNT
                   IF FFT-EMPNO(FFT-IDX) = CURRENT-EMPNO
                       MOVE FFT-DAYS(FFT-IDX) TO VAC-FORFEIT
                   END-IF
               END-PERFORM
               MOVE VB-CARRIED TO DAYS-OUT
               MOVE VAC-FORFEIT TO DAYS2-OUT
               STRING "  CARRIED INTO " DELIMITED BY SIZE
                      NEXT-YEAR         DELIMITED BY SIZE
                      " : "             DELIMITED BY SIZE
                      DAYS-OUT          DELIMITED BY SIZE
                      "   FORFEITED AT YEAR END : "
                                        DELIMITED BY SIZE
                      DAYS2-OUT         DELIMITED BY SIZE
                   INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE SPACES TO STATEMENT-RECORD
               STRING "  ENTITLED AND USED FOR " DELIMITED BY SIZE
                      STMT-YEAR         DELIMITED BY SIZE
                      " WERE CLEARED BY THE YEAR-END ROLLOVER"
                                        DELIMITED BY SIZE
                   INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               EXIT PARAGRAPH
           END-IF.

           STRING "  LEDGER IS ON YEAR " DELIMITED BY SIZE
                  VB-YEAR               DELIMITED BY SIZE
                  " - NO FIGURES FOR "  DELIMITED BY SIZE
                  STMT-YEAR             DELIMITED BY SIZE
               INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

      * ----------------------------------------------------------- *
      * Payments in the year to nobody on the master - posted, but  *
      * on no statement, so the department will not tie.           *
      * ----------------------------------------------------------- *
       COUNT-PAYMENTS-WITH-NO-MASTER.

           PERFORM VARYING PMT-IDX FROM 1 BY 1
               UNTIL PMT-IDX > PMT-COUNT
               IF NOT PMT-USED(PMT-IDX)
                   ADD 1 TO NO-MASTER-PMT-COUNT
                   ADD PMT-AMOUNT(PMT-IDX) TO NO-MASTER-PMT-TOTAL
                   DISPLAY "BONUS PAID " PMT-PAYDATE(PMT-IDX)
                       " TO " PMT-EMPNO(PMT-IDX)
                       " IS ON NO STATEMENT"
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------- *
      * Department control page.  A full run ties each department's *
      * base to the accrual posted and its bonus to the charges     *
      * posted; a reprint shows its own totals only.                *
      * ----------------------------------------------------------- *
       PRINT-DEPARTMENT-CONTROLS.

           MOVE SPACES TO STATEMENT-RECORD.
           IF PAGE-COUNT > 0
               WRITE STATEMENT-RECORD
               MOVE ALL "=" TO STATEMENT-RECORD(1:72)
               WRITE STATEMENT-RECORD
           END-IF.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO PAGE-OUT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "DEPARTMENT CONTROL TOTALS - YEAR "
                                    DELIMITED BY SIZE
                  STMT-YEAR         DELIMITED BY SIZE
                  "                      PAGE "
                                    DELIMITED BY SIZE
                  PAGE-OUT          DELIMITED BY SIZE
               INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE ALL "-" TO STATEMENT-RECORD(1:72).
           WRITE STATEMENT-RECORD.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

           IF SELECTIVE-RUN
               MOVE "REPRINT - DEPARTMENT TOTALS COVER THE SELECTED "
                   TO STATEMENT-RECORD
               MOVE "EMPLOYEES ONLY" TO STATEMENT-RECORD(48:14)
               WRITE STATEMENT-RECORD
               MOVE "DEPT HEADS BASE EARNED   BONUS PAID"
                   TO STATEMENT-RECORD
               MOVE "RECOVERED    SETTLEMENT" TO STATEMENT-RECORD(40:23)
               WRITE STATEMENT-RECORD
           ELSE
               STRING "BASE POSTED FROM "  DELIMITED BY SIZE
                      ACR-PERIODS-POSTED   DELIMITED BY SIZE
                      " OF 12 ACCRUAL PERIOD(S); BONUS FROM THE "
                                           DELIMITED BY SIZE
                      "CHARGES POSTED"     DELIMITED BY SIZE
                   INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE SPACES TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF.

           PERFORM PRINT-ONE-DEPARTMENT-CONTROL
               VARYING DEPT-IDX FROM 1 BY 1 UNTIL DEPT-IDX > 100.

           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE STATEMENTS-PRINTED TO COUNT-OUT.
           STRING "STATEMENTS PRINTED : " DELIMITED BY SIZE
                  COUNT-OUT              DELIMITED BY SIZE
               INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE RUN-BASE-TOTAL TO AMOUNT-OUT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "BASE SALARY        : " DELIMITED BY SIZE
                  AMOUNT-OUT             DELIMITED BY SIZE
               INTO STATEMENT-RECORD.
           IF NOT SELECTIVE-RUN
               MOVE RUN-BASE-GL-TOTAL TO AMOUNT2-OUT
               MOVE "   POSTED " TO STATEMENT-RECORD(34:10)
               MOVE AMOUNT2-OUT TO STATEMENT-RECORD(44:12)
           END-IF.
           WRITE STATEMENT-RECORD.
           MOVE RUN-BONUS-TOTAL TO AMOUNT-OUT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "BONUS PAID         : " DELIMITED BY SIZE
                  AMOUNT-OUT             DELIMITED BY SIZE
               INTO STATEMENT-RECORD.
           IF NOT SELECTIVE-RUN
               MOVE RUN-BONUS-GL-TOTAL TO AMOUNT2-OUT
               MOVE "   POSTED " TO STATEMENT-RECORD(34:10)
               MOVE AMOUNT2-OUT TO STATEMENT-RECORD(44:12)
           END-IF.
           WRITE STATEMENT-RECORD.
           MOVE RUN-RECOVERED-TOTAL TO AMOUNT-OUT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "BONUS RECOVERED    : " DELIMITED BY SIZE
                  AMOUNT-OUT             DELIMITED BY SIZE
               INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE RUN-SETTLE-TOTAL TO AMOUNT-OUT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "SETTLEMENT PAYOUT  : " DELIMITED BY SIZE
                  AMOUNT-OUT             DELIMITED BY SIZE
               INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE RUN-COMP-TOTAL TO SIGNED-OUT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "TOTAL COMPENSATION : " DELIMITED BY SIZE
                  SIGNED-OUT             DELIMITED BY SIZE
               INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

           IF NOT SELECTIVE-RUN
               MOVE SPACES TO STATEMENT-RECORD
               IF NO-MASTER-PMT-COUNT > 0
                   MOVE NO-MASTER-PMT-COUNT TO COUNT-OUT
                   MOVE NO-MASTER-PMT-TOTAL TO AMOUNT-OUT
                   STRING "BONUS ON NO STATEMENT : " DELIMITED BY SIZE
                          COUNT-OUT               DELIMITED BY SIZE
                          " PAYMENT(S) FOR "      DELIMITED BY SIZE
                          AMOUNT-OUT              DELIMITED BY SIZE
                       INTO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
                   MOVE SPACES TO STATEMENT-RECORD
               END-IF
               IF DEPTS-OUT-OF-BALANCE = 0
                   MOVE "ALL DEPARTMENTS TIE TO THE GL"
                       TO STATEMENT-RECORD
               ELSE
                   MOVE DEPTS-OUT-OF-BALANCE TO COUNT-OUT
                   STRING COUNT-OUT DELIMITED BY SIZE
                          " DEPARTMENT(S) OUT OF BALANCE WITH THE GL"
                                    DELIMITED BY SIZE
                       INTO STATEMENT-RECORD
               END-IF
               WRITE STATEMENT-RECORD
           END-IF.

       PRINT-ONE-DEPARTMENT-CONTROL.

           IF DEPT-HEADS(DEPT-IDX) = 0 AND DEPT-BASE(DEPT-IDX) = 0
                   AND DEPT-BONUS(DEPT-IDX) = 0
                   AND DEPT-BASE-GL(DEPT-IDX) = 0
                   AND DEPT-BONUS-GL(DEPT-IDX) = 0
               EXIT PARAGRAPH
           END-IF.
      *> A reprint's bonus charges cover everyone, so it carries
      *> only the departments the selection reached.
           IF SELECTIVE-RUN AND DEPT-HEADS(DEPT-IDX) = 0
                   AND DEPT-BASE(DEPT-IDX) = 0
                   AND DEPT-BONUS(DEPT-IDX) = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE DEPTNO-OUT = DEPT-IDX - 1.
           MOVE DEPT-HEADS(DEPT-IDX) TO HEADS-OUT.

           IF SELECTIVE-RUN
               MOVE DEPT-BASE(DEPT-IDX) TO AMOUNT-OUT
               MOVE DEPT-BONUS(DEPT-IDX) TO AMOUNT2-OUT
               MOVE DEPT-RECOVERED(DEPT-IDX) TO AMOUNT3-OUT
               MOVE DEPT-SETTLE(DEPT-IDX) TO SIGNED-OUT
               MOVE SPACES TO STATEMENT-RECORD
               STRING " "          DELIMITED BY SIZE
                      DEPTNO-OUT   DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      HEADS-OUT    DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      AMOUNT-OUT   DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      AMOUNT2-OUT  DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      AMOUNT3-OUT  DELIMITED BY SIZE
                      SIGNED-OUT   DELIMITED BY SIZE
                   INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               EXIT PARAGRAPH
           END-IF.

           COMPUTE DEPT-BASE-DIFF =
               DEPT-BASE(DEPT-IDX) - DEPT-BASE-GL(DEPT-IDX).
           COMPUTE DEPT-BONUS-DIFF =
               DEPT-BONUS(DEPT-IDX) - DEPT-BONUS-GL(DEPT-IDX).
           ADD DEPT-BASE-GL(DEPT-IDX) TO RUN-BASE-GL-TOTAL.
           ADD DEPT-BONUS-GL(DEPT-IDX) TO RUN-BONUS-GL-TOTAL.
           IF DEPT-BASE-DIFF = 0 AND DEPT-BONUS-DIFF = 0
               MOVE "TIES" TO TIE-NOTE
           ELSE
               MOVE "OUT OF BALANCE" TO TIE-NOTE
               ADD 1 TO DEPTS-OUT-OF-BALANCE
           END-IF.

           MOVE SPACES TO STATEMENT-RECORD.
           STRING "DEPT "      DELIMITED BY SIZE
                  DEPTNO-OUT   DELIMITED BY SIZE
                  "  HEADS "   DELIMITED BY SIZE
                  HEADS-OUT    DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  TIE-NOTE     DELIMITED BY SIZE
               INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE "              STATEMENT       POSTED    DIFFERENCE"
               TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE DEPT-BASE(DEPT-IDX) TO AMOUNT-OUT.
           MOVE DEPT-BASE-GL(DEPT-IDX) TO AMOUNT2-OUT.
           MOVE DEPT-BASE-DIFF TO SIGNED-OUT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "  BASE     "  DELIMITED BY SIZE
                  AMOUNT-OUT     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  AMOUNT2-OUT    DELIMITED BY SIZE
                  SIGNED-OUT     DELIMITED BY SIZE
               INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE DEPT-BONUS(DEPT-IDX) TO AMOUNT-OUT.
           MOVE DEPT-BONUS-GL(DEPT-IDX) TO AMOUNT2-OUT.
           MOVE DEPT-BONUS-DIFF TO SIGNED-OUT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "  BONUS    "  DELIMITED BY SIZE
                  AMOUNT-OUT     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  AMOUNT2-OUT    DELIMITED BY SIZE
                  SIGNED-OUT     DELIMITED BY SIZE
               INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE DEPT-RECOVERED(DEPT-IDX) TO AMOUNT-OUT.
           MOVE DEPT-SETTLE(DEPT-IDX) TO AMOUNT2-OUT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "  RECOVERED" DELIMITED BY SIZE
                  AMOUNT-OUT    DELIMITED BY SIZE
                  "   SETTLEMENT " DELIMITED BY SIZE
                  AMOUNT2-OUT   DELIMITED BY SIZE
               INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

       DISPLAY-STATEMENT-SUMMARY.

           DISPLAY " ".
           DISPLAY "STATEMENTS PRINTED    : " STATEMENTS-PRINTED.
           DISPLAY "NOTHING EARNED OR PAID: " NO-EARNINGS-COUNT.
           IF SELECT-DEPT NOT = SPACES
               DISPLAY "OTHER DEPARTMENTS     : " NOT-SELECTED-COUNT
           END-IF.
           MOVE RUN-COMP-TOTAL TO SIGNED-OUT.
           DISPLAY "TOTAL COMPENSATION    : " SIGNED-OUT.
           IF NOT SELECTIVE-RUN
               DISPLAY "ACCRUAL PERIODS POSTED: " ACR-PERIODS-POSTED
                   " OF 12"
               IF DEPTS-OUT-OF-BALANCE > 0
                   DISPLAY "WARNING: " DEPTS-OUT-OF-BALANCE
                       " DEPARTMENT(S) DO NOT TIE TO THE GL."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "ALL DEPARTMENTS TIE TO THE GL."
               END-IF
           END-IF.
           IF HISTORY-TRUNCATED > 0
               DISPLAY "WARNING: " HISTORY-TRUNCATED
                   " VERSION(S) BEYOND THE 60-VERSION HISTORY "
                   "LIMIT WERE NOT EARNED."
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF LIMIT-REACHED > 0
               DISPLAY "WARNING: " LIMIT-REACHED
                   " JOURNAL LINE(S) BEYOND THE TABLE LIMITS WERE "
                   "NOT LOADED."
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "STATEMENTS: " STATEMENT-FILENAME.

      *> "nnnnnnn.nn" to a 9(7)V99 - the BONRECON parse.
       PARSE-SALARY-AMOUNT.

           MOVE 0 TO TEMP-SALARY.
           MOVE TEMP-SALARY-X(1:7) TO TEMP-SALARY-WHOLE.
           MOVE TEMP-SALARY-X(9:2) TO TEMP-SALARY-CENTS.

           IF TEMP-SALARY-X(8:1) = '.'
                   AND TEMP-SALARY-WHOLE IS NUMERIC
                   AND TEMP-SALARY-CENTS IS NUMERIC
               MOVE TEMP-SALARY-WHOLE TO TEMP-SALARY-WHOLE-N
               MOVE TEMP-SALARY-CENTS TO TEMP-SALARY-CENTS-N
               COMPUTE TEMP-SALARY =
                   TEMP-SALARY-WHOLE-N + (TEMP-SALARY-CENTS-N / 100)
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
