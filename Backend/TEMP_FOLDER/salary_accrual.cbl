       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SALACCR.

      * ----------------------------------------------------------- *
      * Month-end salary expense accrual.  The only thing posted to *
      * the GL from here has been bonus money; base salary expense  *
      * was accrued by hand from a printout.  This program walks    *
      * emp_master.idx for the versions in effect during the month  *
      * and accrues each employee's salary day by day:              *
      *   - nothing before the hire date,                           *
      *   - each day charged to the department, at the salary, of   *
      *     the version in effect that day - so a mid-month         *
      *     transfer splits the month between the two departments,  *
      *   - nothing from the status date of a leave (L) version     *
      *     until a later version returns the employee to work,     *
      *   - nothing after the status date of a termination (T).     *
      * A day is worth annual salary / 12 / days in the month, the  *
      * proration RETROPAY uses.  The accrual is journalled by      *
      * department, each line carrying the cost center dept.csv     *
      * maps it to, with a cost-center rollup after it.             *
      *                                                             *
      * The same journal carries the reversal of last month's       *
      * accrual, so the file accounting loads is always the         *
      * complete pair.  Reversals come from the accrual history     *
      * every applied run appends to - the latest applied run for   *
      * the prior month is the one reversed, so a rerun of a month  *
      * supersedes the run before it.                               *
      *                                                             *
      * Journal lines:                                              *
      *   H,period,rundate                                          *
      *   A,period,deptno,costcenter,heads,amount  accrual          *
      *   R,period,deptno,costcenter,heads,amount  reversal         *
      *   P,costcenter,accrual,reversal            rollup           *
      *   C,alines,accrual,rlines,reversal         control          *
      *                                                             *
      * SALACCR_PERIOD (YYYYMM) picks the month, default the month  *
      * before today.  SALACCR_MODE=APPLY records the accrual in    *
      * the history for next month's reversal; anything else is a   *
      * preview that writes the journal only.                       *
      * ----------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER-FILE ASSIGN TO "SACMSTDD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMPM-KEY
              FILE STATUS IS EMP-MASTER-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "SACDEPDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DEPT-MASTER-STATUS.

      *> Every applied run's accrual lines, each run headed by an
      *> H line - read for the reversal, appended to on APPLY.
           SELECT HISTORY-FILE ASSIGN TO "SACHSTDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HISTORY-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "SACGLDD"
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

       FD  DEPT-MASTER-FILE.
       01  DEPT-MASTER-RECORD    PIC X(40).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD        PIC X(60).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD        PIC X(60).

       WORKING-STORAGE SECTION.

       01  EMP-MASTER-FILENAME   PIC X(60) VALUE
               '/app/data/emp_master.idx'.
       01  DEPT-MASTER-FILENAME  PIC X(60) VALUE
               '/app/data/dept.csv'.
       01  HISTORY-FILENAME      PIC X(60) VALUE
               '/app/data/salary_accrual_history.dat'.
       01  JOURNAL-FILENAME      PIC X(60) VALUE
               '/app/data/salary_accrual_gl.dat'.

       01  EMP-MASTER-STATUS     PIC X(2).
       01  DEPT-MASTER-STATUS    PIC X(2).
           88  DEPT-MASTER-FILE-NOT-FOUND VALUE '35'.
       01  HISTORY-STATUS        PIC X(2).
           88  HISTORY-FILE-NOT-FOUND VALUE '35'.

       01  END-OF-FILE           PIC X VALUE 'N'.
       01  DEPT-EOF-SW           PIC X.

       01  PARM-PERIOD           PIC X(10).
       01  PARM-MODE             PIC X(10).
       01  PARM-LEN              PIC 99.
       01  RUN-MODE-SW           PIC X VALUE 'P'.
           88  APPLY-MODE        VALUE 'A'.
       01  RUN-DATE              PIC 9(8).
       01  RUN-TIME              PIC 9(8).

      * ----------------------------------------------------------- *
      * The accrual month and the month before it.                  *
      * ----------------------------------------------------------- *
       01  ACCRUAL-PERIOD        PIC 9(6).
       01  ACCRUAL-PERIOD-R REDEFINES ACCRUAL-PERIOD.
           05  ACCRUAL-YYYY      PIC 9(4).
           05  ACCRUAL-MM        PIC 9(2).
       01  PRIOR-PERIOD          PIC 9(6).
       01  PRIOR-PERIOD-R REDEFINES PRIOR-PERIOD.
           05  PRIOR-YYYY        PIC 9(4).
           05  PRIOR-MM          PIC 9(2).
       01  MONTH-FIRST-DAY       PIC 9(9).
       01  NEXT-MONTH-FIRST-DAY  PIC 9(9).
       01  DAYS-IN-MONTH         PIC 9(3).
       01  PERIOD-DIVISOR        PIC 9(5).

      * ----------------------------------------------------------- *
      * Department master - cost center per department.             *
      * ----------------------------------------------------------- *
       01  DEPT-MASTER-COUNT     PIC 99 VALUE 0.
       01  DEPT-MASTER-IDX       PIC 99.
       01  DEPT-MASTER-TABLE.
           05  DEPT-MASTER-ENTRY OCCURS 99 TIMES.
               10  DEPT-MST-DEPTNO     PIC X(2).
               10  DEPT-MST-COSTCENTER PIC X(6).
       01  DEPT-PARSE-DEPTNO     PIC X(2).
       01  DEPT-PARSE-NAME       PIC X(20).
       01  DEPT-PARSE-COSTCENTER PIC X(6).
       01  DEPT-COSTCENTER-OUT   PIC X(6).
       01  TEMP-DEPTNO-X         PIC X(2).

      * ----------------------------------------------------------- *
      * One employee's master history, oldest first, with the day   *
      * number each version's pay takes over and the day its        *
      * status takes over (a leave or termination can start         *
      * before the extract that reported it).                       *
      * ----------------------------------------------------------- *
       01  CURRENT-EMPNO         PIC X(5) VALUE SPACES.
       01  HIST-COUNT            PIC 99 VALUE 0.
       01  HIST-IDX              PIC 99.
       01  HIST-TABLE.
           05  HIST-ENTRY        OCCURS 60 TIMES.
               10  HIST-DEPTNO        PIC 99.
               10  HIST-SALARY        PIC 9(7)V99.
               10  HIST-STATUS        PIC X.
               10  HIST-PAY-DAY       PIC 9(9).
               10  HIST-STATUS-DAY    PIC 9(9).
               10  HIST-PAID-DAYS     PIC 9(3).
       01  HIRE-DAY              PIC 9(9).
       01  HISTORY-TRUNCATED     PIC 9(5) VALUE 0.

       01  ACCRUE-DAY            PIC 9(9).
       01  PAY-IDX               PIC 99.
       01  STATUS-IDX            PIC 99.
       01  DAY-STATUS            PIC X.
       01  VERSION-AMOUNT        PIC 9(7)V99.
       01  EMP-ACCRUED-SW        PIC X.
           88  EMP-ACCRUED       VALUE 'Y'.
       01  PRIOR-IDX             PIC 99.
       01  DEPT-COUNTED-SW       PIC X.
           88  DEPT-COUNTED      VALUE 'Y'.

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
      * This month's accrual by department, and last month's as     *
      * the history recorded it.                                    *
      * ----------------------------------------------------------- *
       01  ACR-COUNT             PIC 99 VALUE 0.
       01  ACR-IDX               PIC 99.
       01  ACR-FOUND-IDX         PIC 99.
       01  ACR-TABLE.
           05  ACR-ENTRY         OCCURS 99 TIMES.
               10  ACR-DEPTNO         PIC 99.
               10  ACR-COSTCENTER     PIC X(6).
               10  ACR-HEADS          PIC 9(5).
               10  ACR-AMOUNT         PIC 9(9)V99.

       01  REV-COUNT             PIC 99 VALUE 0.
       01  REV-IDX               PIC 99.
       01  REV-TABLE.
           05  REV-ENTRY         OCCURS 99 TIMES.
               10  REV-DEPTNO         PIC X(2).
               10  REV-COSTCENTER     PIC X(6).
               10  REV-HEADS          PIC 9(5).
               10  REV-AMOUNT         PIC 9(9)V99.
       01  REV-COLLECTING-SW     PIC X VALUE 'N'.
           88  REV-COLLECTING    VALUE 'Y'.
       01  REV-RUN-DATE          PIC X(8) VALUE SPACES.

       01  HST-PARSE-TYPE        PIC X(2).
       01  HST-PARSE-PERIOD      PIC X(6).
       01  HST-PARSE-DEPTNO      PIC X(8).
       01  HST-PARSE-CC          PIC X(6).
       01  HST-PARSE-HEADS       PIC X(5).
       01  HST-PARSE-AMOUNT      PIC X(12).
       01  HST-AMOUNT-WHOLE      PIC 9(9).
       01  HST-AMOUNT-CENTS      PIC 99.
       01  HST-DOT-COUNT         PIC 9.

      * ----------------------------------------------------------- *
      * Cost-center rollup of both sides.                           *
      * ----------------------------------------------------------- *
       01  CC-COUNT              PIC 99 VALUE 0.
       01  CC-IDX                PIC 99.
       01  CC-FOUND-IDX          PIC 99.
       01  CC-KEY                PIC X(6).
       01  CC-TABLE.
           05  CC-ENTRY          OCCURS 99 TIMES.
               10  CC-CODE            PIC X(6).
               10  CC-ACCRUAL         PIC 9(9)V99.
               10  CC-REVERSAL        PIC 9(9)V99.

       01  EMPLOYEES-ACCRUED     PIC 9(5) VALUE 0.
       01  ACCRUAL-TOTAL         PIC 9(9)V99 VALUE 0.
       01  REVERSAL-TOTAL        PIC 9(9)V99 VALUE 0.
       01  ACCRUAL-LINES         PIC 9(5) VALUE 0.
       01  REVERSAL-LINES        PIC 9(5) VALUE 0.

       01  JRN-PERIOD            PIC 9(6).
       01  JRN-DEPTNO            PIC X(2).
       01  JRN-COSTCENTER        PIC X(6).
       01  JRN-TYPE              PIC X.
       01  HEADS-OUT             PIC 9(5).
       01  AMOUNT-OUT            PIC 9(9).9(2).
       01  AMOUNT2-OUT           PIC 9(9).9(2).
       01  LINES-OUT             PIC 9(5).
       01  LINES2-OUT            PIC 9(5).
       01  CC-NAME-OUT           PIC X(10).

       PROCEDURE DIVISION.
       MAIN.

           DISPLAY " ".
           DISPLAY "MONTH-END SALARY ACCRUAL".
           DISPLAY "------------------------".

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM READ-RUN-PARAMETERS.

           DISPLAY "ACCRUAL PERIOD : " ACCRUAL-PERIOD.
           DISPLAY "REVERSING      : " PRIOR-PERIOD.
           DISPLAY " ".

           PERFORM LOAD-DEPT-MASTER.
           PERFORM LOAD-PRIOR-ACCRUAL.

           DISPLAY "SACMSTDD" UPON ENVIRONMENT-NAME.
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

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-MASTER-VERSION UNTIL END-OF-FILE = 'Y'.
           IF HIST-COUNT > 0
               PERFORM ACCRUE-EMPLOYEE-MONTH
           END-IF.
           CLOSE EMP-MASTER-FILE.

           PERFORM WRITE-ACCRUAL-JOURNAL.

           IF APPLY-MODE
               PERFORM RECORD-ACCRUAL-HISTORY
           END-IF.

           PERFORM DISPLAY-ACCRUAL-SUMMARY.

           DISPLAY " ".
           DISPLAY "HAVE A GOOD DAY!".
           DISPLAY " ".
           STOP RUN.

      *> The period is taken for just its significant characters,
      *> the same way the other programs take their environment
      *> parameters; anything but a real YYYYMM is refused.
       READ-RUN-PARAMETERS.

           ACCEPT PARM-MODE FROM ENVIRONMENT "SALACCR_MODE".
           INSPECT PARM-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF PARM-MODE = "APPLY"
               MOVE 'A' TO RUN-MODE-SW
               DISPLAY "MODE: APPLY - ACCRUAL WILL BE RECORDED FOR "
                   "NEXT MONTH'S REVERSAL."
           ELSE
               DISPLAY "MODE: PREVIEW - JOURNAL ONLY."
           END-IF.

           MOVE RUN-DATE(1:6) TO ACCRUAL-PERIOD.
           IF ACCRUAL-MM = 1
               SUBTRACT 1 FROM ACCRUAL-YYYY
               MOVE 12 TO ACCRUAL-MM
           ELSE
               SUBTRACT 1 FROM ACCRUAL-MM
           END-IF.

           ACCEPT PARM-PERIOD FROM ENVIRONMENT "SALACCR_PERIOD".
           MOVE 0 TO PARM-LEN.
           INSPECT PARM-PERIOD
               TALLYING PARM-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
           IF PARM-LEN > 0
               IF PARM-LEN NOT = 6
                       OR PARM-PERIOD(1:6) IS NOT NUMERIC
                       OR PARM-PERIOD(5:2) < "01"
                       OR PARM-PERIOD(5:2) > "12"
                   DISPLAY "SALACCR_PERIOD MUST BE YYYYMM - GOT "
                       PARM-PERIOD
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PARM-PERIOD(1:6) TO ACCRUAL-PERIOD
           END-IF.

           MOVE ACCRUAL-PERIOD TO PRIOR-PERIOD.
           IF PRIOR-MM = 1
               SUBTRACT 1 FROM PRIOR-YYYY
               MOVE 12 TO PRIOR-MM
           ELSE
               SUBTRACT 1 FROM PRIOR-MM
           END-IF.

           MOVE ACCRUAL-YYYY TO CONV-YYYY.
           MOVE ACCRUAL-MM TO CONV-MM.
           MOVE 1 TO CONV-DD.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONV-DAY-NUMBER TO MONTH-FIRST-DAY.
           IF ACCRUAL-MM = 12
               COMPUTE CONV-YYYY = ACCRUAL-YYYY + 1
               MOVE 1 TO CONV-MM
           ELSE
               COMPUTE CONV-MM = ACCRUAL-MM + 1
           END-IF.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONV-DAY-NUMBER TO NEXT-MONTH-FIRST-DAY.
           COMPUTE DAYS-IN-MONTH =
               NEXT-MONTH-FIRST-DAY - MONTH-FIRST-DAY.
           COMPUTE PERIOD-DIVISOR = 12 * DAYS-IN-MONTH.

       LOAD-DEPT-MASTER.

           DISPLAY "SACDEPDD" UPON ENVIRONMENT-NAME.
           DISPLAY DEPT-MASTER-FILENAME UPON ENVIRONMENT-VALUE.

           OPEN INPUT DEPT-MASTER-FILE.
           IF DEPT-MASTER-FILE-NOT-FOUND
               DISPLAY "NO DEPARTMENT MASTER - COST CENTERS LEFT "
                   "BLANK."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO DEPT-EOF-SW.
           PERFORM READ-ONE-DEPT-MASTER UNTIL DEPT-EOF-SW = 'Y'.
           CLOSE DEPT-MASTER-FILE.

       READ-ONE-DEPT-MASTER.

           READ DEPT-MASTER-FILE
               AT END
                   MOVE 'Y' TO DEPT-EOF-SW
               NOT AT END
                   MOVE SPACES TO DEPT-PARSE-DEPTNO
                   MOVE SPACES TO DEPT-PARSE-NAME
                   MOVE SPACES TO DEPT-PARSE-COSTCENTER
                   UNSTRING DEPT-MASTER-RECORD DELIMITED BY ","
                       INTO DEPT-PARSE-DEPTNO, DEPT-PARSE-NAME,
                            DEPT-PARSE-COSTCENTER
                   IF DEPT-PARSE-DEPTNO NOT = SPACES
                           AND DEPT-MASTER-COUNT < 99
                       ADD 1 TO DEPT-MASTER-COUNT
                       MOVE DEPT-PARSE-DEPTNO
                           TO DEPT-MST-DEPTNO(DEPT-MASTER-COUNT)
                       MOVE DEPT-PARSE-COSTCENTER
                           TO DEPT-MST-COSTCENTER(DEPT-MASTER-COUNT)
                   END-IF
           END-READ.

       FIND-DEPT-COSTCENTER.

           MOVE SPACES TO DEPT-COSTCENTER-OUT.
           PERFORM VARYING DEPT-MASTER-IDX FROM 1 BY 1
               UNTIL DEPT-MASTER-IDX > DEPT-MASTER-COUNT
               IF DEPT-MST-DEPTNO(DEPT-MASTER-IDX) = TEMP-DEPTNO-X
                   MOVE DEPT-MST-COSTCENTER(DEPT-MASTER-IDX)
                       TO DEPT-COSTCENTER-OUT
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------- *
      * Last month's accrual as it was recorded.  Each applied run  *
      * starts with an H line; a later run for the same month       *
      * replaces what an earlier one left in the table.  No         *
      * history, or nothing for last month, is a first month and    *
      * reverses nothing.                                           *
      * ----------------------------------------------------------- *
       LOAD-PRIOR-ACCRUAL.

           DISPLAY "SACHSTDD" UPON ENVIRONMENT-NAME.
           DISPLAY HISTORY-FILENAME UPON ENVIRONMENT-VALUE.

           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-NOT-FOUND
               DISPLAY "NO ACCRUAL HISTORY - NOTHING TO REVERSE."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-HISTORY-LINE UNTIL END-OF-FILE = 'Y'.
           CLOSE HISTORY-FILE.
           MOVE 'N' TO END-OF-FILE.

           IF REV-RUN-DATE = SPACES
               DISPLAY "NO ACCRUAL RECORDED FOR " PRIOR-PERIOD
                   " - NOTHING TO REVERSE."
           ELSE
               DISPLAY "REVERSING THE " PRIOR-PERIOD
                   " ACCRUAL RECORDED " REV-RUN-DATE "."
           END-IF.

       READ-ONE-HISTORY-LINE.

           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   PERFORM PARSE-ONE-HISTORY-LINE
           END-READ.

       PARSE-ONE-HISTORY-LINE.

           MOVE SPACES TO HST-PARSE-TYPE.
           MOVE SPACES TO HST-PARSE-PERIOD.
           MOVE SPACES TO HST-PARSE-DEPTNO.
           MOVE SPACES TO HST-PARSE-CC.
           MOVE SPACES TO HST-PARSE-HEADS.
           MOVE SPACES TO HST-PARSE-AMOUNT.
           UNSTRING HISTORY-RECORD DELIMITED BY ","
               INTO HST-PARSE-TYPE, HST-PARSE-PERIOD,
                    HST-PARSE-DEPTNO, HST-PARSE-CC,
                    HST-PARSE-HEADS, HST-PARSE-AMOUNT.

           IF HST-PARSE-TYPE = "H"
               IF HST-PARSE-PERIOD = PRIOR-PERIOD
                   MOVE 'Y' TO REV-COLLECTING-SW
                   MOVE 0 TO REV-COUNT
                   MOVE HST-PARSE-DEPTNO TO REV-RUN-DATE
               ELSE
                   MOVE 'N' TO REV-COLLECTING-SW
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF HST-PARSE-TYPE NOT = "A" OR NOT REV-COLLECTING
                   OR HST-PARSE-PERIOD NOT = PRIOR-PERIOD
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO HST-DOT-COUNT.
           INSPECT HST-PARSE-AMOUNT TALLYING HST-DOT-COUNT FOR ALL ".".
           IF HST-PARSE-DEPTNO(1:2) IS NOT NUMERIC
                   OR HST-PARSE-HEADS IS NOT NUMERIC
                   OR HST-DOT-COUNT NOT = 1
                   OR HST-PARSE-AMOUNT(1:9) IS NOT NUMERIC
                   OR HST-PARSE-AMOUNT(11:2) IS NOT NUMERIC
                   OR REV-COUNT >= 99
               EXIT PARAGRAPH
           END-IF.

           MOVE HST-PARSE-AMOUNT(1:9) TO HST-AMOUNT-WHOLE.
           MOVE HST-PARSE-AMOUNT(11:2) TO HST-AMOUNT-CENTS.
           ADD 1 TO REV-COUNT.
           MOVE HST-PARSE-DEPTNO(1:2) TO REV-DEPTNO(REV-COUNT).
           MOVE HST-PARSE-CC TO REV-COSTCENTER(REV-COUNT).
           MOVE HST-PARSE-HEADS TO REV-HEADS(REV-COUNT).
           COMPUTE REV-AMOUNT(REV-COUNT) =
               HST-AMOUNT-WHOLE + (HST-AMOUNT-CENTS / 100).

       READ-ONE-MASTER-VERSION.

           READ EMP-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
      *> A version MASTFIX voided stays on file for the record only.
                   IF EMPM-STATUS NOT = 'V'
                       PERFORM COLLECT-ONE-VERSION
                   END-IF
           END-READ.

      * ----------------------------------------------------------- *
      * The master is keyed empno + effdate, so one sequential pass *
      * sees each employee's versions oldest first.                 *
      * ----------------------------------------------------------- *
       COLLECT-ONE-VERSION.

           IF EMPM-EMPNO NOT = CURRENT-EMPNO
               IF HIST-COUNT > 0
                   PERFORM ACCRUE-EMPLOYEE-MONTH
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
           MOVE EMPM-DEPTNO  TO HIST-DEPTNO(HIST-COUNT).
           MOVE EMPM-SALARY  TO HIST-SALARY(HIST-COUNT).
           MOVE EMPM-STATUS  TO HIST-STATUS(HIST-COUNT).
           MOVE 0 TO HIST-PAID-DAYS(HIST-COUNT).

           MOVE EMPM-EFFDATE TO CONV-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONV-DAY-NUMBER TO HIST-PAY-DAY(HIST-COUNT).
           MOVE CONV-DAY-NUMBER TO HIST-STATUS-DAY(HIST-COUNT).

      *> A leave runs from its status date; a termination is paid
      *> through its status date and stops the day after.  Either
      *> date can fall before or after the extract that carried it.
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
      * Day by day through the month: the pay version is the        *
      * latest one effective on the day (the first version reaches  *
      * back to the hire date); the status is that of the latest    *
      * version whose status has taken over by then.                *
      * ----------------------------------------------------------- *
       ACCRUE-EMPLOYEE-MONTH.

           PERFORM ACCRUE-ONE-DAY
               VARYING ACCRUE-DAY FROM MONTH-FIRST-DAY BY 1
               UNTIL ACCRUE-DAY >= NEXT-MONTH-FIRST-DAY.

           MOVE 'N' TO EMP-ACCRUED-SW.
           PERFORM POST-ONE-VERSION-ACCRUAL
               VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT.
           IF EMP-ACCRUED
               ADD 1 TO EMPLOYEES-ACCRUED
           END-IF.

       ACCRUE-ONE-DAY.

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

       POST-ONE-VERSION-ACCRUAL.

           IF HIST-PAID-DAYS(HIST-IDX) = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE VERSION-AMOUNT ROUNDED =
               HIST-SALARY(HIST-IDX) * HIST-PAID-DAYS(HIST-IDX)
                   / PERIOD-DIVISOR.

           MOVE 0 TO ACR-FOUND-IDX.
           PERFORM VARYING ACR-IDX FROM 1 BY 1
               UNTIL ACR-IDX > ACR-COUNT OR ACR-FOUND-IDX > 0
               IF ACR-DEPTNO(ACR-IDX) = HIST-DEPTNO(HIST-IDX)
                   MOVE ACR-IDX TO ACR-FOUND-IDX
               END-IF
           END-PERFORM.
           IF ACR-FOUND-IDX = 0
               IF ACR-COUNT >= 99
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ACR-COUNT
               MOVE ACR-COUNT TO ACR-FOUND-IDX
               MOVE HIST-DEPTNO(HIST-IDX) TO ACR-DEPTNO(ACR-COUNT)
               MOVE HIST-DEPTNO(HIST-IDX) TO TEMP-DEPTNO-X
               PERFORM FIND-DEPT-COSTCENTER
               MOVE DEPT-COSTCENTER-OUT TO ACR-COSTCENTER(ACR-COUNT)
               MOVE 0 TO ACR-HEADS(ACR-COUNT)
               MOVE 0 TO ACR-AMOUNT(ACR-COUNT)
           END-IF.

      *> Headcount once per employee per department, however many
      *> versions of the month landed there.
           MOVE 'N' TO DEPT-COUNTED-SW.
           PERFORM VARYING PRIOR-IDX FROM 1 BY 1
               UNTIL PRIOR-IDX >= HIST-IDX
               IF HIST-DEPTNO(PRIOR-IDX) = HIST-DEPTNO(HIST-IDX)
                       AND HIST-PAID-DAYS(PRIOR-IDX) > 0
                   MOVE 'Y' TO DEPT-COUNTED-SW
               END-IF
           END-PERFORM.
           IF NOT DEPT-COUNTED
               ADD 1 TO ACR-HEADS(ACR-FOUND-IDX)
           END-IF.
           ADD VERSION-AMOUNT TO ACR-AMOUNT(ACR-FOUND-IDX).
           MOVE 'Y' TO EMP-ACCRUED-SW.

      * ----------------------------------------------------------- *
      * Header, this month's accrual lines, last month's reversal   *
      * lines, the cost-center rollup of both, and the control.     *
      * ----------------------------------------------------------- *
       WRITE-ACCRUAL-JOURNAL.

           DISPLAY "SACGLDD" UPON ENVIRONMENT-NAME.
           DISPLAY JOURNAL-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT JOURNAL-FILE.

           MOVE SPACES TO JOURNAL-RECORD.
           STRING "H,"             DELIMITED BY SIZE
                  ACCRUAL-PERIOD   DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  RUN-DATE         DELIMITED BY SIZE
               INTO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.

           PERFORM WRITE-ONE-ACCRUAL-LINE
               VARYING ACR-IDX FROM 1 BY 1
               UNTIL ACR-IDX > ACR-COUNT.
           PERFORM WRITE-ONE-REVERSAL-LINE
               VARYING REV-IDX FROM 1 BY 1
               UNTIL REV-IDX > REV-COUNT.
           PERFORM WRITE-ONE-ROLLUP-LINE
               VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > CC-COUNT.

           MOVE ACCRUAL-LINES TO LINES-OUT.
           MOVE ACCRUAL-TOTAL TO AMOUNT-OUT.
           MOVE REVERSAL-LINES TO LINES2-OUT.
           MOVE REVERSAL-TOTAL TO AMOUNT2-OUT.
           MOVE SPACES TO JOURNAL-RECORD.
           STRING "C,"             DELIMITED BY SIZE
                  LINES-OUT        DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  AMOUNT-OUT       DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  LINES2-OUT       DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  AMOUNT2-OUT      DELIMITED BY SIZE
               INTO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.

           CLOSE JOURNAL-FILE.

       WRITE-ONE-ACCRUAL-LINE.

           MOVE 'A' TO JRN-TYPE.
           MOVE ACCRUAL-PERIOD TO JRN-PERIOD.
           MOVE ACR-DEPTNO(ACR-IDX) TO JRN-DEPTNO.
           MOVE ACR-COSTCENTER(ACR-IDX) TO JRN-COSTCENTER.
           MOVE ACR-HEADS(ACR-IDX) TO HEADS-OUT.
           MOVE ACR-AMOUNT(ACR-IDX) TO AMOUNT-OUT.
           PERFORM FORMAT-JOURNAL-DETAIL.
           WRITE JOURNAL-RECORD.

           ADD 1 TO ACCRUAL-LINES.
           ADD ACR-AMOUNT(ACR-IDX) TO ACCRUAL-TOTAL.
           MOVE ACR-COSTCENTER(ACR-IDX) TO CC-KEY.
           PERFORM FIND-CC-ENTRY.
           ADD ACR-AMOUNT(ACR-IDX) TO CC-ACCRUAL(CC-FOUND-IDX).

      *> Reversed to the department and cost center it was accrued
      *> to, even if the department master has moved it since.
       WRITE-ONE-REVERSAL-LINE.

           MOVE 'R' TO JRN-TYPE.
           MOVE PRIOR-PERIOD TO JRN-PERIOD.
           MOVE REV-DEPTNO(REV-IDX) TO JRN-DEPTNO.
           MOVE REV-COSTCENTER(REV-IDX) TO JRN-COSTCENTER.
           MOVE REV-HEADS(REV-IDX) TO HEADS-OUT.
           MOVE REV-AMOUNT(REV-IDX) TO AMOUNT-OUT.
           PERFORM FORMAT-JOURNAL-DETAIL.
           WRITE JOURNAL-RECORD.

           ADD 1 TO REVERSAL-LINES.
           ADD REV-AMOUNT(REV-IDX) TO REVERSAL-TOTAL.
           MOVE REV-COSTCENTER(REV-IDX) TO CC-KEY.
           PERFORM FIND-CC-ENTRY.
           ADD REV-AMOUNT(REV-IDX) TO CC-REVERSAL(CC-FOUND-IDX).

       FORMAT-JOURNAL-DETAIL.

           MOVE SPACES TO JOURNAL-RECORD.
           STRING JRN-TYPE         DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  JRN-PERIOD       DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  JRN-DEPTNO       DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  JRN-COSTCENTER   DELIMITED BY SPACE
                  ","              DELIMITED BY SIZE
                  HEADS-OUT        DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  AMOUNT-OUT       DELIMITED BY SIZE
               INTO JOURNAL-RECORD.

       WRITE-ONE-ROLLUP-LINE.

           MOVE CC-ACCRUAL(CC-IDX) TO AMOUNT-OUT.
           MOVE CC-REVERSAL(CC-IDX) TO AMOUNT2-OUT.
           MOVE SPACES TO JOURNAL-RECORD.
           STRING "P,"             DELIMITED BY SIZE
                  CC-CODE(CC-IDX)  DELIMITED BY SPACE
                  ","              DELIMITED BY SIZE
                  AMOUNT-OUT       DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  AMOUNT2-OUT      DELIMITED BY SIZE
               INTO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.

       FIND-CC-ENTRY.

           MOVE 0 TO CC-FOUND-IDX.
           PERFORM VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > CC-COUNT OR CC-FOUND-IDX > 0
               IF CC-CODE(CC-IDX) = CC-KEY
                   MOVE CC-IDX TO CC-FOUND-IDX
               END-IF
           END-PERFORM.
           IF CC-FOUND-IDX = 0
               IF CC-COUNT < 99
                   ADD 1 TO CC-COUNT
               END-IF
               MOVE CC-COUNT TO CC-FOUND-IDX
               MOVE CC-KEY TO CC-CODE(CC-FOUND-IDX)
               MOVE 0 TO CC-ACCRUAL(CC-FOUND-IDX)
               MOVE 0 TO CC-REVERSAL(CC-FOUND-IDX)
           END-IF.

      * ----------------------------------------------------------- *
      * This month's lines into the history under their own H       *
      * line, for next month's run to reverse.                      *
      * ----------------------------------------------------------- *
       RECORD-ACCRUAL-HISTORY.

           DISPLAY "SACHSTDD" UPON ENVIRONMENT-NAME.
           DISPLAY HISTORY-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN EXTEND HISTORY-FILE.
           IF HISTORY-FILE-NOT-FOUND
               OPEN OUTPUT HISTORY-FILE
           END-IF.

           MOVE SPACES TO HISTORY-RECORD.
           STRING "H,"             DELIMITED BY SIZE
                  ACCRUAL-PERIOD   DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  RUN-DATE         DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  RUN-TIME         DELIMITED BY SIZE
               INTO HISTORY-RECORD.
           WRITE HISTORY-RECORD.

           PERFORM RECORD-ONE-HISTORY-LINE
               VARYING ACR-IDX FROM 1 BY 1
               UNTIL ACR-IDX > ACR-COUNT.

           CLOSE HISTORY-FILE.
           DISPLAY ACR-COUNT " ACCRUAL LINE(S) RECORDED IN "
               HISTORY-FILENAME.

       RECORD-ONE-HISTORY-LINE.

           MOVE 'A' TO JRN-TYPE.
           MOVE ACCRUAL-PERIOD TO JRN-PERIOD.
           MOVE ACR-DEPTNO(ACR-IDX) TO JRN-DEPTNO.
           MOVE ACR-COSTCENTER(ACR-IDX) TO JRN-COSTCENTER.
           MOVE ACR-HEADS(ACR-IDX) TO HEADS-OUT.
           MOVE ACR-AMOUNT(ACR-IDX) TO AMOUNT-OUT.
           PERFORM FORMAT-JOURNAL-DETAIL.
           MOVE JOURNAL-RECORD TO HISTORY-RECORD.
           WRITE HISTORY-RECORD.

       DISPLAY-ACCRUAL-SUMMARY.

           DISPLAY " ".
           DISPLAY "COST CENTER        ACCRUAL      REVERSAL".
           DISPLAY "----------- ------------- -------------".
           PERFORM DISPLAY-ONE-CC-LINE
               VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > CC-COUNT.

           DISPLAY " ".
           DISPLAY "EMPLOYEES ACCRUED : " EMPLOYEES-ACCRUED.
           MOVE ACCRUAL-TOTAL TO AMOUNT-OUT.
           DISPLAY "ACCRUAL " ACCRUAL-PERIOD "    : " AMOUNT-OUT
               " ON " ACCRUAL-LINES " LINE(S)".
           MOVE REVERSAL-TOTAL TO AMOUNT-OUT.
           DISPLAY "REVERSAL " PRIOR-PERIOD "   : " AMOUNT-OUT
               " ON " REVERSAL-LINES " LINE(S)".
           DISPLAY "JOURNAL: " JOURNAL-FILENAME.
           IF HISTORY-TRUNCATED > 0
               DISPLAY "WARNING: " HISTORY-TRUNCATED
                   " VERSION(S) BEYOND THE 60-VERSION HISTORY "
                   "LIMIT WERE NOT ACCRUED."
               MOVE 4 TO RETURN-CODE
           END-IF.

       DISPLAY-ONE-CC-LINE.

           IF CC-CODE(CC-IDX) = SPACES
               MOVE "(NONE)" TO CC-NAME-OUT
           ELSE
               MOVE CC-CODE(CC-IDX) TO CC-NAME-OUT
           END-IF.
           MOVE CC-ACCRUAL(CC-IDX) TO AMOUNT-OUT.
           MOVE CC-REVERSAL(CC-IDX) TO AMOUNT2-OUT.
           DISPLAY CC-NAME-OUT "  " AMOUNT-OUT " " AMOUNT2-OUT.

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
