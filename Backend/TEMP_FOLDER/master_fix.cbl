       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MASTFIX.

      * ----------------------------------------------------------- *
      * Employee master correction.  A wrong salary or department  *
      * that came in on an extract stays in emp_master.idx as an    *
      * effective-dated version - EMPCOMP, the AS-OF roster, the    *
      * bonus transfer split and the accrual all keep reading it -  *
      * and another extract from HR only adds a version on top.     *
      * This screen works on one empno + effective date version:    *
      *   - VOID marks it with status V.  The version stays on     *
      *     file for the record, but every program that reads the *
      *     master history passes over it; its real status is kept *
      *     in the journal's before image,                          *
      *   - CORRECT changes name, department, salary, hire date,   *
      *     manager, status or status date in place.  A voided     *
      *     version takes a status correction only, which is how a *
      *     void is undone.                                         *
      * Both run under the MASTFIX function, need a reason code,   *
      * and go to the master correction journal as they are made:  *
      *   date,time,operator,action,reason,empno,effdate,before,   *
      *   after,note                                                *
      * with the images as name/dept/salary/hire/mgr/status/statdt.*
      * When the version touched is the current one, emp.idx is   *
      * brought back into line with the latest version standing   *
      * and in effect today.                                        *
      *                                                             *
      * Every change adds to the session's downstream report -     *
      * what was produced from the version since it was loaded, so *
      * the runs that used it can be put right:                     *
      *   - bonus payments (BONRECON history) and clawbacks paid   *
      *     while it was in effect, the current bonus register and *
      *     bonus GL,                                               *
      *   - applied salary accruals (and their GL) for the months  *
      *     it covers,                                              *
      *   - the RETROPAY arrears priced off it,                     *
      *   - separation settlements made while it was in effect,    *
      *   - the COMPSTMT years it falls in.                         *
      * The load date is the first run in run_stats.dat whose file *
      * date is the version's effective date - RETROPAY's rule -   *
      * or the effective date itself when no run carries it.       *
      * Any version can also be added to the report unchanged.     *
      * ----------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER-FILE ASSIGN TO "MFMSTDD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMPM-KEY
              FILE STATUS IS EMP-MASTER-STATUS.

           SELECT EMP-INDEX-FILE ASSIGN TO "MFIDXDD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMPX-EMPNO
              FILE STATUS IS EMP-INDEX-STATUS.

      *> Operator permissions - the same "operid,function" file
      *> sql-example, DEPTMAINT and BANKMAINT check.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "MFAUTHDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUTH-STATUS.

           SELECT AUTH-VIOLATION-FILE ASSIGN TO "MFVIODD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VIOLATION-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO "MFACTDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACTIVITY-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "MFJRNDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "MFRPTDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

      *> The trails the downstream report reads.
           SELECT RUN-STATS-FILE ASSIGN TO "MFSTATDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUN-STATS-STATUS.

           SELECT PAID-HISTORY-FILE ASSIGN TO "MFPAIDDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAID-HISTORY-STATUS.

           SELECT CLAW-JOURNAL-FILE ASSIGN TO "MFCLAWDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CLAW-JOURNAL-STATUS.

           SELECT ACCRUAL-HISTORY-FILE ASSIGN TO "MFACCRDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACCRUAL-HISTORY-STATUS.

           SELECT RETRO-JOURNAL-FILE ASSIGN TO "MFRETRDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RETRO-JOURNAL-STATUS.

           SELECT SEP-JOURNAL-FILE ASSIGN TO "MFSEPDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SEP-JOURNAL-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "MFREGDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REGISTER-STATUS.

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

       FD  EMP-INDEX-FILE.
       01  EMP-INDEX-RECORD.
           05  EMPX-EMPNO     PIC X(5).
           05  EMPX-NAME      PIC X(10).
           05  EMPX-DEPTNO    PIC 99.
           05  EMPX-SALARY    PIC 9(7)V99.
           05  EMPX-HIREDATE  PIC X(8).
           05  EMPX-MGRID     PIC X(5).
           05  EMPX-STATUS    PIC X.
           05  EMPX-STATDATE  PIC X(8).

       FD  OPERATOR-AUTH-FILE.
       01  OPERATOR-AUTH-RECORD  PIC X(20).

       FD  AUTH-VIOLATION-FILE.
       01  AUTH-VIOLATION-RECORD PIC X(60).

       FD  ACTIVITY-FILE.
       01  ACTIVITY-RECORD       PIC X(60).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD        PIC X(220).

       FD  REPORT-FILE.
       01  REPORT-RECORD         PIC X(132).

       FD  RUN-STATS-FILE.
       01  RUN-STATS-RECORD      PIC X(60).

       FD  PAID-HISTORY-FILE.
       01  PAID-HISTORY-RECORD   PIC X(80).

       FD  CLAW-JOURNAL-FILE.
       01  CLAW-JOURNAL-RECORD   PIC X(60).

       FD  ACCRUAL-HISTORY-FILE.
       01  ACCRUAL-HISTORY-RECORD PIC X(80).

       FD  RETRO-JOURNAL-FILE.
       01  RETRO-JOURNAL-RECORD  PIC X(60).

       FD  SEP-JOURNAL-FILE.
       01  SEP-JOURNAL-RECORD    PIC X(60).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.

       01  EMP-MASTER-FILENAME   PIC X(60) VALUE
               '/app/data/emp_master.idx'.
       01  EMP-INDEX-FILENAME    PIC X(60) VALUE
               '/app/data/emp.idx'.
       01  ACTIVITY-FILENAME     PIC X(60) VALUE
               '/app/data/maint_activity.log'.
       01  JOURNAL-FILENAME      PIC X(60) VALUE
               '/app/data/master_correction_journal.dat'.
       01  REPORT-FILENAME       PIC X(60) VALUE
               '/app/data/master_fix_report.txt'.
       01  RUN-STATS-FILENAME    PIC X(60) VALUE
               '/app/data/run_stats.dat'.
       01  PAID-HISTORY-FILENAME PIC X(60) VALUE
               '/app/data/bonus_paid_history.dat'.
       01  CLAW-JOURNAL-FILENAME PIC X(60) VALUE
               '/app/data/bonus_clawback_journal.dat'.
       01  ACCRUAL-HISTORY-FILENAME PIC X(60) VALUE
               '/app/data/salary_accrual_history.dat'.
       01  RETRO-JOURNAL-FILENAME PIC X(60) VALUE
               '/app/data/retro_journal.dat'.
       01  SEP-JOURNAL-FILENAME  PIC X(60) VALUE
               '/app/data/separation_journal.dat'.
       01  REGISTER-FILENAME     PIC X(60) VALUE
               '/app/data/bonus_register.csv'.

       01  EMP-MASTER-STATUS     PIC X(2).
           88  EMP-MASTER-NOT-FOUND    VALUE '35'.
       01  EMP-INDEX-STATUS      PIC X(2).
           88  EMP-INDEX-NOT-FOUND     VALUE '35'.
       01  ACTIVITY-STATUS       PIC X(2).
           88  ACTIVITY-FILE-MISSING   VALUE '35'.
       01  JOURNAL-STATUS        PIC X(2).
           88  JOURNAL-FILE-MISSING    VALUE '35'.
       01  REPORT-STATUS         PIC X(2).
       01  RUN-STATS-STATUS      PIC X(2).
           88  RUN-STATS-NOT-FOUND     VALUE '35'.
       01  PAID-HISTORY-STATUS   PIC X(2).
           88  PAID-HISTORY-NOT-FOUND  VALUE '35'.
       01  CLAW-JOURNAL-STATUS   PIC X(2).
           88  CLAW-JOURNAL-NOT-FOUND  VALUE '35'.
       01  ACCRUAL-HISTORY-STATUS PIC X(2).
           88  ACCRUAL-HISTORY-NOT-FOUND VALUE '35'.
       01  RETRO-JOURNAL-STATUS  PIC X(2).
           88  RETRO-JOURNAL-NOT-FOUND VALUE '35'.
       01  SEP-JOURNAL-STATUS    PIC X(2).
           88  SEP-JOURNAL-NOT-FOUND   VALUE '35'.
       01  REGISTER-STATUS       PIC X(2).
           88  REGISTER-NOT-FOUND      VALUE '35'.

       01  END-OF-FILE           PIC X VALUE 'N'.
       01  RUN-DATE              PIC 9(8).
       01  RUN-DATE-R REDEFINES RUN-DATE.
           05  RUN-YEAR          PIC 9(4).
           05  FILLER            PIC 9(4).
       01  RUN-TIME              PIC 9(8).

       01  MENU-CHOICE           PIC 9 VALUE 1.
       01  ANSWER-EMPNO          PIC X(5).
       01  ANSWER-EFFDATE        PIC X(8).
       01  FIELD-INPUT           PIC X(20).
       01  INPUT-LEN             PIC 99.
       01  CONFIRM-ANSWER        PIC X.
       01  KEEP-GOING-SW         PIC X VALUE 'Y'.
           88  KEEP-GOING        VALUE 'Y'.
       01  FIELD-OK-SW           PIC X.
           88  FIELD-OK          VALUE 'Y'.
       01  VERSION-FOUND-SW      PIC X.
           88  VERSION-FOUND     VALUE 'Y'.
       01  VERSION-COUNT         PIC 9(4).

      * ----------------------------------------------------------- *
      * The version being worked on, as it stood when it was read, *
      * and the image it is being corrected to.                     *
      * ----------------------------------------------------------- *
       01  ORIGINAL-VERSION.
           05  ORIG-KEY.
               10  ORIG-EMPNO     PIC X(5).
               10  ORIG-EFFDATE   PIC X(8).
           05  ORIG-NAME      PIC X(10).
           05  ORIG-DEPTNO    PIC 99.
           05  ORIG-SALARY    PIC 9(7)V99.
           05  ORIG-HIREDATE  PIC X(8).
           05  ORIG-MGRID     PIC X(5).
           05  ORIG-STATUS    PIC X.
           05  ORIG-STATDATE  PIC X(8).
       01  NEW-VERSION.
           05  NEW-KEY        PIC X(13).
           05  NEW-NAME       PIC X(10).
           05  NEW-DEPTNO     PIC 99.
           05  NEW-SALARY     PIC 9(7)V99.
           05  NEW-HIREDATE   PIC X(8).
           05  NEW-MGRID      PIC X(5).
           05  NEW-STATUS     PIC X.
           05  NEW-STATDATE   PIC X(8).

      *> The latest version standing and in effect, for emp.idx.
       01  LATEST-VERSION.
           05  LTS-KEY.
               10  LTS-EMPNO      PIC X(5).
               10  LTS-EFFDATE    PIC X(8).
           05  LTS-NAME       PIC X(10).
           05  LTS-DEPTNO     PIC 99.
           05  LTS-SALARY     PIC 9(7)V99.
           05  LTS-HIREDATE   PIC X(8).
           05  LTS-MGRID      PIC X(5).
           05  LTS-STATUS     PIC X.
           05  LTS-STATDATE   PIC X(8).
       01  LATEST-FOUND-SW       PIC X.
           88  LATEST-FOUND      VALUE 'Y'.
       01  SCAN-DONE-SW          PIC X.
           88  SCAN-DONE         VALUE 'Y'.

      * ----------------------------------------------------------- *
      * Reason codes - one is required on every change.             *
      * ----------------------------------------------------------- *
       01  REASON-VALUES.
           05  FILLER PIC X(32) VALUE "BEBAD EXTRACT FROM HR".
           05  FILLER PIC X(32) VALUE "KEKEYING ERROR".
           05  FILLER PIC X(32) VALUE "DLDUPLICATE OR REPEATED LOAD".
           05  FILLER PIC X(32) VALUE "HRCORRECTION DIRECTED BY HR".
           05  FILLER PIC X(32) VALUE "OTOTHER - SEE NOTE".
       01  REASON-TABLE REDEFINES REASON-VALUES.
           05  REASON-ENTRY      OCCURS 5 TIMES.
               10  REASON-CODE        PIC X(2).
               10  REASON-TEXT        PIC X(30).
       01  REASON-IDX            PIC 9.
       01  REASON-FOUND-IDX      PIC 9.
       01  CHOSEN-REASON         PIC X(2).
       01  REASON-NOTE           PIC X(40).

       01  AMOUNT-WHOLE          PIC X(7).
       01  AMOUNT-CENTS          PIC X(2).
       01  AMOUNT-WHOLE-LEN      PIC 99.
       01  AMOUNT-CENTS-LEN      PIC 99.
       01  AMOUNT-WHOLE-N        PIC 9(7).
       01  AMOUNT-CENTS-N        PIC 99.
       01  SALARY-OUT            PIC Z(6)9.99.
       01  SALARY-IMAGE-OUT      PIC 9(7).99.

       01  DATE-CHECK            PIC X(8).
       01  DATE-CHECK-R REDEFINES DATE-CHECK.
           05  DATE-CHECK-YYYY   PIC 9(4).
           05  DATE-CHECK-MM     PIC 9(2).
           05  DATE-CHECK-DD     PIC 9(2).
       01  DATE-OK-SW            PIC X.
           88  DATE-OK           VALUE 'Y'.

      * ----------------------------------------------------------- *
      * Journal images.                                             *
      * ----------------------------------------------------------- *
       01  IMAGE-SOURCE.
           05  IMG-NAME       PIC X(10).
           05  IMG-DEPTNO     PIC 99.
           05  IMG-SALARY     PIC 9(7)V99.
           05  IMG-HIREDATE   PIC X(8).
           05  IMG-MGRID      PIC X(5).
           05  IMG-STATUS     PIC X.
           05  IMG-STATDATE   PIC X(8).
       01  VERSION-IMAGE         PIC X(60).
       01  BEFORE-IMAGE          PIC X(60).
       01  AFTER-IMAGE           PIC X(60).
       01  JOURNAL-ACTION        PIC X(7).

      * ----------------------------------------------------------- *
      * Downstream report.  The version is in effect from its       *
      * effective date up to the day before NEXT-EFFDATE, the next  *
      * version not voided - high values when there is none.  A     *
      * month or year is touched when it starts before NEXT-EFFDATE *
      * and ends on or after the effective date.                    *
      * ----------------------------------------------------------- *
       01  LOAD-DATE             PIC X(8).
       01  LOAD-DATE-FROM-STATS-SW PIC X.
           88  LOAD-DATE-FROM-STATS VALUE 'Y'.
       01  NEXT-EFFDATE          PIC X(8).
       01  DOWNSTREAM-COUNT      PIC 9(5).
       01  REPORT-VERSION-COUNT  PIC 9(5).
       01  SECTION-COUNT         PIC 9(5).
       01  PERIOD-START.
           05  PERIOD-START-YM   PIC X(6).
           05  FILLER            PIC X(2) VALUE "01".
       01  YEAR-START.
           05  YEAR-START-YYYY   PIC 9(4).
           05  FILLER            PIC X(4) VALUE "0101".
       01  FIRST-YEAR            PIC 9(4).
       01  STMT-YEAR             PIC 9(4).

       01  PARSE-TYPE            PIC X(2).
       01  PARSE-FIELD-1         PIC X(10).
       01  PARSE-FIELD-2         PIC X(10).
       01  PARSE-FIELD-3         PIC X(12).
       01  PARSE-FIELD-4         PIC X(12).
       01  PARSE-FIELD-5         PIC X(12).
       01  PAID-PAYDATE          PIC X(8).
       01  PAID-WANTED-SW        PIC X VALUE 'N'.
           88  PAID-WANTED       VALUE 'Y'.

      * ----------------------------------------------------------- *
      * Operator authorization - VOID and CORRECT run under the    *
      * MASTFIX function; listing and the report stay open.  No    *
      * permissions file stands the check down.                     *
      * ----------------------------------------------------------- *
       01  AUTH-FILENAME         PIC X(60) VALUE
               '/app/data/operator_auth.dat'.
       01  VIOLATION-FILENAME    PIC X(60) VALUE
               '/app/data/auth_violations.log'.
       01  AUTH-STATUS           PIC X(2).
           88  AUTH-FILE-MISSING     VALUE '35'.
       01  VIOLATION-STATUS      PIC X(2).
           88  VIOLATION-FILE-MISSING VALUE '35'.
       01  AUTH-LOADED-SW        PIC X VALUE 'N'.
           88  AUTH-LOADED       VALUE 'Y'.
       01  AUTH-COUNT            PIC 9(3) VALUE 0.
       01  AUTH-IDX              PIC 9(3).
       01  AUTH-TABLE.
           05  AUTH-ENTRY        OCCURS 200 TIMES.
               10  AUTH-OPERID        PIC X(8).
               10  AUTH-GRANTED       PIC X(10).
       01  AUTH-PARSE-OPER       PIC X(8).
       01  AUTH-PARSE-FUNC       PIC X(10).
       01  AUTH-FUNCTION         PIC X(10).
       01  AUTHORIZED-SW         PIC X.
           88  AUTHORIZED        VALUE 'Y'.
       01  AUTH-EOF-SW           PIC X.
       01  OPERATOR-ID           PIC X(8).
       01  VIO-STAMP-DATE        PIC 9(8).
       01  VIO-STAMP-TIME        PIC 9(8).

       PROCEDURE DIVISION.
       MAIN.

           DISPLAY " ".
           DISPLAY "EMPLOYEE MASTER CORRECTION".
           DISPLAY "--------------------------".
           DISPLAY " ".

           ACCEPT OPERATOR-ID FROM ENVIRONMENT "USER".
           IF OPERATOR-ID = SPACES
               MOVE "OPERATOR" TO OPERATOR-ID
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-OPERATOR-AUTH.

           DISPLAY "MFMSTDD" UPON ENVIRONMENT-NAME.
           DISPLAY EMP-MASTER-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN I-O EMP-MASTER-FILE.
           IF EMP-MASTER-STATUS NOT = '00'
               DISPLAY "CANNOT OPEN " EMP-MASTER-FILENAME
                   " - STATUS " EMP-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> One report for the session - each version reported goes
      *> under its own rule, so a run that fixes several keeps the
      *> whole list of what to re-run.
           DISPLAY "MFRPTDD" UPON ENVIRONMENT-NAME.
           DISPLAY REPORT-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT REPORT-FILE.
           MOVE 0 TO REPORT-VERSION-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "MASTER CORRECTION DOWNSTREAM REPORT   RUN DATE "
                                       DELIMITED BY SIZE
                  RUN-DATE             DELIMITED BY SIZE
                  "   OPERATOR "       DELIMITED BY SIZE
                  OPERATOR-ID          DELIMITED BY SPACE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM MENU-LOOP UNTIL NOT KEEP-GOING.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING REPORT-VERSION-COUNT DELIMITED BY SIZE
                  " VERSION(S) REPORTED THIS SESSION."
                                       DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

           CLOSE EMP-MASTER-FILE.

           DISPLAY " ".
           DISPLAY "HAVE A GOOD DAY!".
           DISPLAY " ".
           STOP RUN.

       MENU-LOOP.

           DISPLAY " ".
           DISPLAY "1. LIST VERSIONS".
           DISPLAY "2. VOID VERSION".
           DISPLAY "3. CORRECT VERSION".
           DISPLAY "4. DOWNSTREAM REPORT".
           DISPLAY "5. EXIT".
           DISPLAY " ".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.

           IF MENU-CHOICE = 1
               PERFORM LIST-VERSIONS
           ELSE
               IF MENU-CHOICE = 2
                   PERFORM CHECK-AUTHORIZATION
                   IF AUTHORIZED
                       PERFORM VOID-VERSION
                   END-IF
               ELSE
                   IF MENU-CHOICE = 3
                       PERFORM CHECK-AUTHORIZATION
                       IF AUTHORIZED
                           PERFORM CORRECT-VERSION
                       END-IF
                   ELSE
                       IF MENU-CHOICE = 4
                           PERFORM REPORT-ONE-VERSION
                       ELSE
                           IF MENU-CHOICE = 5
                               MOVE 'N' TO KEEP-GOING-SW
                           ELSE
                               DISPLAY "INVALID CHOICE."
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------- *
      * Every version on file for one employee, voided ones marked. *
      * ----------------------------------------------------------- *
       LIST-VERSIONS.

           DISPLAY "EMPNO: " WITH NO ADVANCING.
           MOVE SPACES TO ANSWER-EMPNO.
           ACCEPT ANSWER-EMPNO.

           DISPLAY " ".
           DISPLAY "EFFDATE  DP     SALARY NAME       HIRED    MGR   "
               "S STATDATE".
           DISPLAY "-------- -- ---------- ---------- -------- ----- "
               "- --------".

           MOVE 0 TO VERSION-COUNT.
           PERFORM POSITION-AT-EMPLOYEE.
           PERFORM LIST-ONE-VERSION UNTIL SCAN-DONE.

           DISPLAY VERSION-COUNT " VERSION(S) FOR " ANSWER-EMPNO ".".

       POSITION-AT-EMPLOYEE.

           MOVE 'N' TO SCAN-DONE-SW.
           MOVE ANSWER-EMPNO TO EMPM-EMPNO.
           MOVE LOW-VALUES TO EMPM-EFFDATE.
           START EMP-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO EMPM-KEY
               INVALID KEY
                   MOVE 'Y' TO SCAN-DONE-SW
           END-START.

       LIST-ONE-VERSION.

           READ EMP-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SCAN-DONE-SW
           END-READ.
           IF SCAN-DONE OR EMPM-EMPNO NOT = ANSWER-EMPNO
               MOVE 'Y' TO SCAN-DONE-SW
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO VERSION-COUNT.
           MOVE EMPM-SALARY TO SALARY-OUT.
           IF EMPM-STATUS = 'V'
               DISPLAY EMPM-EFFDATE " " EMPM-DEPTNO " " SALARY-OUT
                   " " EMPM-NAME " " EMPM-HIREDATE " " EMPM-MGRID
                   " " EMPM-STATUS " " EMPM-STATDATE " VOIDED"
           ELSE
               DISPLAY EMPM-EFFDATE " " EMPM-DEPTNO " " SALARY-OUT
                   " " EMPM-NAME " " EMPM-HIREDATE " " EMPM-MGRID
                   " " EMPM-STATUS " " EMPM-STATDATE
           END-IF.

      *> Empno and effective date in, VERSION-FOUND and the record
      *> (and ORIGINAL-VERSION) out.
       ACCEPT-VERSION-KEY.

           MOVE 'N' TO VERSION-FOUND-SW.
           DISPLAY "EMPNO: " WITH NO ADVANCING.
           MOVE SPACES TO ANSWER-EMPNO.
           ACCEPT ANSWER-EMPNO.
           DISPLAY "EFFECTIVE DATE YYYYMMDD: " WITH NO ADVANCING.
           MOVE SPACES TO ANSWER-EFFDATE.
           ACCEPT ANSWER-EFFDATE.

           MOVE ANSWER-EMPNO TO EMPM-EMPNO.
           MOVE ANSWER-EFFDATE TO EMPM-EFFDATE.
           READ EMP-MASTER-FILE
               KEY IS EMPM-KEY
               INVALID KEY
                   DISPLAY "NO VERSION " ANSWER-EMPNO " "
                       ANSWER-EFFDATE " ON THE MASTER."
                   EXIT PARAGRAPH
           END-READ.

           MOVE 'Y' TO VERSION-FOUND-SW.
           MOVE EMP-MASTER-RECORD TO ORIGINAL-VERSION.
           MOVE EMP-MASTER-RECORD TO NEW-VERSION.

      * ----------------------------------------------------------- *
      * Void - the version stays, status V.                         *
      * ----------------------------------------------------------- *
       VOID-VERSION.

           PERFORM ACCEPT-VERSION-KEY.
           IF NOT VERSION-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF ORIG-STATUS = 'V'
               DISPLAY "VERSION " ORIG-EMPNO " " ORIG-EFFDATE
                   " IS ALREADY VOIDED."
               EXIT PARAGRAPH
           END-IF.

           MOVE ORIG-SALARY TO SALARY-OUT.
           DISPLAY "VOIDING " ORIG-EMPNO " " ORIG-EFFDATE " "
               ORIG-NAME " DEPT " ORIG-DEPTNO " SALARY " SALARY-OUT.

           PERFORM ACCEPT-REASON.
           IF REASON-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONFIRM-CHANGE.
           IF CONFIRM-ANSWER NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'V' TO NEW-STATUS.
           MOVE "VOID" TO JOURNAL-ACTION.
           PERFORM APPLY-CHANGE.

      * ----------------------------------------------------------- *
      * Correct - each field offered with its value, blank keeps   *
      * it, "-" clears the manager, status or status date.  A      *
      * voided version is offered its status only.                  *
      * ----------------------------------------------------------- *
       CORRECT-VERSION.

           PERFORM ACCEPT-VERSION-KEY.
           IF NOT VERSION-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF ORIG-STATUS = 'V'
               DISPLAY "VERSION IS VOIDED - ONLY A STATUS CORRECTION "
                   "(UN-VOID) IS TAKEN."
               PERFORM ACCEPT-NEW-STATUS
               IF NOT FIELD-OK
                   EXIT PARAGRAPH
               END-IF
               IF NEW-STATUS = 'V'
                   DISPLAY "KEPT AS IT WAS."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM ACCEPT-CORRECTED-FIELDS
               IF NOT FIELD-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF NEW-VERSION = ORIGINAL-VERSION
               DISPLAY "KEPT AS IT WAS."
               EXIT PARAGRAPH
           END-IF.
           IF (NEW-STATUS = 'L' OR NEW-STATUS = 'T')
                   AND NEW-STATDATE = SPACES
               DISPLAY "A LEAVE OR TERMINATION NEEDS A STATUS DATE "
                   "- NOT CHANGED."
               EXIT PARAGRAPH
           END-IF.

           PERFORM ACCEPT-REASON.
           IF REASON-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONFIRM-CHANGE.
           IF CONFIRM-ANSWER NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE "CORRECT" TO JOURNAL-ACTION.
           PERFORM APPLY-CHANGE.

      *> Leaves FIELD-OK clear at the first field refused.
       ACCEPT-CORRECTED-FIELDS.

           MOVE 'N' TO FIELD-OK-SW.

           DISPLAY "NAME [" NEW-NAME "]: " WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           IF FIELD-INPUT NOT = SPACES
               IF FIELD-INPUT(11:10) NOT = SPACES
                   DISPLAY "NAME IS AT MOST TEN CHARACTERS."
                   EXIT PARAGRAPH
               END-IF
               MOVE FIELD-INPUT(1:10) TO NEW-NAME
           END-IF.

           DISPLAY "DEPARTMENT [" NEW-DEPTNO "]: " WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           IF FIELD-INPUT NOT = SPACES
               IF FIELD-INPUT(1:2) IS NOT NUMERIC
                       OR FIELD-INPUT(3:18) NOT = SPACES
                       OR FIELD-INPUT(1:2) = "00"
                   DISPLAY "DEPARTMENT MUST BE TWO DIGITS, 01-99."
                   EXIT PARAGRAPH
               END-IF
               MOVE FIELD-INPUT(1:2) TO NEW-DEPTNO
           END-IF.

           MOVE NEW-SALARY TO SALARY-OUT.
           DISPLAY "SALARY [" SALARY-OUT "]: " WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           IF FIELD-INPUT NOT = SPACES
               PERFORM SCREEN-SALARY-INPUT
               IF NOT FIELD-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO FIELD-OK-SW
           END-IF.

           DISPLAY "HIRE DATE [" NEW-HIREDATE "]: "
               WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           IF FIELD-INPUT NOT = SPACES
               MOVE FIELD-INPUT(1:8) TO DATE-CHECK
               PERFORM CHECK-DATE-SHAPE
               IF NOT DATE-OK OR FIELD-INPUT(9:12) NOT = SPACES
                   DISPLAY "HIRE DATE MUST BE A YYYYMMDD DATE."
                   EXIT PARAGRAPH
               END-IF
               MOVE DATE-CHECK TO NEW-HIREDATE
           END-IF.

           DISPLAY "MANAGER (- FOR NONE) [" NEW-MGRID "]: "
               WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           IF FIELD-INPUT = "-"
               MOVE SPACES TO NEW-MGRID
           ELSE
               IF FIELD-INPUT NOT = SPACES
                   IF FIELD-INPUT(1:5) IS NOT NUMERIC
                           OR FIELD-INPUT(6:15) NOT = SPACES
                       DISPLAY "MANAGER MUST BE A FIVE-DIGIT EMPNO."
                       EXIT PARAGRAPH
                   END-IF
                   IF FIELD-INPUT(1:5) = NEW-KEY(1:5)
                       DISPLAY "AN EMPLOYEE CANNOT MANAGE THEMSELF."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FIELD-INPUT(1:5) TO NEW-MGRID
               END-IF
           END-IF.

           PERFORM ACCEPT-NEW-STATUS.
           IF NOT FIELD-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO FIELD-OK-SW.

           DISPLAY "STATUS DATE (- FOR NONE) [" NEW-STATDATE "]: "
               WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           IF FIELD-INPUT = "-"
               MOVE SPACES TO NEW-STATDATE
           ELSE
               IF FIELD-INPUT NOT = SPACES
                   MOVE FIELD-INPUT(1:8) TO DATE-CHECK
                   PERFORM CHECK-DATE-SHAPE
                   IF NOT DATE-OK OR FIELD-INPUT(9:12) NOT = SPACES
                       DISPLAY "STATUS DATE MUST BE A YYYYMMDD DATE."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE DATE-CHECK TO NEW-STATDATE
               END-IF
           END-IF.

           MOVE 'Y' TO FIELD-OK-SW.

      *> A, L, T or "-" for none.  V is never keyed - voiding is
      *> its own option.
       ACCEPT-NEW-STATUS.

           MOVE 'N' TO FIELD-OK-SW.
           DISPLAY "STATUS A/L/T (- FOR NONE) [" NEW-STATUS "]: "
               WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           INSPECT FIELD-INPUT CONVERTING "alt" TO "ALT".
           IF FIELD-INPUT = SPACES
               MOVE 'Y' TO FIELD-OK-SW
               EXIT PARAGRAPH
           END-IF.
           IF FIELD-INPUT = "-"
               MOVE SPACES TO NEW-STATUS
               MOVE 'Y' TO FIELD-OK-SW
               EXIT PARAGRAPH
           END-IF.
           IF (FIELD-INPUT(1:1) NOT = 'A'
                       AND FIELD-INPUT(1:1) NOT = 'L'
                       AND FIELD-INPUT(1:1) NOT = 'T')
                   OR FIELD-INPUT(2:19) NOT = SPACES
               DISPLAY "STATUS MUST BE A, L, T OR -."
               EXIT PARAGRAPH
           END-IF.
           MOVE FIELD-INPUT(1:1) TO NEW-STATUS.
           MOVE 'Y' TO FIELD-OK-SW.

      *> "dollars" or "dollars.cents", up to 9999999.99.
       SCREEN-SALARY-INPUT.

           MOVE 'N' TO FIELD-OK-SW.
           MOVE SPACES TO AMOUNT-WHOLE AMOUNT-CENTS.
           MOVE 0 TO AMOUNT-WHOLE-LEN AMOUNT-CENTS-LEN.
           UNSTRING FIELD-INPUT DELIMITED BY "." OR SPACE
               INTO AMOUNT-WHOLE COUNT IN AMOUNT-WHOLE-LEN
                    AMOUNT-CENTS COUNT IN AMOUNT-CENTS-LEN.
           IF AMOUNT-WHOLE-LEN = 0 OR AMOUNT-WHOLE-LEN > 7
                   OR AMOUNT-WHOLE(1:AMOUNT-WHOLE-LEN) IS NOT NUMERIC
                   OR AMOUNT-CENTS-LEN = 1 OR AMOUNT-CENTS-LEN > 2
               DISPLAY "SALARY MUST BE DOLLARS OR DOLLARS.CENTS."
               EXIT PARAGRAPH
           END-IF.
           IF AMOUNT-CENTS-LEN = 2
                   AND AMOUNT-CENTS IS NOT NUMERIC
               DISPLAY "SALARY MUST BE DOLLARS OR DOLLARS.CENTS."
               EXIT PARAGRAPH
           END-IF.

           MOVE AMOUNT-WHOLE(1:AMOUNT-WHOLE-LEN) TO AMOUNT-WHOLE-N.
           MOVE 0 TO AMOUNT-CENTS-N.
           IF AMOUNT-CENTS-LEN = 2
               MOVE AMOUNT-CENTS TO AMOUNT-CENTS-N
           END-IF.
           IF AMOUNT-WHOLE-N = 0 AND AMOUNT-CENTS-N = 0
               DISPLAY "SALARY MUST BE ABOVE ZERO."
               EXIT PARAGRAPH
           END-IF.

           COMPUTE NEW-SALARY = AMOUNT-WHOLE-N + AMOUNT-CENTS-N / 100.
           MOVE 'Y' TO FIELD-OK-SW.

      *> REASON-FOUND-IDX zero when no valid code was keyed.
       ACCEPT-REASON.

           MOVE 0 TO REASON-FOUND-IDX.
           DISPLAY "REASON CODES:".
           PERFORM VARYING REASON-IDX FROM 1 BY 1
               UNTIL REASON-IDX > 5
               DISPLAY "  " REASON-CODE(REASON-IDX) "  "
                   REASON-TEXT(REASON-IDX)
           END-PERFORM.
           DISPLAY "REASON: " WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           INSPECT FIELD-INPUT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF FIELD-INPUT(3:18) = SPACES
               PERFORM VARYING REASON-IDX FROM 1 BY 1
                   UNTIL REASON-IDX > 5 OR REASON-FOUND-IDX > 0
                   IF REASON-CODE(REASON-IDX) = FIELD-INPUT(1:2)
                       MOVE REASON-IDX TO REASON-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF REASON-FOUND-IDX = 0
               DISPLAY "A REASON CODE FROM THE LIST IS REQUIRED - "
                   "NOT CHANGED."
               EXIT PARAGRAPH
           END-IF.
           MOVE REASON-CODE(REASON-FOUND-IDX) TO CHOSEN-REASON.

      *> The note goes in the journal's last field - commas would
      *> split it, so they are turned to semicolons.
           DISPLAY "NOTE (OPTIONAL): " WITH NO ADVANCING.
           MOVE SPACES TO REASON-NOTE.
           ACCEPT REASON-NOTE.
           INSPECT REASON-NOTE REPLACING ALL "," BY ";".
           IF CHOSEN-REASON = "OT" AND REASON-NOTE = SPACES
               DISPLAY "REASON OT NEEDS A NOTE - NOT CHANGED."
               MOVE 0 TO REASON-FOUND-IDX
           END-IF.

       CONFIRM-CHANGE.

           MOVE ORIGINAL-VERSION(14:43) TO IMAGE-SOURCE.
           PERFORM BUILD-VERSION-IMAGE.
           DISPLAY "BEFORE: " VERSION-IMAGE.
           MOVE NEW-VERSION(14:43) TO IMAGE-SOURCE.
           PERFORM BUILD-VERSION-IMAGE.
           DISPLAY "AFTER:  " VERSION-IMAGE.
           DISPLAY "APPLY THIS CHANGE (Y/N)? " WITH NO ADVANCING.
           MOVE SPACES TO CONFIRM-ANSWER.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = 'y'
               MOVE 'Y' TO CONFIRM-ANSWER
           END-IF.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "KEPT AS IT WAS."
           END-IF.

      * ----------------------------------------------------------- *
      * The change goes to the master, the journal and the activity *
      * trail, emp.idx follows if the version was the current one,  *
      * and the downstream report comes out.  The journal holds the *
      * only record of what a voided version was, so it is opened   *
      * before the master is touched - no journal, no change.       *
      * ----------------------------------------------------------- *
       APPLY-CHANGE.

           MOVE ORIGINAL-VERSION TO EMP-MASTER-RECORD.
           READ EMP-MASTER-FILE
               KEY IS EMPM-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF EMP-MASTER-STATUS NOT = '00'
                   OR EMP-MASTER-RECORD NOT = ORIGINAL-VERSION
               DISPLAY "VERSION CHANGED ON FILE SINCE IT WAS READ - "
                   "NOT CHANGED."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "MFJRNDD" UPON ENVIRONMENT-NAME.
           DISPLAY JOURNAL-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-FILE-MISSING
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF JOURNAL-STATUS NOT = '00'
               DISPLAY "CANNOT OPEN " JOURNAL-FILENAME
                   " - STATUS " JOURNAL-STATUS
               DISPLAY "NOT CHANGED."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE NEW-VERSION TO EMP-MASTER-RECORD.
           REWRITE EMP-MASTER-RECORD.
           IF EMP-MASTER-STATUS NOT = '00'
               DISPLAY "MASTER REWRITE FAILED FOR " ORIG-EMPNO " "
                   ORIG-EFFDATE " - STATUS " EMP-MASTER-STATUS
               CLOSE JOURNAL-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-JOURNAL-LINE.
           PERFORM LOG-MAINT-ACTIVITY.
           DISPLAY "VERSION " ORIG-EMPNO " " ORIG-EFFDATE " "
               JOURNAL-ACTION " APPLIED.".

           PERFORM REFRESH-EMP-INDEX.
           PERFORM PRODUCE-DOWNSTREAM-REPORT.

      *> "name/dept/salary/hire/mgr/status/statdate" of IMAGE-SOURCE.
       BUILD-VERSION-IMAGE.

           MOVE IMG-SALARY TO SALARY-IMAGE-OUT.
           MOVE SPACES TO VERSION-IMAGE.
           STRING IMG-NAME         DELIMITED BY "  "
                  "/"              DELIMITED BY SIZE
                  IMG-DEPTNO       DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  SALARY-IMAGE-OUT DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  IMG-HIREDATE     DELIMITED BY SPACE
                  "/"              DELIMITED BY SIZE
                  IMG-MGRID        DELIMITED BY SPACE
                  "/"              DELIMITED BY SIZE
                  IMG-STATUS       DELIMITED BY SPACE
                  "/"              DELIMITED BY SIZE
                  IMG-STATDATE     DELIMITED BY SPACE
               INTO VERSION-IMAGE.

      *> Appended as each change is made - the master is already
      *> changed, so there is nothing to hold back for.  APPLY-CHANGE
      *> has the journal open.  If the line will not write, it goes
      *> to the console in full to be entered by hand.
       WRITE-JOURNAL-LINE.

           MOVE ORIGINAL-VERSION(14:43) TO IMAGE-SOURCE.
           PERFORM BUILD-VERSION-IMAGE.
           MOVE VERSION-IMAGE TO BEFORE-IMAGE.
           MOVE NEW-VERSION(14:43) TO IMAGE-SOURCE.
           PERFORM BUILD-VERSION-IMAGE.
           MOVE VERSION-IMAGE TO AFTER-IMAGE.

           ACCEPT RUN-TIME FROM TIME.
           MOVE SPACES TO JOURNAL-RECORD.
           STRING RUN-DATE        DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  RUN-TIME        DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  OPERATOR-ID     DELIMITED BY SPACE
                  ","             DELIMITED BY SIZE
                  JOURNAL-ACTION  DELIMITED BY SPACE
                  ","             DELIMITED BY SIZE
                  CHOSEN-REASON   DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  ORIG-EMPNO      DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  ORIG-EFFDATE    DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  BEFORE-IMAGE    DELIMITED BY "  "
                  ","             DELIMITED BY SIZE
                  AFTER-IMAGE     DELIMITED BY "  "
                  ","             DELIMITED BY SIZE
                  REASON-NOTE     DELIMITED BY "  "
               INTO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           IF JOURNAL-STATUS NOT = '00'
               DISPLAY " "
               DISPLAY "*** JOURNAL WRITE FAILED - STATUS "
                   JOURNAL-STATUS " ***"
               DISPLAY "*** THE MASTER IS CHANGED BUT NOT JOURNALLED."
                   " RECORD THIS LINE BY HAND: ***"
               DISPLAY JOURNAL-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE JOURNAL-FILE.

      * ----------------------------------------------------------- *
      * emp.idx carries the version in effect today.  It is         *
      * rewritten from the latest version still standing on or      *
      * before the run date - a MERITINC raise dated ahead is not  *
      * in effect yet - when the one changed is that version or    *
      * later than it; a correction further back in history leaves *
      * it alone.                                                   *
      * ----------------------------------------------------------- *
       REFRESH-EMP-INDEX.

           MOVE ORIG-EMPNO TO ANSWER-EMPNO.
           MOVE 'N' TO LATEST-FOUND-SW.
           PERFORM POSITION-AT-EMPLOYEE.
           PERFORM FIND-LATEST-STANDING UNTIL SCAN-DONE.

           IF NOT LATEST-FOUND
               DISPLAY "WARNING: NO VERSION OF " ORIG-EMPNO
                   " IN EFFECT - EMP.IDX LEFT AS IT WAS."
               IF RETURN-CODE < 8
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF LTS-EFFDATE > ORIG-EFFDATE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "MFIDXDD" UPON ENVIRONMENT-NAME.
           DISPLAY EMP-INDEX-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN I-O EMP-INDEX-FILE.
           IF EMP-INDEX-STATUS NOT = '00'
               DISPLAY "WARNING: CANNOT OPEN " EMP-INDEX-FILENAME
                   " - STATUS " EMP-INDEX-STATUS
               IF RETURN-CODE < 8
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE LTS-EMPNO TO EMPX-EMPNO.
           READ EMP-INDEX-FILE
               INVALID KEY CONTINUE
           END-READ.
           MOVE LTS-EMPNO    TO EMPX-EMPNO.
           MOVE LTS-NAME     TO EMPX-NAME.
           MOVE LTS-DEPTNO   TO EMPX-DEPTNO.
           MOVE LTS-SALARY   TO EMPX-SALARY.
           MOVE LTS-HIREDATE TO EMPX-HIREDATE.
           MOVE LTS-MGRID    TO EMPX-MGRID.
           MOVE LTS-STATUS   TO EMPX-STATUS.
           MOVE LTS-STATDATE TO EMPX-STATDATE.
           IF EMP-INDEX-STATUS = '00'
               REWRITE EMP-INDEX-RECORD
           ELSE
               WRITE EMP-INDEX-RECORD
           END-IF.
           IF EMP-INDEX-STATUS = '00'
               DISPLAY "EMP.IDX BROUGHT INTO LINE WITH VERSION "
                   LTS-EFFDATE "."
           ELSE
               DISPLAY "WARNING: EMP.IDX UPDATE FAILED - STATUS "
                   EMP-INDEX-STATUS
               IF RETURN-CODE < 8
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE EMP-INDEX-FILE.

       FIND-LATEST-STANDING.

           READ EMP-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SCAN-DONE-SW
           END-READ.
           IF SCAN-DONE OR EMPM-EMPNO NOT = ANSWER-EMPNO
               MOVE 'Y' TO SCAN-DONE-SW
               EXIT PARAGRAPH
           END-IF.
           IF EMPM-STATUS NOT = 'V' AND EMPM-EFFDATE <= RUN-DATE
               MOVE EMP-MASTER-RECORD TO LATEST-VERSION
               MOVE 'Y' TO LATEST-FOUND-SW
           END-IF.

      * ----------------------------------------------------------- *
      * Downstream report for any version, without changing it.    *
      * ----------------------------------------------------------- *
       REPORT-ONE-VERSION.

           PERFORM ACCEPT-VERSION-KEY.
           IF NOT VERSION-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE "REPORT" TO JOURNAL-ACTION.
           MOVE SPACES TO CHOSEN-REASON.
           PERFORM PRODUCE-DOWNSTREAM-REPORT.

       PRODUCE-DOWNSTREAM-REPORT.

           PERFORM FIND-VERSION-WINDOW.
           PERFORM FIND-LOAD-DATE.
           MOVE 0 TO DOWNSTREAM-COUNT.
           ADD 1 TO REPORT-VERSION-COUNT.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ALL "-" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           STRING "VERSION "           DELIMITED BY SIZE
                  ORIG-EMPNO           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ORIG-EFFDATE         DELIMITED BY SIZE
                  "   ACTION "         DELIMITED BY SIZE
                  JOURNAL-ACTION       DELIMITED BY SPACE
                  "   REASON "         DELIMITED BY SIZE
                  CHOSEN-REASON        DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE ORIGINAL-VERSION(14:43) TO IMAGE-SOURCE.
           PERFORM BUILD-VERSION-IMAGE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  AS LOADED: "      DELIMITED BY SIZE
                  VERSION-IMAGE        DELIMITED BY "  "
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           IF NEXT-EFFDATE = HIGH-VALUES
               STRING "  IN EFFECT FROM "  DELIMITED BY SIZE
                      ORIG-EFFDATE         DELIMITED BY SIZE
                      " - THE LATEST VERSION" DELIMITED BY SIZE
                   INTO REPORT-RECORD
           ELSE
               STRING "  IN EFFECT FROM "  DELIMITED BY SIZE
                      ORIG-EFFDATE         DELIMITED BY SIZE
                      " UNTIL THE VERSION OF " DELIMITED BY SIZE
                      NEXT-EFFDATE         DELIMITED BY SIZE
                   INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           IF LOAD-DATE-FROM-STATS
               STRING "  LOADED ON "       DELIMITED BY SIZE
                      LOAD-DATE            DELIMITED BY SIZE
                      " (RUN_STATS.DAT)"   DELIMITED BY SIZE
                   INTO REPORT-RECORD
           ELSE
               STRING "  NO LOAD OF "      DELIMITED BY SIZE
                      ORIG-EFFDATE         DELIMITED BY SIZE
                      " IN RUN_STATS.DAT - EFFECTIVE DATE USED"
                                           DELIMITED BY SIZE
                   INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

           PERFORM SCAN-PAID-HISTORY.
           PERFORM SCAN-CLAW-JOURNAL.
           PERFORM SCAN-BONUS-REGISTER.
           PERFORM SCAN-ACCRUAL-HISTORY.
           PERFORM SCAN-RETRO-JOURNAL.
           PERFORM SCAN-SEP-JOURNAL.
           PERFORM LIST-STATEMENT-YEARS.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING DOWNSTREAM-COUNT     DELIMITED BY SIZE
                  " DOWNSTREAM ITEM(S) TO REVIEW."
                                       DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           DISPLAY DOWNSTREAM-COUNT " DOWNSTREAM ITEM(S) - REPORT IN "
               REPORT-FILENAME.

      *> The next standing version's effective date, high values
      *> when none.  A voided version never took over, so the one
      *> reported stayed in effect past it - the same skip every
      *> reader of the master makes.  Leaves the master positioned
      *> elsewhere - callers re-read.
       FIND-VERSION-WINDOW.

           MOVE HIGH-VALUES TO NEXT-EFFDATE.
           MOVE ORIGINAL-VERSION TO EMP-MASTER-RECORD.
           START EMP-MASTER-FILE
               KEY IS GREATER THAN EMPM-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE 'N' TO SCAN-DONE-SW.
           PERFORM FIND-NEXT-STANDING UNTIL SCAN-DONE.

       FIND-NEXT-STANDING.

           READ EMP-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SCAN-DONE-SW
           END-READ.
           IF SCAN-DONE OR EMPM-EMPNO NOT = ORIG-EMPNO
               MOVE 'Y' TO SCAN-DONE-SW
               EXIT PARAGRAPH
           END-IF.
           IF EMPM-STATUS NOT = 'V'
               MOVE EMPM-EFFDATE TO NEXT-EFFDATE
               MOVE 'Y' TO SCAN-DONE-SW
           END-IF.

      *> The first run whose file date is the effective date.
       FIND-LOAD-DATE.

           MOVE ORIG-EFFDATE TO LOAD-DATE.
           MOVE 'N' TO LOAD-DATE-FROM-STATS-SW.

           DISPLAY "MFSTATDD" UPON ENVIRONMENT-NAME.
           DISPLAY RUN-STATS-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT RUN-STATS-FILE.
           IF RUN-STATS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-RUN-STATS UNTIL END-OF-FILE = 'Y'.
           CLOSE RUN-STATS-FILE.

       READ-ONE-RUN-STATS.

           READ RUN-STATS-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO PARSE-FIELD-1 PARSE-FIELD-2.
           UNSTRING RUN-STATS-RECORD DELIMITED BY ","
               INTO PARSE-FIELD-1, PARSE-FIELD-2.
           IF PARSE-FIELD-1(1:8) IS NOT NUMERIC
                   OR PARSE-FIELD-2(1:8) NOT = ORIG-EFFDATE
               EXIT PARAGRAPH
           END-IF.
           IF NOT LOAD-DATE-FROM-STATS
                   OR PARSE-FIELD-1(1:8) < LOAD-DATE
               MOVE PARSE-FIELD-1(1:8) TO LOAD-DATE
               MOVE 'Y' TO LOAD-DATE-FROM-STATS-SW
           END-IF.

      *> Section heading, then SECTION-COUNT counts its lines.
       WRITE-SECTION-HEADING.

           MOVE 0 TO SECTION-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-SECTION-NONE.

           IF SECTION-COUNT = 0
               MOVE "    NONE" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      * ----------------------------------------------------------- *
      * BONRECON history: P lines for the employee paid while the  *
      * version was in effect, on a run since it was loaded, and   *
      * the S charge shares beneath them - the bonus GL they were  *
      * posted with.                                                *
      * ----------------------------------------------------------- *
       SCAN-PAID-HISTORY.

           PERFORM WRITE-SECTION-HEADING.
           MOVE "BONUS PAID (BONRECON HISTORY) - BONUS REGISTER AND GL"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           DISPLAY "MFPAIDDD" UPON ENVIRONMENT-NAME.
           DISPLAY PAID-HISTORY-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT PAID-HISTORY-FILE.
           IF NOT PAID-HISTORY-NOT-FOUND
               MOVE 'N' TO PAID-WANTED-SW
               MOVE 'N' TO END-OF-FILE
               PERFORM READ-ONE-PAID-HISTORY UNTIL END-OF-FILE = 'Y'
               CLOSE PAID-HISTORY-FILE
           END-IF.
           PERFORM WRITE-SECTION-NONE.

       READ-ONE-PAID-HISTORY.

           READ PAID-HISTORY-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO PARSE-TYPE PARSE-FIELD-1 PARSE-FIELD-2
               PARSE-FIELD-3 PARSE-FIELD-4 PARSE-FIELD-5.
           UNSTRING PAID-HISTORY-RECORD DELIMITED BY ","
               INTO PARSE-TYPE, PARSE-FIELD-1, PARSE-FIELD-2,
                    PARSE-FIELD-3, PARSE-FIELD-4, PARSE-FIELD-5.

           IF PARSE-TYPE = "P"
               MOVE 'N' TO PAID-WANTED-SW
               IF PARSE-FIELD-2(1:5) = ORIG-EMPNO
                       AND PARSE-FIELD-1(1:8) NOT < ORIG-EFFDATE
                       AND PARSE-FIELD-1(1:8) < NEXT-EFFDATE
                       AND PARSE-FIELD-5(1:8) NOT < LOAD-DATE
                   MOVE 'Y' TO PAID-WANTED-SW
                   MOVE PARSE-FIELD-1(1:8) TO PAID-PAYDATE
                   ADD 1 TO SECTION-COUNT DOWNSTREAM-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "    PAID "       DELIMITED BY SIZE
                          PARSE-FIELD-1    DELIMITED BY SPACE
                          " AMOUNT "        DELIMITED BY SIZE
                          PARSE-FIELD-3    DELIMITED BY SPACE
                          " REGISTER "      DELIMITED BY SIZE
                          PARSE-FIELD-4    DELIMITED BY SPACE
                          " RUN "           DELIMITED BY SIZE
                          PARSE-FIELD-5    DELIMITED BY SPACE
                       INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF PARSE-TYPE = "S" AND PAID-WANTED
                   AND PARSE-FIELD-1(1:8) = PAID-PAYDATE
                   AND PARSE-FIELD-2(1:5) = ORIG-EMPNO
               MOVE SPACES TO REPORT-RECORD
               STRING "      GL SHARE DEPT " DELIMITED BY SIZE
                      PARSE-FIELD-3         DELIMITED BY SPACE
                      " "                    DELIMITED BY SIZE
                      PARSE-FIELD-4         DELIMITED BY SPACE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *> BONCLAW recoveries of payments made under the version.
       SCAN-CLAW-JOURNAL.

           PERFORM WRITE-SECTION-HEADING.
           MOVE "BONUS CLAWBACKS (BONCLAW JOURNAL)" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           DISPLAY "MFCLAWDD" UPON ENVIRONMENT-NAME.
           DISPLAY CLAW-JOURNAL-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT CLAW-JOURNAL-FILE.
           IF NOT CLAW-JOURNAL-NOT-FOUND
               MOVE 'N' TO END-OF-FILE
               PERFORM READ-ONE-CLAW-LINE UNTIL END-OF-FILE = 'Y'
               CLOSE CLAW-JOURNAL-FILE
           END-IF.
           PERFORM WRITE-SECTION-NONE.

      *> empno,paydate,statdate,rundate,recovery
       READ-ONE-CLAW-LINE.

           READ CLAW-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
               PARSE-FIELD-4 PARSE-FIELD-5.
           UNSTRING CLAW-JOURNAL-RECORD DELIMITED BY ","
               INTO PARSE-FIELD-1, PARSE-FIELD-2, PARSE-FIELD-3,
                    PARSE-FIELD-4, PARSE-FIELD-5.
           IF PARSE-FIELD-1(1:5) NOT = ORIG-EMPNO
                   OR PARSE-FIELD-2(1:8) < ORIG-EFFDATE
                   OR PARSE-FIELD-2(1:8) NOT < NEXT-EFFDATE
                   OR PARSE-FIELD-4(1:8) < LOAD-DATE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SECTION-COUNT DOWNSTREAM-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    PAYMENT OF "  DELIMITED BY SIZE
                  PARSE-FIELD-2     DELIMITED BY SPACE
                  " RECOVERED "      DELIMITED BY SIZE
                  PARSE-FIELD-5     DELIMITED BY SPACE
                  " RUN "            DELIMITED BY SIZE
                  PARSE-FIELD-4     DELIMITED BY SPACE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> The register holds the latest bonus run only - it is listed
      *> while the version is still the one in effect.
       SCAN-BONUS-REGISTER.

           PERFORM WRITE-SECTION-HEADING.
           MOVE "CURRENT BONUS REGISTER AND BONUS GL" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF NEXT-EFFDATE NOT = HIGH-VALUES
               PERFORM WRITE-SECTION-NONE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "MFREGDD" UPON ENVIRONMENT-NAME.
           DISPLAY REGISTER-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT REGISTER-FILE.
           IF NOT REGISTER-NOT-FOUND
               MOVE 'N' TO END-OF-FILE
               PERFORM READ-ONE-REGISTER-LINE UNTIL END-OF-FILE = 'Y'
               CLOSE REGISTER-FILE
           END-IF.
           PERFORM WRITE-SECTION-NONE.

       READ-ONE-REGISTER-LINE.

           READ REGISTER-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF REGISTER-RECORD(1:5) = ORIG-EMPNO
                   AND REGISTER-RECORD(6:1) = ","
               ADD 1 TO SECTION-COUNT DOWNSTREAM-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "    "          DELIMITED BY SIZE
                      REGISTER-RECORD DELIMITED BY "  "
                      " - RERUN THE BONUS REGISTER AND GL"
                                      DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      * ----------------------------------------------------------- *
      * SALACCR applied runs (H lines) for months the version       *
      * covers, run since it was loaded - each is an accrual GL     *
      * posted off it.                                              *
      * ----------------------------------------------------------- *
       SCAN-ACCRUAL-HISTORY.

           PERFORM WRITE-SECTION-HEADING.
           MOVE "SALARY ACCRUAL AND ACCRUAL GL (SALACCR HISTORY)"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           DISPLAY "MFACCRDD" UPON ENVIRONMENT-NAME.
           DISPLAY ACCRUAL-HISTORY-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT ACCRUAL-HISTORY-FILE.
           IF NOT ACCRUAL-HISTORY-NOT-FOUND
               MOVE 'N' TO END-OF-FILE
               PERFORM READ-ONE-ACCRUAL-LINE UNTIL END-OF-FILE = 'Y'
               CLOSE ACCRUAL-HISTORY-FILE
           END-IF.
           PERFORM WRITE-SECTION-NONE.

       READ-ONE-ACCRUAL-LINE.

           READ ACCRUAL-HISTORY-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO PARSE-TYPE PARSE-FIELD-1 PARSE-FIELD-2.
           UNSTRING ACCRUAL-HISTORY-RECORD DELIMITED BY ","
               INTO PARSE-TYPE, PARSE-FIELD-1, PARSE-FIELD-2.
           IF PARSE-TYPE NOT = "H"
               EXIT PARAGRAPH
           END-IF.

           MOVE PARSE-FIELD-1(1:6) TO PERIOD-START-YM.
           IF PERIOD-START-YM < ORIG-EFFDATE(1:6)
                   OR PERIOD-START NOT < NEXT-EFFDATE
                   OR PARSE-FIELD-2(1:8) < LOAD-DATE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SECTION-COUNT DOWNSTREAM-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    PERIOD "      DELIMITED BY SIZE
                  PERIOD-START-YM   DELIMITED BY SIZE
                  " APPLIED RUN "    DELIMITED BY SIZE
                  PARSE-FIELD-2     DELIMITED BY SPACE
                  " - DEPT "         DELIMITED BY SIZE
                  ORIG-DEPTNO       DELIMITED BY SIZE
                  " ACCRUED OFF THIS VERSION" DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> empno,effdate,loaddate,rundate - the version by name.
       SCAN-RETRO-JOURNAL.

           PERFORM WRITE-SECTION-HEADING.
           MOVE "RETROACTIVE PAY (RETROPAY JOURNAL)" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           DISPLAY "MFRETRDD" UPON ENVIRONMENT-NAME.
           DISPLAY RETRO-JOURNAL-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT RETRO-JOURNAL-FILE.
           IF NOT RETRO-JOURNAL-NOT-FOUND
               MOVE 'N' TO END-OF-FILE
               PERFORM READ-ONE-RETRO-LINE UNTIL END-OF-FILE = 'Y'
               CLOSE RETRO-JOURNAL-FILE
           END-IF.
           PERFORM WRITE-SECTION-NONE.

       READ-ONE-RETRO-LINE.

           READ RETRO-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
               PARSE-FIELD-4.
           UNSTRING RETRO-JOURNAL-RECORD DELIMITED BY ","
               INTO PARSE-FIELD-1, PARSE-FIELD-2, PARSE-FIELD-3,
                    PARSE-FIELD-4.
           IF PARSE-FIELD-1(1:5) NOT = ORIG-EMPNO
                   OR PARSE-FIELD-2(1:8) NOT = ORIG-EFFDATE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SECTION-COUNT DOWNSTREAM-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    ARREARS PRICED ON RUN " DELIMITED BY SIZE
                  PARSE-FIELD-4               DELIMITED BY SPACE
                  " (LOADED "                  DELIMITED BY SIZE
                  PARSE-FIELD-3               DELIMITED BY SPACE
                  ")"                          DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> empno,statdate,rundate,amount - a leaver settled while the
      *> version was in effect.
       SCAN-SEP-JOURNAL.

           PERFORM WRITE-SECTION-HEADING.
           MOVE "SEPARATION SETTLEMENT (SEPSETTL JOURNAL)"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           DISPLAY "MFSEPDD" UPON ENVIRONMENT-NAME.
           DISPLAY SEP-JOURNAL-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT SEP-JOURNAL-FILE.
           IF NOT SEP-JOURNAL-NOT-FOUND
               MOVE 'N' TO END-OF-FILE
               PERFORM READ-ONE-SEP-LINE UNTIL END-OF-FILE = 'Y'
               CLOSE SEP-JOURNAL-FILE
           END-IF.
           PERFORM WRITE-SECTION-NONE.

       READ-ONE-SEP-LINE.

           READ SEP-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO PARSE-FIELD-1 PARSE-FIELD-2 PARSE-FIELD-3
               PARSE-FIELD-4.
           UNSTRING SEP-JOURNAL-RECORD DELIMITED BY ","
               INTO PARSE-FIELD-1, PARSE-FIELD-2, PARSE-FIELD-3,
                    PARSE-FIELD-4.
           IF PARSE-FIELD-1(1:5) NOT = ORIG-EMPNO
                   OR PARSE-FIELD-2(1:8) < ORIG-EFFDATE
                   OR PARSE-FIELD-2(1:8) NOT < NEXT-EFFDATE
                   OR PARSE-FIELD-3(1:8) < LOAD-DATE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SECTION-COUNT DOWNSTREAM-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    SEPARATED "  DELIMITED BY SIZE
                  PARSE-FIELD-2    DELIMITED BY SPACE
                  " SETTLED "       DELIMITED BY SIZE
                  PARSE-FIELD-4    DELIMITED BY SPACE
                  " RUN "           DELIMITED BY SIZE
                  PARSE-FIELD-3    DELIMITED BY SPACE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      * ----------------------------------------------------------- *
      * COMPSTMT keeps no history of its own - every completed year *
      * the version falls in is a statement to reprint if it went  *
      * out.                                                        *
      * ----------------------------------------------------------- *
       LIST-STATEMENT-YEARS.

           PERFORM WRITE-SECTION-HEADING.
           MOVE "COMPENSATION STATEMENTS (COMPSTMT)" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF ORIG-EFFDATE(1:4) IS NUMERIC
               MOVE ORIG-EFFDATE(1:4) TO FIRST-YEAR
               PERFORM LIST-ONE-STATEMENT-YEAR
                   VARYING STMT-YEAR FROM FIRST-YEAR BY 1
                   UNTIL STMT-YEAR NOT < RUN-YEAR
           END-IF.
           PERFORM WRITE-SECTION-NONE.

       LIST-ONE-STATEMENT-YEAR.

           MOVE STMT-YEAR TO YEAR-START-YYYY.
           IF YEAR-START NOT < NEXT-EFFDATE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SECTION-COUNT DOWNSTREAM-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    YEAR "        DELIMITED BY SIZE
                  STMT-YEAR         DELIMITED BY SIZE
                  " - REPRINT IF ISSUED SINCE " DELIMITED BY SIZE
                  LOAD-DATE         DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CHECK-DATE-SHAPE.

           MOVE 'N' TO DATE-OK-SW.
           IF DATE-CHECK IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF DATE-CHECK-YYYY < 1900
                   OR DATE-CHECK-MM < 1 OR DATE-CHECK-MM > 12
                   OR DATE-CHECK-DD < 1 OR DATE-CHECK-DD > 31
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO DATE-OK-SW.

      * ----------------------------------------------------------- *
      * Operator authorization - the same "operid,function" file   *
      * and check sql-example, DEPTMAINT and BANKMAINT use.        *
      * ----------------------------------------------------------- *
       LOAD-OPERATOR-AUTH.

           DISPLAY "MFAUTHDD" UPON ENVIRONMENT-NAME.
           DISPLAY AUTH-FILENAME UPON ENVIRONMENT-VALUE.

           OPEN INPUT OPERATOR-AUTH-FILE.
           IF AUTH-FILE-MISSING
               DISPLAY "NO OPERATOR PERMISSIONS FILE - ACCESS "
                   "CONTROL OFF."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO AUTH-EOF-SW.
           PERFORM READ-ONE-AUTH-LINE UNTIL AUTH-EOF-SW = 'Y'.
           CLOSE OPERATOR-AUTH-FILE.

           IF AUTH-COUNT > 0
               MOVE 'Y' TO AUTH-LOADED-SW
               DISPLAY AUTH-COUNT " PERMISSION(S) LOADED FOR "
                   "OPERATOR CHECKS."
           END-IF.

       READ-ONE-AUTH-LINE.

           READ OPERATOR-AUTH-FILE
               AT END
                   MOVE 'Y' TO AUTH-EOF-SW
               NOT AT END
                   MOVE SPACES TO AUTH-PARSE-OPER
                   MOVE SPACES TO AUTH-PARSE-FUNC
                   UNSTRING OPERATOR-AUTH-RECORD DELIMITED BY ","
                       INTO AUTH-PARSE-OPER, AUTH-PARSE-FUNC
                   INSPECT AUTH-PARSE-FUNC CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   IF AUTH-PARSE-OPER NOT = SPACES
                           AND AUTH-PARSE-FUNC NOT = SPACES
                           AND AUTH-COUNT < 200
                       ADD 1 TO AUTH-COUNT
                       MOVE AUTH-PARSE-OPER
                           TO AUTH-OPERID(AUTH-COUNT)
                       MOVE AUTH-PARSE-FUNC
                           TO AUTH-GRANTED(AUTH-COUNT)
                   END-IF
           END-READ.

       CHECK-AUTHORIZATION.

           MOVE "MASTFIX" TO AUTH-FUNCTION.

           IF NOT AUTH-LOADED
               MOVE 'Y' TO AUTHORIZED-SW
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO AUTHORIZED-SW.
           PERFORM VARYING AUTH-IDX FROM 1 BY 1
               UNTIL AUTH-IDX > AUTH-COUNT
                   OR AUTHORIZED
               IF AUTH-OPERID(AUTH-IDX) = OPERATOR-ID
                       AND (AUTH-GRANTED(AUTH-IDX) = AUTH-FUNCTION
                           OR AUTH-GRANTED(AUTH-IDX) = "ALL")
                   MOVE 'Y' TO AUTHORIZED-SW
               END-IF
           END-PERFORM.

           IF NOT AUTHORIZED
               DISPLAY "OPERATOR " OPERATOR-ID " IS NOT "
                   "AUTHORIZED FOR " AUTH-FUNCTION "."
               PERFORM LOG-AUTH-VIOLATION
           END-IF.

       LOG-AUTH-VIOLATION.

           DISPLAY "MFVIODD" UPON ENVIRONMENT-NAME.
           DISPLAY VIOLATION-FILENAME UPON ENVIRONMENT-VALUE.

           OPEN EXTEND AUTH-VIOLATION-FILE.
           IF VIOLATION-FILE-MISSING
               OPEN OUTPUT AUTH-VIOLATION-FILE
           END-IF.

           ACCEPT VIO-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT VIO-STAMP-TIME FROM TIME.

           MOVE SPACES TO AUTH-VIOLATION-RECORD.
           STRING
               VIO-STAMP-DATE DELIMITED BY SIZE
               ","            DELIMITED BY SIZE
               VIO-STAMP-TIME DELIMITED BY SIZE
               ","            DELIMITED BY SIZE
               OPERATOR-ID    DELIMITED BY SPACE
               ","            DELIMITED BY SIZE
               AUTH-FUNCTION  DELIMITED BY SPACE
               ",MASTFIX"     DELIMITED BY SIZE
               INTO AUTH-VIOLATION-RECORD.
           WRITE AUTH-VIOLATION-RECORD.

           CLOSE AUTH-VIOLATION-FILE.

      *> "date,time,operid,MASTFIX,VOID|CORRECT" - the same shape
      *> the maintenance screens log their saves in.
       LOG-MAINT-ACTIVITY.

           DISPLAY "MFACTDD" UPON ENVIRONMENT-NAME.
           DISPLAY ACTIVITY-FILENAME UPON ENVIRONMENT-VALUE.

           OPEN EXTEND ACTIVITY-FILE.
           IF ACTIVITY-FILE-MISSING
               OPEN OUTPUT ACTIVITY-FILE
           END-IF.

           ACCEPT VIO-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT VIO-STAMP-TIME FROM TIME.

           MOVE SPACES TO ACTIVITY-RECORD.
           STRING
               VIO-STAMP-DATE DELIMITED BY SIZE
               ","            DELIMITED BY SIZE
               VIO-STAMP-TIME DELIMITED BY SIZE
               ","            DELIMITED BY SIZE
               OPERATOR-ID    DELIMITED BY SPACE
               ",MASTFIX,"    DELIMITED BY SIZE
               JOURNAL-ACTION DELIMITED BY SPACE
               INTO ACTIVITY-RECORD.
           WRITE ACTIVITY-RECORD.

           CLOSE ACTIVITY-FILE.
