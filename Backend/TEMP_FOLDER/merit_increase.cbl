       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MERITINC.

      * ----------------------------------------------------------- *
      * Mass merit-increase run.  Every spring comp sends a         *
      * schedule of raises by department and the only way to get   *
      * them onto the master used to be waiting for HR to ship an  *
      * extract with the new salaries already in it.  This program *
      * reads the increase schedule - one line per department:     *
      *   deptno,PCT,dd.ddd,effdate,poolcap                         *
      *   deptno,FLAT,ddddddd.cc,effdate,poolcap                    *
      * (a percentage of current salary or a flat annual amount,   *
      * the effective date, and the department's pool cap in the   *
      * same ddddddd.cc shape the extract carries salaries in) -   *
      * and prices it against the current roster in emp.idx.      *
      *                                                             *
      * Every department is priced in full before anything is     *
      * written.  A department whose raises would overrun its      *
      * pool, or any of whose employees already carries a          *
      * different version on the effective date, is rejected as a *
      * whole - never half raised.  Each accepted employee gets a  *
      * new emp_master.idx version keyed empno + effective date,   *
      * the current emp.idx fields with the new salary.  emp.idx   *
      * itself is left alone: it holds the roster as it stands    *
      * today, and the raise is not in effect until its date.      *
      *                                                             *
      * The increase register lists old and new salary per        *
      * employee and the pool used per department.                 *
      * MERITINC_MODE=APPLY writes the versions; anything else is  *
      * a preview that prints the same register and writes         *
      * nothing.  A rerun of an applied schedule finds its own     *
      * versions already on the master at the same salary and     *
      * treats them as done.  A master write that fails stops the  *
      * run there with 8 - the versions before it stand, and the   *
      * rerun once the master is fixed picks up where it stopped.  *
      * ----------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "MERSCHDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SCHEDULE-STATUS.

           SELECT EMP-INDEX-FILE ASSIGN TO "MERIDXDD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMPX-EMPNO
              FILE STATUS IS EMP-INDEX-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "MERMSTDD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMPM-KEY
              FILE STATUS IS EMP-MASTER-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "MERREGDD"
              ORGANIZATION IS LINE SEQUENTIAL.

      *> The same run-serialization lock DYNSQL3 takes - this run
      *> writes master versions too, and must not interleave with
      *> an extract load.
           SELECT RUN-LOCK-FILE ASSIGN TO "MERLOCKDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUN-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD       PIC X(80).

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

       FD  REGISTER-FILE.
       01  REGISTER-RECORD       PIC X(132).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD       PIC X(40).

       WORKING-STORAGE SECTION.

       01  SCHEDULE-FILENAME     PIC X(60) VALUE
               '/app/data/merit_schedule.csv'.
       01  EMP-INDEX-FILENAME    PIC X(60) VALUE
               '/app/data/emp.idx'.
       01  EMP-MASTER-FILENAME   PIC X(60) VALUE
               '/app/data/emp_master.idx'.
       01  REGISTER-FILENAME     PIC X(60) VALUE
               '/app/data/merit_register.txt'.
       01  RUN-LOCK-FILENAME     PIC X(60) VALUE
               '/app/data/run.lock'.

       01  SCHEDULE-STATUS       PIC X(2).
           88  SCHEDULE-FILE-OK       VALUE '00'.
       01  EMP-INDEX-STATUS      PIC X(2).
       01  EMP-MASTER-STATUS     PIC X(2).
       01  MASTER-OPEN-SW        PIC X VALUE 'N'.
           88  MASTER-OPEN       VALUE 'Y'.
       01  RUN-LOCK-STATUS       PIC X(2).
           88  RUN-LOCK-EXISTS   VALUE '00'.

       01  END-OF-FILE           PIC X VALUE 'N'.

       01  PARM-MODE             PIC X(10).
       01  PARM-LOCK-HELD        PIC X(10).
       01  PARM-CLEAR-LOCK       PIC X(10).
       01  RUN-MODE-SW           PIC X VALUE 'P'.
           88  APPLY-MODE        VALUE 'A'.
           88  PREVIEW-MODE      VALUE 'P'.
       01  HOLD-RUN-LOCK-SW      PIC X VALUE 'N'.
           88  HOLDING-RUN-LOCK  VALUE 'Y'.
       01  LOCK-STAMP-DATE       PIC 9(8).
       01  LOCK-STAMP-TIME       PIC 9(8).
       01  RUN-DATE              PIC 9(8).

      * ----------------------------------------------------------- *
      * The schedule - one entry per department, with the pool     *
      * arithmetic and the verdict filled in as the roster is      *
      * priced.                                                     *
      * ----------------------------------------------------------- *
       01  SCHED-COUNT           PIC 99 VALUE 0.
       01  SCHED-IDX             PIC 99.
       01  SCHED-FOUND-IDX       PIC 99.
       01  SCHED-TABLE.
           05  SCHED-ENTRY       OCCURS 99 TIMES.
               10  SCHED-DEPTNO       PIC 99.
               10  SCHED-TYPE         PIC X(4).
               10  SCHED-PCT          PIC 9(2)V9(3).
               10  SCHED-FLAT         PIC 9(7)V99.
               10  SCHED-EFFDATE      PIC X(8).
               10  SCHED-POOL         PIC 9(7)V99.
               10  SCHED-USED         PIC 9(9)V99.
               10  SCHED-EMP-COUNT    PIC 9(5).
               10  SCHED-VERDICT      PIC X(24).
               10  SCHED-REJECT-SW    PIC X.
                   88  SCHED-REJECTED VALUE 'Y'.
       01  SCHED-REJECT-COUNT    PIC 9(5) VALUE 0.

       01  SCH-PARSE-DEPTNO      PIC X(2).
       01  SCH-PARSE-TYPE        PIC X(4).
       01  SCH-PARSE-AMOUNT      PIC X(10).
       01  SCH-PARSE-EFFDATE     PIC X(8).
       01  SCH-PARSE-POOL        PIC X(10).
       01  SCH-LINE-OK-SW        PIC X.
           88  SCH-LINE-OK       VALUE 'Y'.
       01  SCH-PCT-WHOLE-N       PIC 9(2).
       01  SCH-PCT-FRACTION-N    PIC 9(3).

      * ----------------------------------------------------------- *
      * Priced raises - one entry per scheduled employee, held     *
      * until every department's pool has been settled.            *
      * ----------------------------------------------------------- *
       01  RAISE-COUNT           PIC 9(5) VALUE 0.
       01  RAISE-IDX             PIC 9(5).
       01  RAISE-TRUNCATED       PIC 9(5) VALUE 0.
       01  RAISE-TABLE.
           05  RAISE-ENTRY       OCCURS 5000 TIMES.
               10  RAISE-EMPNO        PIC X(5).
               10  RAISE-NAME         PIC X(10).
               10  RAISE-HIREDATE     PIC X(8).
               10  RAISE-MGRID        PIC X(5).
               10  RAISE-STATUS       PIC X.
               10  RAISE-STATDATE     PIC X(8).
               10  RAISE-SCHED-IDX    PIC 99.
               10  RAISE-OLD-SALARY   PIC 9(7)V99.
               10  RAISE-NEW-SALARY   PIC 9(7)V99.
               10  RAISE-NOTE         PIC X(16).

       01  NEW-SALARY-WORK       PIC 9(7)V99.
       01  INCREASE-WORK         PIC 9(7)V99.
       01  SKIPPED-TERM-COUNT    PIC 9(5) VALUE 0.
       01  WRITTEN-COUNT         PIC 9(5) VALUE 0.
       01  ALREADY-COUNT         PIC 9(5) VALUE 0.

      *> Salary parse - the extract's ddddddd.cc shape.
       01  TEMP-SALARY-X         PIC X(10).
       01  TEMP-SALARY           PIC 9(7)V99.
       01  TEMP-SALARY-WHOLE     PIC X(7).
       01  TEMP-SALARY-CENTS     PIC X(2).
       01  TEMP-SALARY-WHOLE-N   PIC 9(7).
       01  TEMP-SALARY-CENTS-N   PIC 9(2).
       01  TEMP-SALARY-OK-SW     PIC X.
           88  TEMP-SALARY-OK    VALUE 'Y'.

      *> Report composition and pagination.
       01  REG-PRINT-LINE        PIC X(132).
       01  REG-PAGE-SIZE         PIC 99 VALUE 60.
       01  REG-LINE-COUNT        PIC 99 VALUE 0.
       01  REG-PAGE-COUNT        PIC 999 VALUE 0.
       01  OLD-SALARY-OUT        PIC Z,ZZZ,ZZ9.99.
       01  NEW-SALARY-OUT        PIC Z,ZZZ,ZZ9.99.
       01  INCREASE-OUT          PIC Z,ZZZ,ZZ9.99.
       01  POOL-OUT              PIC Z,ZZZ,ZZ9.99.
       01  USED-OUT              PIC ZZZ,ZZZ,ZZ9.99.
       01  REMAIN-OUT            PIC -ZZZ,ZZZ,ZZ9.99.
       01  REMAIN-WORK           PIC S9(9)V99.
       01  GRAND-USED            PIC 9(11)V99 VALUE 0.
       01  GRAND-USED-OUT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN.

           DISPLAY " ".
           DISPLAY "MASS MERIT-INCREASE RUN".
           DISPLAY "-----------------------".

           PERFORM READ-RUN-PARAMETERS.
           PERFORM LOAD-INCREASE-SCHEDULE.
           IF SCHED-COUNT = 0
               DISPLAY "NO USABLE SCHEDULE LINES - NOTHING TO DO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF APPLY-MODE
               PERFORM TAKE-RUN-LOCK
           END-IF.

           PERFORM PRICE-CURRENT-ROSTER.
           PERFORM OPEN-EMP-MASTER.
           PERFORM CHECK-EXISTING-VERSIONS
               VARYING RAISE-IDX FROM 1 BY 1
               UNTIL RAISE-IDX > RAISE-COUNT.
           PERFORM SETTLE-ONE-POOL
               VARYING SCHED-IDX FROM 1 BY 1
               UNTIL SCHED-IDX > SCHED-COUNT.

           IF APPLY-MODE
               PERFORM WRITE-ONE-RAISE-VERSION
                   VARYING RAISE-IDX FROM 1 BY 1
                   UNTIL RAISE-IDX > RAISE-COUNT
           END-IF.
           IF MASTER-OPEN
               CLOSE EMP-MASTER-FILE
           END-IF.

           PERFORM WRITE-INCREASE-REGISTER.
           PERFORM RELEASE-RUN-LOCK.

           DISPLAY " ".
           DISPLAY "DEPARTMENTS SCHEDULED : " SCHED-COUNT.
           DISPLAY "DEPARTMENTS REJECTED  : " SCHED-REJECT-COUNT.
           DISPLAY "EMPLOYEES PRICED      : " RAISE-COUNT.
           DISPLAY "TERMINATED SKIPPED    : " SKIPPED-TERM-COUNT.
           IF APPLY-MODE
               DISPLAY "VERSIONS WRITTEN      : " WRITTEN-COUNT
               DISPLAY "ALREADY ON MASTER     : " ALREADY-COUNT
           ELSE
               DISPLAY "PREVIEW ONLY - NOTHING WRITTEN. SET "
                   "MERITINC_MODE=APPLY TO WRITE THE VERSIONS."
           END-IF.
           DISPLAY "REGISTER: " REGISTER-FILENAME.

           IF RAISE-TRUNCATED > 0
               DISPLAY "WARNING: TABLE CAPACITY (5000) EXCEEDED - "
                   RAISE-TRUNCATED " EMPLOYEE(S) NOT PRICED; "
                   "THEIR DEPARTMENTS WERE REJECTED."
           END-IF.
           IF SCHED-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY " ".
           DISPLAY "HAVE A GOOD DAY!".
           DISPLAY " ".
           STOP RUN.

       READ-RUN-PARAMETERS.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT PARM-MODE FROM ENVIRONMENT "MERITINC_MODE".
           INSPECT PARM-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF PARM-MODE = "APPLY"
               MOVE 'A' TO RUN-MODE-SW
               DISPLAY "MODE: APPLY - VERSIONS WILL BE WRITTEN."
           ELSE
               MOVE 'P' TO RUN-MODE-SW
               DISPLAY "MODE: PREVIEW - NOTHING WILL BE WRITTEN."
           END-IF.
           DISPLAY " ".

      * ----------------------------------------------------------- *
      * The schedule.  A line that does not parse, names a         *
      * department twice, or is not dated after today is reported  *
      * and dropped - a raise is a future-dated version, and a     *
      * back-dated one belongs on an extract, where the retro run  *
      * will price the arrears.                                     *
      * ----------------------------------------------------------- *
       LOAD-INCREASE-SCHEDULE.

           DISPLAY "MERSCHDD" UPON ENVIRONMENT-NAME.
           DISPLAY SCHEDULE-FILENAME UPON ENVIRONMENT-VALUE.

           OPEN INPUT SCHEDULE-FILE.
           IF NOT SCHEDULE-FILE-OK
               DISPLAY "CANNOT OPEN " SCHEDULE-FILENAME
                   " - STATUS " SCHEDULE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-SCHEDULE-LINE UNTIL END-OF-FILE = 'Y'.
           CLOSE SCHEDULE-FILE.
           MOVE 'N' TO END-OF-FILE.

           DISPLAY SCHED-COUNT " DEPARTMENT(S) ON THE SCHEDULE.".

       READ-ONE-SCHEDULE-LINE.

           READ SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   PERFORM PARSE-ONE-SCHEDULE-LINE
           END-READ.

       PARSE-ONE-SCHEDULE-LINE.

           IF SCHEDULE-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SCH-PARSE-DEPTNO.
           MOVE SPACES TO SCH-PARSE-TYPE.
           MOVE SPACES TO SCH-PARSE-AMOUNT.
           MOVE SPACES TO SCH-PARSE-EFFDATE.
           MOVE SPACES TO SCH-PARSE-POOL.
           UNSTRING SCHEDULE-RECORD DELIMITED BY ","
               INTO SCH-PARSE-DEPTNO, SCH-PARSE-TYPE,
                    SCH-PARSE-AMOUNT, SCH-PARSE-EFFDATE,
                    SCH-PARSE-POOL.
           INSPECT SCH-PARSE-TYPE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE 'Y' TO SCH-LINE-OK-SW.
           IF SCH-PARSE-DEPTNO NOT NUMERIC
                   OR SCH-PARSE-EFFDATE NOT NUMERIC
               MOVE 'N' TO SCH-LINE-OK-SW
           END-IF.
           IF SCH-PARSE-TYPE NOT = "PCT"
                   AND SCH-PARSE-TYPE NOT = "FLAT"
               MOVE 'N' TO SCH-LINE-OK-SW
           END-IF.
           IF NOT SCH-LINE-OK
               DISPLAY "SCHEDULE LINE REJECTED (BAD FORMAT): "
                   SCHEDULE-RECORD
               EXIT PARAGRAPH
           END-IF.

           IF SCH-PARSE-EFFDATE NOT > RUN-DATE
               DISPLAY "SCHEDULE LINE REJECTED (EFFECTIVE DATE "
                   "NOT AFTER TODAY): " SCHEDULE-RECORD
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING SCHED-IDX FROM 1 BY 1
               UNTIL SCHED-IDX > SCHED-COUNT
               IF SCHED-DEPTNO(SCHED-IDX) = SCH-PARSE-DEPTNO
                   MOVE 'N' TO SCH-LINE-OK-SW
               END-IF
           END-PERFORM.
           IF NOT SCH-LINE-OK OR SCHED-COUNT >= 99
               DISPLAY "SCHEDULE LINE REJECTED (DEPARTMENT "
                   "ALREADY SCHEDULED): " SCHEDULE-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE SCH-PARSE-POOL TO TEMP-SALARY-X.
           PERFORM PARSE-SALARY-AMOUNT.
           IF NOT TEMP-SALARY-OK
               DISPLAY "SCHEDULE LINE REJECTED (BAD POOL CAP): "
                   SCHEDULE-RECORD
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SCHED-COUNT.
           MOVE SCH-PARSE-DEPTNO  TO SCHED-DEPTNO(SCHED-COUNT).
           MOVE SCH-PARSE-TYPE    TO SCHED-TYPE(SCHED-COUNT).
           MOVE SCH-PARSE-EFFDATE TO SCHED-EFFDATE(SCHED-COUNT).
           MOVE TEMP-SALARY       TO SCHED-POOL(SCHED-COUNT).
           MOVE 0 TO SCHED-PCT(SCHED-COUNT).
           MOVE 0 TO SCHED-FLAT(SCHED-COUNT).
           MOVE 0 TO SCHED-USED(SCHED-COUNT).
           MOVE 0 TO SCHED-EMP-COUNT(SCHED-COUNT).
           MOVE SPACES TO SCHED-VERDICT(SCHED-COUNT).
           MOVE 'N' TO SCHED-REJECT-SW(SCHED-COUNT).

      *> dd.ddd for a percentage, ddddddd.cc for a flat amount; an
      *> amount that does not parse rejects the department rather
      *> than dropping the line, so the register still shows it.
           IF SCH-PARSE-TYPE = "PCT"
               IF SCH-PARSE-AMOUNT(3:1) = '.'
                       AND SCH-PARSE-AMOUNT(1:2) IS NUMERIC
                       AND SCH-PARSE-AMOUNT(4:3) IS NUMERIC
                   MOVE SCH-PARSE-AMOUNT(1:2) TO SCH-PCT-WHOLE-N
                   MOVE SCH-PARSE-AMOUNT(4:3) TO SCH-PCT-FRACTION-N
                   COMPUTE SCHED-PCT(SCHED-COUNT) =
                       SCH-PCT-WHOLE-N + (SCH-PCT-FRACTION-N / 1000)
               ELSE
                   MOVE "BAD PERCENTAGE" TO SCHED-VERDICT(SCHED-COUNT)
                   MOVE 'Y' TO SCHED-REJECT-SW(SCHED-COUNT)
               END-IF
           ELSE
               MOVE SCH-PARSE-AMOUNT TO TEMP-SALARY-X
               PERFORM PARSE-SALARY-AMOUNT
               IF TEMP-SALARY-OK
                   MOVE TEMP-SALARY TO SCHED-FLAT(SCHED-COUNT)
               ELSE
                   MOVE "BAD FLAT AMOUNT" TO SCHED-VERDICT(SCHED-COUNT)
                   MOVE 'Y' TO SCHED-REJECT-SW(SCHED-COUNT)
               END-IF
           END-IF.

      * ----------------------------------------------------------- *
      * One pass over emp.idx pricing every scheduled employee.    *
      * Terminated employees get no raise; an employee on leave    *
      * does, the same way the bonus run keeps them on the roll.   *
      * ----------------------------------------------------------- *
       PRICE-CURRENT-ROSTER.

           DISPLAY "MERIDXDD" UPON ENVIRONMENT-NAME.
           DISPLAY EMP-INDEX-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT EMP-INDEX-FILE.
           IF EMP-INDEX-STATUS NOT = '00'
               DISPLAY "CANNOT OPEN " EMP-INDEX-FILENAME
                   " - STATUS " EMP-INDEX-STATUS
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-INDEX-RECORD UNTIL END-OF-FILE = 'Y'.
           CLOSE EMP-INDEX-FILE.
           MOVE 'N' TO END-OF-FILE.

       READ-ONE-INDEX-RECORD.

           READ EMP-INDEX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   PERFORM PRICE-ONE-EMPLOYEE
           END-READ.

       PRICE-ONE-EMPLOYEE.

           MOVE 0 TO SCHED-FOUND-IDX.
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
               UNTIL SCHED-IDX > SCHED-COUNT OR SCHED-FOUND-IDX > 0
               IF SCHED-DEPTNO(SCHED-IDX) = EMPX-DEPTNO
                   MOVE SCHED-IDX TO SCHED-FOUND-IDX
               END-IF
           END-PERFORM.
           IF SCHED-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF.

           IF EMPX-STATUS = 'T'
               ADD 1 TO SKIPPED-TERM-COUNT
               EXIT PARAGRAPH
           END-IF.

      *> An employee who cannot be held cannot be priced, and a
      *> department priced short would pass its pool on a partial
      *> count - so the overflow rejects the department.
           IF RAISE-COUNT >= 5000
               ADD 1 TO RAISE-TRUNCATED
               MOVE "TABLE CAPACITY EXCEEDED"
                   TO SCHED-VERDICT(SCHED-FOUND-IDX)
               MOVE 'Y' TO SCHED-REJECT-SW(SCHED-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO RAISE-COUNT.
           MOVE EMPX-EMPNO TO RAISE-EMPNO(RAISE-COUNT).
           MOVE EMPX-NAME TO RAISE-NAME(RAISE-COUNT).
           MOVE EMPX-HIREDATE TO RAISE-HIREDATE(RAISE-COUNT).
           MOVE EMPX-MGRID TO RAISE-MGRID(RAISE-COUNT).
           MOVE EMPX-STATUS TO RAISE-STATUS(RAISE-COUNT).
           MOVE EMPX-STATDATE TO RAISE-STATDATE(RAISE-COUNT).
           MOVE SCHED-FOUND-IDX TO RAISE-SCHED-IDX(RAISE-COUNT).
           MOVE EMPX-SALARY TO RAISE-OLD-SALARY(RAISE-COUNT).
           MOVE SPACES TO RAISE-NOTE(RAISE-COUNT).

           IF SCHED-TYPE(SCHED-FOUND-IDX) = "PCT"
               COMPUTE INCREASE-WORK ROUNDED =
                   EMPX-SALARY * SCHED-PCT(SCHED-FOUND-IDX) / 100
                   ON SIZE ERROR
                       MOVE 0 TO INCREASE-WORK
                       MOVE "OVERFLOW" TO RAISE-NOTE(RAISE-COUNT)
               END-COMPUTE
           ELSE
               MOVE SCHED-FLAT(SCHED-FOUND-IDX) TO INCREASE-WORK
           END-IF.

           COMPUTE NEW-SALARY-WORK = EMPX-SALARY + INCREASE-WORK
               ON SIZE ERROR
                   MOVE EMPX-SALARY TO NEW-SALARY-WORK
                   MOVE 0 TO INCREASE-WORK
                   MOVE "OVERFLOW" TO RAISE-NOTE(RAISE-COUNT)
           END-COMPUTE.

           IF RAISE-NOTE(RAISE-COUNT) = "OVERFLOW"
               MOVE "SALARY OVERFLOW"
                   TO SCHED-VERDICT(SCHED-FOUND-IDX)
               MOVE 'Y' TO SCHED-REJECT-SW(SCHED-FOUND-IDX)
           END-IF.

           MOVE NEW-SALARY-WORK TO RAISE-NEW-SALARY(RAISE-COUNT).
           ADD INCREASE-WORK TO SCHED-USED(SCHED-FOUND-IDX).
           ADD 1 TO SCHED-EMP-COUNT(SCHED-FOUND-IDX).

      *> Open-or-create, the way DYNSQL3 opens it - a preview
      *> against a shop with no master yet still runs.
       OPEN-EMP-MASTER.

           DISPLAY "MERMSTDD" UPON ENVIRONMENT-NAME.
           DISPLAY EMP-MASTER-FILENAME UPON ENVIRONMENT-VALUE.
           IF APPLY-MODE
               OPEN I-O EMP-MASTER-FILE
               IF EMP-MASTER-STATUS = '35'
                   OPEN OUTPUT EMP-MASTER-FILE
                   CLOSE EMP-MASTER-FILE
                   OPEN I-O EMP-MASTER-FILE
               END-IF
               IF EMP-MASTER-STATUS NOT = '00'
                   DISPLAY "CANNOT OPEN " EMP-MASTER-FILENAME
                       " - STATUS " EMP-MASTER-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT EMP-MASTER-FILE
           END-IF.
           IF EMP-MASTER-STATUS = '00'
               MOVE 'Y' TO MASTER-OPEN-SW
           END-IF.

      * ----------------------------------------------------------- *
      * A version already on the master at the raise's key is      *
      * either this schedule applied before (same salary - noted  *
      * and left alone) or somebody else's version for that day -  *
      * which rejects the department rather than overwriting it.   *
      * ----------------------------------------------------------- *
       CHECK-EXISTING-VERSIONS.

           IF NOT MASTER-OPEN
               EXIT PARAGRAPH
           END-IF.

           MOVE RAISE-SCHED-IDX(RAISE-IDX) TO SCHED-IDX.
           MOVE RAISE-EMPNO(RAISE-IDX) TO EMPM-EMPNO.
           MOVE SCHED-EFFDATE(SCHED-IDX) TO EMPM-EFFDATE.
           READ EMP-MASTER-FILE
               KEY IS EMPM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      *> A voided version still holds its key - MASTFIX has to
      *> correct it before a raise can land on that day.
                   IF EMPM-STATUS = 'V'
                       MOVE "VOIDED VERSION" TO RAISE-NOTE(RAISE-IDX)
                       MOVE "VOIDED VERSION ON MASTER"
                           TO SCHED-VERDICT(SCHED-IDX)
                       MOVE 'Y' TO SCHED-REJECT-SW(SCHED-IDX)
                   ELSE
                       IF EMPM-SALARY = RAISE-NEW-SALARY(RAISE-IDX)
                           MOVE "ALREADY APPLIED"
                               TO RAISE-NOTE(RAISE-IDX)
                       ELSE
                           MOVE "VERSION CONFLICT"
                               TO RAISE-NOTE(RAISE-IDX)
                           MOVE "VERSION ALREADY ON MASTER"
                               TO SCHED-VERDICT(SCHED-IDX)
                           MOVE 'Y' TO SCHED-REJECT-SW(SCHED-IDX)
                       END-IF
                   END-IF
           END-READ.

      *> All or nothing: a pool overrun rejects every raise in the
      *> department.
       SETTLE-ONE-POOL.

           IF SCHED-USED(SCHED-IDX) > SCHED-POOL(SCHED-IDX)
                   AND NOT SCHED-REJECTED(SCHED-IDX)
               MOVE "POOL CAP EXCEEDED" TO SCHED-VERDICT(SCHED-IDX)
               MOVE 'Y' TO SCHED-REJECT-SW(SCHED-IDX)
           END-IF.

           IF SCHED-REJECTED(SCHED-IDX)
               ADD 1 TO SCHED-REJECT-COUNT
           ELSE
               MOVE "ACCEPTED" TO SCHED-VERDICT(SCHED-IDX)
               ADD SCHED-USED(SCHED-IDX) TO GRAND-USED
           END-IF.

      * ----------------------------------------------------------- *
      * The new version: the emp.idx fields as priced, under the   *
      * effective date, with the raised salary.  The status and    *
      * its date ride along unchanged.                              *
      * ----------------------------------------------------------- *
       WRITE-ONE-RAISE-VERSION.

           MOVE RAISE-SCHED-IDX(RAISE-IDX) TO SCHED-IDX.
           IF SCHED-REJECTED(SCHED-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF RAISE-NOTE(RAISE-IDX) = "ALREADY APPLIED"
               ADD 1 TO ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE RAISE-EMPNO(RAISE-IDX)    TO EMPM-EMPNO.
           MOVE SCHED-EFFDATE(SCHED-IDX) TO EMPM-EFFDATE.
           MOVE RAISE-NAME(RAISE-IDX)     TO EMPM-NAME.
           MOVE SCHED-DEPTNO(SCHED-IDX)  TO EMPM-DEPTNO.
           MOVE RAISE-NEW-SALARY(RAISE-IDX) TO EMPM-SALARY.
           MOVE RAISE-HIREDATE(RAISE-IDX) TO EMPM-HIREDATE.
           MOVE RAISE-MGRID(RAISE-IDX)    TO EMPM-MGRID.
           MOVE RAISE-STATUS(RAISE-IDX)   TO EMPM-STATUS.
           MOVE RAISE-STATDATE(RAISE-IDX) TO EMPM-STATDATE.

           WRITE EMP-MASTER-RECORD.
           IF EMP-MASTER-STATUS = '00'
               ADD 1 TO WRITTEN-COUNT
               MOVE "WRITTEN" TO RAISE-NOTE(RAISE-IDX)
           ELSE
               DISPLAY "MASTER WRITE FAILED FOR " EMPM-EMPNO
                   " " EMPM-EFFDATE " - STATUS " EMP-MASTER-STATUS
               DISPLAY "STOPPED - " WRITTEN-COUNT " VERSION(S) "
                   "WRITTEN BEFORE IT STAND. RERUN ONCE FIXED."
               CLOSE EMP-MASTER-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ----------------------------------------------------------- *
      * The increase register: one section per scheduled           *
      * department, one line per employee, the pool arithmetic and *
      * the verdict under it, a grand total at the end.            *
      * ----------------------------------------------------------- *
       WRITE-INCREASE-REGISTER.

           DISPLAY "MERREGDD" UPON ENVIRONMENT-NAME.
           DISPLAY REGISTER-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT REGISTER-FILE.
           MOVE 0 TO REG-LINE-COUNT.
           MOVE 0 TO REG-PAGE-COUNT.
           PERFORM WRITE-REGISTER-PAGE-HEADER.

           PERFORM WRITE-ONE-DEPT-SECTION
               VARYING SCHED-IDX FROM 1 BY 1
               UNTIL SCHED-IDX > SCHED-COUNT.

           MOVE GRAND-USED TO GRAND-USED-OUT.
           MOVE SPACES TO REG-PRINT-LINE.
           STRING "TOTAL ACCEPTED INCREASES (ANNUAL): "
                      DELIMITED BY SIZE
                  GRAND-USED-OUT DELIMITED BY SIZE
               INTO REG-PRINT-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO REG-PRINT-LINE.
           STRING "DEPARTMENTS REJECTED             : "
                      DELIMITED BY SIZE
                  SCHED-REJECT-COUNT DELIMITED BY SIZE
               INTO REG-PRINT-LINE.
           PERFORM WRITE-REGISTER-LINE.

           CLOSE REGISTER-FILE.

       WRITE-ONE-DEPT-SECTION.

           MOVE SPACES TO REG-PRINT-LINE.
           STRING "DEPT "                  DELIMITED BY SIZE
                  SCHED-DEPTNO(SCHED-IDX)  DELIMITED BY SIZE
                  "   "                    DELIMITED BY SIZE
                  SCHED-TYPE(SCHED-IDX)    DELIMITED BY SPACE
                  " INCREASE EFFECTIVE "   DELIMITED BY SIZE
                  SCHED-EFFDATE(SCHED-IDX) DELIMITED BY SIZE
               INTO REG-PRINT-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE "EMPNO  NAME         OLD SALARY    NEW SALARY"
               & "      INCREASE  NOTE" TO REG-PRINT-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE "-----  ---------- ------------  ------------"
               & "  ------------  ----------------" TO REG-PRINT-LINE.
           PERFORM WRITE-REGISTER-LINE.

           PERFORM WRITE-ONE-RAISE-LINE
               VARYING RAISE-IDX FROM 1 BY 1
               UNTIL RAISE-IDX > RAISE-COUNT.

           MOVE SCHED-POOL(SCHED-IDX) TO POOL-OUT.
           MOVE SCHED-USED(SCHED-IDX) TO USED-OUT.
           COMPUTE REMAIN-WORK =
               SCHED-POOL(SCHED-IDX) - SCHED-USED(SCHED-IDX).
           MOVE REMAIN-WORK TO REMAIN-OUT.
           MOVE SPACES TO REG-PRINT-LINE.
           STRING "  EMPLOYEES "             DELIMITED BY SIZE
                  SCHED-EMP-COUNT(SCHED-IDX) DELIMITED BY SIZE
                  "  POOL "                  DELIMITED BY SIZE
                  POOL-OUT                   DELIMITED BY SIZE
                  "  USED "                  DELIMITED BY SIZE
                  USED-OUT                   DELIMITED BY SIZE
                  "  REMAINING "             DELIMITED BY SIZE
                  REMAIN-OUT                 DELIMITED BY SIZE
               INTO REG-PRINT-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO REG-PRINT-LINE.
           IF SCHED-REJECTED(SCHED-IDX)
               STRING "  *** DEPARTMENT REJECTED - "
                          DELIMITED BY SIZE
                      SCHED-VERDICT(SCHED-IDX) DELIMITED BY SIZE
                      " - NO RAISES APPLIED ***"
                          DELIMITED BY SIZE
                   INTO REG-PRINT-LINE
           ELSE
               MOVE "  DEPARTMENT ACCEPTED" TO REG-PRINT-LINE
           END-IF.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO REG-PRINT-LINE.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-ONE-RAISE-LINE.

           IF RAISE-SCHED-IDX(RAISE-IDX) NOT = SCHED-IDX
               EXIT PARAGRAPH
           END-IF.

           MOVE RAISE-OLD-SALARY(RAISE-IDX) TO OLD-SALARY-OUT.
           MOVE RAISE-NEW-SALARY(RAISE-IDX) TO NEW-SALARY-OUT.
           COMPUTE INCREASE-WORK =
               RAISE-NEW-SALARY(RAISE-IDX)
               - RAISE-OLD-SALARY(RAISE-IDX).
           MOVE INCREASE-WORK TO INCREASE-OUT.

           MOVE SPACES TO REG-PRINT-LINE.
           STRING RAISE-EMPNO(RAISE-IDX) DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  RAISE-NAME(RAISE-IDX)  DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  OLD-SALARY-OUT         DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  NEW-SALARY-OUT         DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  INCREASE-OUT           DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  RAISE-NOTE(RAISE-IDX)  DELIMITED BY SIZE
               INTO REG-PRINT-LINE.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-LINE.

           IF REG-LINE-COUNT >= REG-PAGE-SIZE
               PERFORM WRITE-REGISTER-PAGE-HEADER
           END-IF.
           MOVE REG-PRINT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           ADD 1 TO REG-LINE-COUNT.

       WRITE-REGISTER-PAGE-HEADER.

           ADD 1 TO REG-PAGE-COUNT.
           MOVE SPACES TO REGISTER-RECORD.
           IF APPLY-MODE
               STRING "MERIT INCREASE REGISTER  RUN " DELIMITED BY SIZE
                      RUN-DATE           DELIMITED BY SIZE
                      "   PAGE "         DELIMITED BY SIZE
                      REG-PAGE-COUNT     DELIMITED BY SIZE
                   INTO REGISTER-RECORD
           ELSE
               STRING "MERIT INCREASE REGISTER  RUN " DELIMITED BY SIZE
                      RUN-DATE           DELIMITED BY SIZE
                      "  (PREVIEW)   PAGE " DELIMITED BY SIZE
                      REG-PAGE-COUNT     DELIMITED BY SIZE
                   INTO REGISTER-RECORD
           END-IF.
           WRITE REGISTER-RECORD.
           MOVE SPACES TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 2 TO REG-LINE-COUNT.

      *> ddddddd.cc only - anything else leaves TEMP-SALARY-OK off.
       PARSE-SALARY-AMOUNT.

           MOVE 0 TO TEMP-SALARY.
           MOVE 'N' TO TEMP-SALARY-OK-SW.
           MOVE TEMP-SALARY-X(1:7) TO TEMP-SALARY-WHOLE.
           MOVE TEMP-SALARY-X(9:2) TO TEMP-SALARY-CENTS.

           IF TEMP-SALARY-X(8:1) = '.'
                   AND TEMP-SALARY-WHOLE IS NUMERIC
                   AND TEMP-SALARY-CENTS IS NUMERIC
               MOVE TEMP-SALARY-WHOLE TO TEMP-SALARY-WHOLE-N
               MOVE TEMP-SALARY-CENTS TO TEMP-SALARY-CENTS-N
               COMPUTE TEMP-SALARY =
                   TEMP-SALARY-WHOLE-N + (TEMP-SALARY-CENTS-N / 100)
               MOVE 'Y' TO TEMP-SALARY-OK-SW
           END-IF.

      * ----------------------------------------------------------- *
      * Run lock - the same take/release DYNSQL3 does, including   *
      * standing aside when the batch driver already holds it.     *
      * ----------------------------------------------------------- *
       TAKE-RUN-LOCK.

           ACCEPT PARM-LOCK-HELD
               FROM ENVIRONMENT "BATCH_LOCK_HELD".
           IF PARM-LOCK-HELD = 'Y'
               DISPLAY "RUN LOCK HELD BY THE BATCH DRIVER."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "MERLOCKDD" UPON ENVIRONMENT-NAME.
           DISPLAY RUN-LOCK-FILENAME UPON ENVIRONMENT-VALUE.

           ACCEPT PARM-CLEAR-LOCK
               FROM ENVIRONMENT "MERITINC_CLEAR_LOCK".
           IF PARM-CLEAR-LOCK = 'Y'
               DISPLAY "OPERATOR OVERRIDE - CLEARING ANY STALE "
                   "RUN LOCK."
               PERFORM DELETE-RUN-LOCK-FILE
           END-IF.

           OPEN INPUT RUN-LOCK-FILE.
           IF RUN-LOCK-EXISTS
               READ RUN-LOCK-FILE
                   AT END MOVE SPACES TO RUN-LOCK-RECORD
               END-READ
               DISPLAY "*** ANOTHER RUN HOLDS THE LOCK: "
                   RUN-LOCK-RECORD " ***"
               DISPLAY "*** IF THAT RUN CRASHED, RERUN WITH "
                   "MERITINC_CLEAR_LOCK=Y ***"
               CLOSE RUN-LOCK-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RUN-LOCK-FILE.
           ACCEPT LOCK-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT LOCK-STAMP-TIME FROM TIME.
           MOVE SPACES TO RUN-LOCK-RECORD.
           STRING LOCK-STAMP-DATE DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  LOCK-STAMP-TIME DELIMITED BY SIZE
                  ' MERITINC'     DELIMITED BY SIZE
               INTO RUN-LOCK-RECORD.
           WRITE RUN-LOCK-RECORD.
           CLOSE RUN-LOCK-FILE.
           MOVE 'Y' TO HOLD-RUN-LOCK-SW.

       RELEASE-RUN-LOCK.

           IF HOLDING-RUN-LOCK
               PERFORM DELETE-RUN-LOCK-FILE
               MOVE 'N' TO HOLD-RUN-LOCK-SW
           END-IF.

       DELETE-RUN-LOCK-FILE.

           CALL "CBL_DELETE_FILE" USING RUN-LOCK-FILENAME.
