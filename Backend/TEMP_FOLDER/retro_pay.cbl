       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RETROPAY.

      * ----------------------------------------------------------- *
      * Retroactive pay off back-dated salary versions.  When an    *
      * extract dated weeks ago is loaded today, DYNSQL3 keys its  *
      * salary versions in emp_master.idx at the extract's file    *
      * date - and payroll has been paying the old salary for      *
      * every day in between.  This program finds those versions  *
      * and prices the arrears.                                     *
      *                                                             *
      * The load date of a version comes from run_stats.dat: a     *
      * version whose EMPM-EFFDATE matches the file date of a load *
      * that ran on a later day was back-dated, and the earliest   *
      * such run is when it landed.  A version whose salary        *
      * differs from the version before it is owed (or recovered)  *
      * at the difference between the two annual rates, from its   *
      * effective date up to the day before it was loaded - or the *
      * day before the next version took over, if that came first. *
      *                                                             *
      * Pay periods are calendar months.  A part month is prorated *
      * by calendar days: (new - old) / 12 * days / days-in-month. *
      * One register row per employee per period, UNDER where the  *
      * employee is owed and OVER where payroll recovers, in the   *
      * same comma-delimited shape bonus_register.csv uses, with   *
      * per-department and grand control records at the end:       *
      *   D,deptno,rows,under,over                                  *
      *   C,rows,under,over                                         *
      *                                                             *
      * RETROPAY_MODE=APPLY records every priced version in the    *
      * retro journal so the next run does not pay it again;       *
      * anything else is a preview that writes the register only. *
      * ----------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER-FILE ASSIGN TO "RTPMSTDD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMPM-KEY
              FILE STATUS IS EMP-MASTER-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO "RTPSTATDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUN-STATS-STATUS.

      *> Versions already priced by an applied run - empno,effdate,
      *> loaddate,rundate - so arrears are paid once.
           SELECT RETRO-JOURNAL-FILE ASSIGN TO "RTPJRNDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RETRO-JOURNAL-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "RTPREGDD"
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

       FD  RUN-STATS-FILE.
       01  RUN-STATS-RECORD      PIC X(60).

       FD  RETRO-JOURNAL-FILE.
       01  RETRO-JOURNAL-RECORD  PIC X(40).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.

       01  EMP-MASTER-FILENAME   PIC X(60) VALUE
               '/app/data/emp_master.idx'.
       01  RUN-STATS-FILENAME    PIC X(60) VALUE
               '/app/data/run_stats.dat'.
       01  RETRO-JOURNAL-FILENAME PIC X(60) VALUE
               '/app/data/retro_journal.dat'.
       01  REGISTER-FILENAME     PIC X(60) VALUE
               '/app/data/retro_register.csv'.

       01  EMP-MASTER-STATUS     PIC X(2).
       01  RUN-STATS-STATUS      PIC X(2).
           88  RUN-STATS-FILE-NOT-FOUND VALUE '35'.
       01  RETRO-JOURNAL-STATUS  PIC X(2).
           88  RETRO-JOURNAL-NOT-FOUND  VALUE '35'.

       01  END-OF-FILE           PIC X VALUE 'N'.
       01  PARM-MODE             PIC X(10).
       01  RUN-MODE-SW           PIC X VALUE 'P'.
           88  APPLY-MODE        VALUE 'A'.
       01  RUN-DATE              PIC 9(8).

      * ----------------------------------------------------------- *
      * Load history off run_stats.dat - the first run on which    *
      * each file date was loaded.                                  *
      * ----------------------------------------------------------- *
       01  STATS-PARSE-RUNDATE   PIC X(8).
       01  STATS-PARSE-FILEDATE  PIC X(8).
       01  LOAD-COUNT            PIC 9(4) VALUE 0.
       01  LOAD-TRUNCATED        PIC 9(5) VALUE 0.
       01  LOAD-IDX              PIC 9(4).
       01  LOAD-FOUND-IDX        PIC 9(4).
       01  LOAD-TABLE.
           05  LOAD-ENTRY        OCCURS 2000 TIMES.
               10  LOAD-FILEDATE      PIC X(8).
               10  LOAD-RUNDATE       PIC X(8).

      *> Versions already priced.
       01  DONE-COUNT            PIC 9(5) VALUE 0.
       01  DONE-IDX              PIC 9(5).
       01  DONE-FOUND-SW         PIC X VALUE 'N'.
           88  DONE-FOUND        VALUE 'Y'.
       01  DONE-PARSE-EMPNO      PIC X(5).
       01  DONE-PARSE-EFFDATE    PIC X(8).
       01  DONE-TABLE.
           05  DONE-ENTRY        OCCURS 5000 TIMES.
               10  DONE-EMPNO         PIC X(5).
               10  DONE-EFFDATE       PIC X(8).

      * ----------------------------------------------------------- *
      * One employee's master history, oldest first.                *
      * ----------------------------------------------------------- *
       01  CURRENT-EMPNO         PIC X(5) VALUE SPACES.
       01  HIST-COUNT            PIC 99 VALUE 0.
       01  HIST-IDX              PIC 99.
       01  HIST-TABLE.
           05  HIST-ENTRY        OCCURS 60 TIMES.
               10  HIST-EFFDATE       PIC X(8).
               10  HIST-NAME          PIC X(10).
               10  HIST-DEPTNO        PIC 99.
               10  HIST-SALARY        PIC 9(7)V99.

      *> The version being priced.
       01  RETRO-LOADDATE        PIC X(8).
       01  RETRO-OLD-SALARY      PIC 9(7)V99.
       01  RETRO-NEW-SALARY      PIC 9(7)V99.
       01  WINDOW-START-DAY      PIC 9(9).
       01  WINDOW-END-DAY        PIC 9(9).
       01  NEXT-VERSION-DAY      PIC 9(9).
       01  PERIOD-YYYY           PIC 9(4).
       01  PERIOD-MM             PIC 9(2).
       01  PERIOD-OUT            PIC 9(6).
       01  MONTH-FIRST-DAY       PIC 9(9).
       01  NEXT-MONTH-FIRST-DAY  PIC 9(9).
       01  DAYS-IN-MONTH         PIC 9(3).
       01  PERIOD-DIVISOR        PIC 9(5).
       01  OVERLAP-START-DAY     PIC 9(9).
       01  OVERLAP-END-DAY       PIC 9(9).
       01  OVERLAP-DAYS          PIC 9(3).
       01  PERIOD-AMOUNT         PIC S9(7)V99.
       01  PERIOD-TYPE           PIC X(5).

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
      * Department control totals for the register trailer.        *
      * ----------------------------------------------------------- *
       01  CTL-DEPT-COUNT        PIC 99 VALUE 0.
       01  CTL-DEPT-IDX          PIC 99.
       01  CTL-DEPT-FOUND-IDX    PIC 99.
       01  CTL-DEPT-TABLE.
           05  CTL-DEPT-ENTRY    OCCURS 99 TIMES.
               10  CTL-DEPT-DEPTNO    PIC 99.
               10  CTL-DEPT-ROWS      PIC 9(5).
               10  CTL-DEPT-UNDER     PIC 9(9)V99.
               10  CTL-DEPT-OVER      PIC 9(9)V99.
       01  GRAND-ROWS            PIC 9(5) VALUE 0.
       01  GRAND-UNDER           PIC 9(9)V99 VALUE 0.
       01  GRAND-OVER            PIC 9(9)V99 VALUE 0.

       01  VERSIONS-PRICED       PIC 9(5) VALUE 0.
       01  VERSIONS-ALREADY      PIC 9(5) VALUE 0.
       01  HISTORY-TRUNCATED     PIC 9(5) VALUE 0.

      *> Register field formatting - the bonus register's shapes.
       01  TEMP-NAME             PIC X(10).
       01  QUOTED-NAME           PIC X(12).
       01  NAME-COMMA-COUNT      PIC 99.
       01  REG-OLD-SALARY-OUT    PIC 9(7).9(2).
       01  REG-NEW-SALARY-OUT    PIC 9(7).9(2).
       01  REG-AMOUNT-OUT        PIC 9(7).9(2).
       01  CTL-ROWS-OUT          PIC 9(5).
       01  CTL-UNDER-OUT         PIC 9(9).9(2).
       01  CTL-OVER-OUT          PIC 9(9).9(2).

       PROCEDURE DIVISION.
       MAIN.

           DISPLAY " ".
           DISPLAY "RETROACTIVE PAY RUN".
           DISPLAY "-------------------".

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PARM-MODE FROM ENVIRONMENT "RETROPAY_MODE".
           INSPECT PARM-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF PARM-MODE = "APPLY"
               MOVE 'A' TO RUN-MODE-SW
               DISPLAY "MODE: APPLY - PRICED VERSIONS WILL BE "
                   "JOURNALLED."
           ELSE
               DISPLAY "MODE: PREVIEW - REGISTER ONLY."
           END-IF.

           PERFORM LOAD-RUN-HISTORY.
           PERFORM LOAD-RETRO-JOURNAL.

           DISPLAY "RTPMSTDD" UPON ENVIRONMENT-NAME.
           DISPLAY EMP-MASTER-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT EMP-MASTER-FILE.
           IF EMP-MASTER-STATUS NOT = '00'
               DISPLAY "CANNOT OPEN " EMP-MASTER-FILENAME
                   " - STATUS " EMP-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "RTPREGDD" UPON ENVIRONMENT-NAME.
           DISPLAY REGISTER-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT REGISTER-FILE.

           IF APPLY-MODE
               DISPLAY "RTPJRNDD" UPON ENVIRONMENT-NAME
               DISPLAY RETRO-JOURNAL-FILENAME
                   UPON ENVIRONMENT-VALUE
               OPEN EXTEND RETRO-JOURNAL-FILE
               IF RETRO-JOURNAL-NOT-FOUND
                   OPEN OUTPUT RETRO-JOURNAL-FILE
               END-IF
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-MASTER-VERSION UNTIL END-OF-FILE = 'Y'.
           IF HIST-COUNT > 0
               PERFORM PRICE-EMPLOYEE-HISTORY
           END-IF.

           PERFORM WRITE-REGISTER-CONTROLS.

           CLOSE EMP-MASTER-FILE.
           CLOSE REGISTER-FILE.
           IF APPLY-MODE
               CLOSE RETRO-JOURNAL-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "VERSIONS PRICED       : " VERSIONS-PRICED.
           DISPLAY "ALREADY PAID (SKIPPED): " VERSIONS-ALREADY.
           DISPLAY "REGISTER ROWS         : " GRAND-ROWS.
           MOVE GRAND-UNDER TO CTL-UNDER-OUT.
           MOVE GRAND-OVER TO CTL-OVER-OUT.
           DISPLAY "TOTAL UNDERPAID       : " CTL-UNDER-OUT.
           DISPLAY "TOTAL OVERPAID        : " CTL-OVER-OUT.
           DISPLAY "REGISTER: " REGISTER-FILENAME.
           IF HISTORY-TRUNCATED > 0
               DISPLAY "WARNING: " HISTORY-TRUNCATED
                   " VERSION(S) BEYOND THE 60-VERSION HISTORY "
                   "LIMIT WERE NOT PRICED."
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF LOAD-TRUNCATED > 0
               DISPLAY "*** LOAD TABLE CAPACITY (2000) EXCEEDED - "
                   LOAD-TRUNCATED " RUN_STATS LOAD(S) NOT KEPT ***"
               DISPLAY "*** VERSIONS FROM THOSE LOADS WERE NOT "
                   "PRICED ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY " ".
           DISPLAY "HAVE A GOOD DAY!".
           DISPLAY " ".
           STOP RUN.

      * ----------------------------------------------------------- *
      * run_stats.dat lines are rundate,filedate,rows,rejects,      *
      * depts,source.  Only the first run per file date is kept -  *
      * a rerun of the same extract is not a later load.  No       *
      * history means nothing can be shown to be back-dated.       *
      * ----------------------------------------------------------- *
       LOAD-RUN-HISTORY.

           DISPLAY "RTPSTATDD" UPON ENVIRONMENT-NAME.
           DISPLAY RUN-STATS-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT RUN-STATS-FILE.
           IF RUN-STATS-FILE-NOT-FOUND
               DISPLAY "NO RUN HISTORY - NO LOADS TO PRICE."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-RUN-STATS UNTIL END-OF-FILE = 'Y'.
           CLOSE RUN-STATS-FILE.
           MOVE 'N' TO END-OF-FILE.

       READ-ONE-RUN-STATS.

           READ RUN-STATS-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   PERFORM PARSE-ONE-RUN-STATS
           END-READ.

       PARSE-ONE-RUN-STATS.

           MOVE SPACES TO STATS-PARSE-RUNDATE.
           MOVE SPACES TO STATS-PARSE-FILEDATE.
           UNSTRING RUN-STATS-RECORD DELIMITED BY ","
               INTO STATS-PARSE-RUNDATE, STATS-PARSE-FILEDATE.
           IF STATS-PARSE-RUNDATE NOT NUMERIC
                   OR STATS-PARSE-FILEDATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO LOAD-FOUND-IDX.
           PERFORM VARYING LOAD-IDX FROM 1 BY 1
               UNTIL LOAD-IDX > LOAD-COUNT OR LOAD-FOUND-IDX > 0
               IF LOAD-FILEDATE(LOAD-IDX) = STATS-PARSE-FILEDATE
                   MOVE LOAD-IDX TO LOAD-FOUND-IDX
               END-IF
           END-PERFORM.

           IF LOAD-FOUND-IDX > 0
               IF STATS-PARSE-RUNDATE < LOAD-RUNDATE(LOAD-FOUND-IDX)
                   MOVE STATS-PARSE-RUNDATE
                       TO LOAD-RUNDATE(LOAD-FOUND-IDX)
               END-IF
           ELSE
               IF LOAD-COUNT < 2000
                   ADD 1 TO LOAD-COUNT
                   MOVE STATS-PARSE-FILEDATE
                       TO LOAD-FILEDATE(LOAD-COUNT)
                   MOVE STATS-PARSE-RUNDATE
                       TO LOAD-RUNDATE(LOAD-COUNT)
               ELSE
                   ADD 1 TO LOAD-TRUNCATED
               END-IF
           END-IF.

       LOAD-RETRO-JOURNAL.

           DISPLAY "RTPJRNDD" UPON ENVIRONMENT-NAME.
           DISPLAY RETRO-JOURNAL-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT RETRO-JOURNAL-FILE.
           IF RETRO-JOURNAL-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-JOURNAL-ENTRY UNTIL END-OF-FILE = 'Y'.
           CLOSE RETRO-JOURNAL-FILE.
           MOVE 'N' TO END-OF-FILE.

      *> A journal entry that did not fit would let its version be
      *> paid a second time, so a full table stops the run before
      *> anything is priced.
       READ-ONE-JOURNAL-ENTRY.

           READ RETRO-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   IF DONE-COUNT >= 5000
                       DISPLAY "*** JOURNAL TABLE CAPACITY (5000) "
                           "EXCEEDED - NOTHING PRICED ***"
                       CLOSE RETRO-JOURNAL-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE SPACES TO DONE-PARSE-EMPNO
                   MOVE SPACES TO DONE-PARSE-EFFDATE
                   UNSTRING RETRO-JOURNAL-RECORD DELIMITED BY ","
                       INTO DONE-PARSE-EMPNO, DONE-PARSE-EFFDATE
                   ADD 1 TO DONE-COUNT
                   MOVE DONE-PARSE-EMPNO TO DONE-EMPNO(DONE-COUNT)
                   MOVE DONE-PARSE-EFFDATE
                       TO DONE-EFFDATE(DONE-COUNT)
           END-READ.

      * ----------------------------------------------------------- *
      * The master in key order - each employee's versions arrive  *
      * together, oldest first, and are priced at the empno break. *
      * ----------------------------------------------------------- *
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

       COLLECT-ONE-VERSION.

           IF EMPM-EMPNO NOT = CURRENT-EMPNO
               IF HIST-COUNT > 0
                   PERFORM PRICE-EMPLOYEE-HISTORY
               END-IF
               MOVE EMPM-EMPNO TO CURRENT-EMPNO
               MOVE 0 TO HIST-COUNT
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

       PRICE-EMPLOYEE-HISTORY.

           PERFORM PRICE-ONE-VERSION
               VARYING HIST-IDX FROM 2 BY 1
               UNTIL HIST-IDX > HIST-COUNT.

      * ----------------------------------------------------------- *
      * A salary change loaded after its effective date.  A status *
      * version carries the salary of the version before it, so   *
      * it prices to nothing and is passed over here.               *
      * ----------------------------------------------------------- *
       PRICE-ONE-VERSION.

           IF HIST-SALARY(HIST-IDX) = HIST-SALARY(HIST-IDX - 1)
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO LOAD-FOUND-IDX.
           PERFORM VARYING LOAD-IDX FROM 1 BY 1
               UNTIL LOAD-IDX > LOAD-COUNT OR LOAD-FOUND-IDX > 0
               IF LOAD-FILEDATE(LOAD-IDX) = HIST-EFFDATE(HIST-IDX)
                   MOVE LOAD-IDX TO LOAD-FOUND-IDX
               END-IF
           END-PERFORM.
           IF LOAD-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF LOAD-RUNDATE(LOAD-FOUND-IDX) NOT >
                   HIST-EFFDATE(HIST-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE LOAD-RUNDATE(LOAD-FOUND-IDX) TO RETRO-LOADDATE.

           MOVE 'N' TO DONE-FOUND-SW.
           PERFORM VARYING DONE-IDX FROM 1 BY 1
               UNTIL DONE-IDX > DONE-COUNT OR DONE-FOUND
               IF DONE-EMPNO(DONE-IDX) = CURRENT-EMPNO
                       AND DONE-EFFDATE(DONE-IDX)
                           = HIST-EFFDATE(HIST-IDX)
                   MOVE 'Y' TO DONE-FOUND-SW
               END-IF
           END-PERFORM.
           IF DONE-FOUND
               ADD 1 TO VERSIONS-ALREADY
               EXIT PARAGRAPH
           END-IF.

           MOVE HIST-SALARY(HIST-IDX - 1) TO RETRO-OLD-SALARY.
           MOVE HIST-SALARY(HIST-IDX) TO RETRO-NEW-SALARY.

      *> The retro window: effective date through the day before
      *> the load, cut short by any later version already in force.
           MOVE HIST-EFFDATE(HIST-IDX) TO CONV-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONV-DAY-NUMBER TO WINDOW-START-DAY.
           MOVE RETRO-LOADDATE TO CONV-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           COMPUTE WINDOW-END-DAY = CONV-DAY-NUMBER - 1.
           IF HIST-IDX < HIST-COUNT
               MOVE HIST-EFFDATE(HIST-IDX + 1) TO CONV-DATE
               PERFORM DATE-TO-DAY-NUMBER
               MOVE CONV-DAY-NUMBER TO NEXT-VERSION-DAY
               IF NEXT-VERSION-DAY - 1 < WINDOW-END-DAY
                   COMPUTE WINDOW-END-DAY = NEXT-VERSION-DAY - 1
               END-IF
           END-IF.

           ADD 1 TO VERSIONS-PRICED.
           MOVE HIST-EFFDATE(HIST-IDX) TO CONV-DATE.
           MOVE CONV-YYYY TO PERIOD-YYYY.
           MOVE CONV-MM TO PERIOD-MM.
           MOVE 1 TO CONV-DD.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONV-DAY-NUMBER TO MONTH-FIRST-DAY.
           PERFORM PRICE-ONE-PERIOD
               UNTIL MONTH-FIRST-DAY > WINDOW-END-DAY.

           IF APPLY-MODE
               MOVE SPACES TO RETRO-JOURNAL-RECORD
               STRING CURRENT-EMPNO          DELIMITED BY SIZE
                      ","                    DELIMITED BY SIZE
                      HIST-EFFDATE(HIST-IDX) DELIMITED BY SIZE
                      ","                    DELIMITED BY SIZE
                      RETRO-LOADDATE         DELIMITED BY SIZE
                      ","                    DELIMITED BY SIZE
                      RUN-DATE               DELIMITED BY SIZE
                   INTO RETRO-JOURNAL-RECORD
               WRITE RETRO-JOURNAL-RECORD
           END-IF.

      * ----------------------------------------------------------- *
      * One calendar month of the window - the share of the month  *
      * the window covers, at the difference between the two       *
      * annual rates.                                               *
      * ----------------------------------------------------------- *
       PRICE-ONE-PERIOD.

           IF PERIOD-MM = 12
               COMPUTE CONV-YYYY = PERIOD-YYYY + 1
               MOVE 1 TO CONV-MM
           ELSE
               MOVE PERIOD-YYYY TO CONV-YYYY
               COMPUTE CONV-MM = PERIOD-MM + 1
           END-IF.
           MOVE 1 TO CONV-DD.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONV-DAY-NUMBER TO NEXT-MONTH-FIRST-DAY.
           COMPUTE DAYS-IN-MONTH =
               NEXT-MONTH-FIRST-DAY - MONTH-FIRST-DAY.

           MOVE MONTH-FIRST-DAY TO OVERLAP-START-DAY.
           IF WINDOW-START-DAY > OVERLAP-START-DAY
               MOVE WINDOW-START-DAY TO OVERLAP-START-DAY
           END-IF.
           COMPUTE OVERLAP-END-DAY = NEXT-MONTH-FIRST-DAY - 1.
           IF WINDOW-END-DAY < OVERLAP-END-DAY
               MOVE WINDOW-END-DAY TO OVERLAP-END-DAY
           END-IF.

           IF OVERLAP-END-DAY >= OVERLAP-START-DAY
               COMPUTE OVERLAP-DAYS =
                   OVERLAP-END-DAY - OVERLAP-START-DAY + 1
               COMPUTE PERIOD-DIVISOR = 12 * DAYS-IN-MONTH
               COMPUTE PERIOD-AMOUNT ROUNDED =
                   (RETRO-NEW-SALARY - RETRO-OLD-SALARY)
                   * OVERLAP-DAYS / PERIOD-DIVISOR
               IF PERIOD-AMOUNT NOT = 0
                   PERFORM WRITE-ONE-RETRO-ROW
               END-IF
           END-IF.

           MOVE CONV-YYYY TO PERIOD-YYYY.
           MOVE CONV-MM TO PERIOD-MM.
           MOVE NEXT-MONTH-FIRST-DAY TO MONTH-FIRST-DAY.

       WRITE-ONE-RETRO-ROW.

           IF PERIOD-AMOUNT > 0
               MOVE "UNDER" TO PERIOD-TYPE
               MOVE PERIOD-AMOUNT TO REG-AMOUNT-OUT
           ELSE
               MOVE "OVER" TO PERIOD-TYPE
               COMPUTE REG-AMOUNT-OUT = 0 - PERIOD-AMOUNT
           END-IF.
           COMPUTE PERIOD-OUT = PERIOD-YYYY * 100 + PERIOD-MM.
           MOVE RETRO-OLD-SALARY TO REG-OLD-SALARY-OUT.
           MOVE RETRO-NEW-SALARY TO REG-NEW-SALARY-OUT.
           MOVE HIST-NAME(HIST-IDX) TO TEMP-NAME.
           PERFORM QUOTE-NAME-FOR-OUTPUT.

           MOVE SPACES TO REGISTER-RECORD.
           STRING
               CURRENT-EMPNO          DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               QUOTED-NAME            DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               HIST-DEPTNO(HIST-IDX)  DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               HIST-EFFDATE(HIST-IDX) DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               RETRO-LOADDATE         DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               PERIOD-OUT             DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               REG-OLD-SALARY-OUT     DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               REG-NEW-SALARY-OUT     DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               PERIOD-TYPE            DELIMITED BY SPACE
               ","                    DELIMITED BY SIZE
               REG-AMOUNT-OUT         DELIMITED BY SIZE
               INTO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

           MOVE 0 TO CTL-DEPT-FOUND-IDX.
           PERFORM VARYING CTL-DEPT-IDX FROM 1 BY 1
               UNTIL CTL-DEPT-IDX > CTL-DEPT-COUNT
                  OR CTL-DEPT-FOUND-IDX > 0
               IF CTL-DEPT-DEPTNO(CTL-DEPT-IDX) = HIST-DEPTNO(HIST-IDX)
                   MOVE CTL-DEPT-IDX TO CTL-DEPT-FOUND-IDX
               END-IF
           END-PERFORM.
           IF CTL-DEPT-FOUND-IDX = 0 AND CTL-DEPT-COUNT < 99
               ADD 1 TO CTL-DEPT-COUNT
               MOVE CTL-DEPT-COUNT TO CTL-DEPT-FOUND-IDX
               MOVE HIST-DEPTNO(HIST-IDX)
                   TO CTL-DEPT-DEPTNO(CTL-DEPT-FOUND-IDX)
               MOVE 0 TO CTL-DEPT-ROWS(CTL-DEPT-FOUND-IDX)
               MOVE 0 TO CTL-DEPT-UNDER(CTL-DEPT-FOUND-IDX)
               MOVE 0 TO CTL-DEPT-OVER(CTL-DEPT-FOUND-IDX)
           END-IF.

           ADD 1 TO GRAND-ROWS.
           IF CTL-DEPT-FOUND-IDX > 0
               ADD 1 TO CTL-DEPT-ROWS(CTL-DEPT-FOUND-IDX)
           END-IF.
           IF PERIOD-TYPE = "UNDER"
               ADD PERIOD-AMOUNT TO GRAND-UNDER
               IF CTL-DEPT-FOUND-IDX > 0
                   ADD PERIOD-AMOUNT
                       TO CTL-DEPT-UNDER(CTL-DEPT-FOUND-IDX)
               END-IF
           ELSE
               SUBTRACT PERIOD-AMOUNT FROM GRAND-OVER
               IF CTL-DEPT-FOUND-IDX > 0
                   SUBTRACT PERIOD-AMOUNT
                       FROM CTL-DEPT-OVER(CTL-DEPT-FOUND-IDX)
               END-IF
           END-IF.

      *> The same re-quoting the bonus register does: a name with a
      *> bare comma is wrapped in double quotes; any other name
      *> passes through as-is.
       QUOTE-NAME-FOR-OUTPUT.

           MOVE 0 TO NAME-COMMA-COUNT.
           INSPECT TEMP-NAME
               TALLYING NAME-COMMA-COUNT FOR ALL ','.
           MOVE SPACES TO QUOTED-NAME.
           IF NAME-COMMA-COUNT > 0
               STRING '"'       DELIMITED BY SIZE
                      TEMP-NAME DELIMITED BY "  "
                      '"'       DELIMITED BY SIZE
                   INTO QUOTED-NAME
           ELSE
               MOVE TEMP-NAME TO QUOTED-NAME
           END-IF.

      * ----------------------------------------------------------- *
      * Control records, so payroll can prove the register it was *
      * handed: one D line per department, then the C line.         *
      * ----------------------------------------------------------- *
       WRITE-REGISTER-CONTROLS.

           PERFORM WRITE-ONE-DEPT-CONTROL
               VARYING CTL-DEPT-IDX FROM 1 BY 1
               UNTIL CTL-DEPT-IDX > CTL-DEPT-COUNT.

           MOVE GRAND-ROWS TO CTL-ROWS-OUT.
           MOVE GRAND-UNDER TO CTL-UNDER-OUT.
           MOVE GRAND-OVER TO CTL-OVER-OUT.
           MOVE SPACES TO REGISTER-RECORD.
           STRING
               "C,"          DELIMITED BY SIZE
               CTL-ROWS-OUT  DELIMITED BY SIZE
               ","           DELIMITED BY SIZE
               CTL-UNDER-OUT DELIMITED BY SIZE
               ","           DELIMITED BY SIZE
               CTL-OVER-OUT  DELIMITED BY SIZE
               INTO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

       WRITE-ONE-DEPT-CONTROL.

           MOVE CTL-DEPT-ROWS(CTL-DEPT-IDX) TO CTL-ROWS-OUT.
           MOVE CTL-DEPT-UNDER(CTL-DEPT-IDX) TO CTL-UNDER-OUT.
           MOVE CTL-DEPT-OVER(CTL-DEPT-IDX) TO CTL-OVER-OUT.
           MOVE SPACES TO REGISTER-RECORD.
           STRING
               "D,"                          DELIMITED BY SIZE
               CTL-DEPT-DEPTNO(CTL-DEPT-IDX) DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               CTL-ROWS-OUT                  DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               CTL-UNDER-OUT                 DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               CTL-OVER-OUT                  DELIMITED BY SIZE
               INTO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

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
