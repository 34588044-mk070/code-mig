       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REHIRE.

      * ----------------------------------------------------------- *
      * Rehire detection off the master history.  DYNSQL3 carries  *
      * a terminated employee's T forward on every later extract   *
      * row, so a returning employee only shows in emp_master.idx  *
      * as one of two patterns:                                     *
      *   - STATUS: a version back at A (or L) straight after a    *
      *     T version - the "S,empno,A,date" row that brought     *
      *     them back;                                              *
      *   - GAP:    the empno reappearing after more than          *
      *     REHIRE_GAP_DAYS (default 90) with no version at all,   *
      *     across at least one load (run_stats.dat file date) it  *
      *     was missing from - the employee dropped off the        *
      *     extracts and came back.  With no run history the gap   *
      *     in days alone decides.                                  *
      * A gap return still carrying T is held open, so the S,A row *
      * that follows on a later extract is the same rehire, not a  *
      * second one.                                                 *
      *                                                             *
      * Every rehire is reported with the prior service period it  *
      * ended - the date that period started (first hire, or the   *
      * previous rehire) to the termination (or last-seen) date -  *
      * the break in days, and the rehire date: the new hire date  *
      * upstream sent when it is after the break, otherwise the    *
      * return status date or the version's own date.              *
      *                                                             *
      * The event file is the whole history again on every run, so *
      * a rerun rewrites the same file; EMPANNIV reads it for the  *
      * bridged-service rule and RECONCILE-ACCOUNTS for the         *
      * accounts to re-enable.  Events not on the file the last    *
      * run left are flagged NEW on the report.                    *
      *   empno,rehiredate,priorstart,priorend,svcdays,breakdays,  *
      *   type,deptno                                               *
      * ----------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER-FILE ASSIGN TO "RHRMSTDD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMPM-KEY
              FILE STATUS IS EMP-MASTER-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO "RHRSTATDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUN-STATS-STATUS.

           SELECT REHIRE-EVENT-FILE ASSIGN TO "RHREVTDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REHIRE-EVENT-STATUS.

           SELECT REHIRE-REPORT-FILE ASSIGN TO "RHRRPTDD"
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

       FD  REHIRE-EVENT-FILE.
       01  REHIRE-EVENT-RECORD   PIC X(60).

       FD  REHIRE-REPORT-FILE.
       01  REHIRE-REPORT-RECORD  PIC X(100).

       WORKING-STORAGE SECTION.

       01  EMP-MASTER-FILENAME   PIC X(60) VALUE
               '/app/data/emp_master.idx'.
       01  RUN-STATS-FILENAME    PIC X(60) VALUE
               '/app/data/run_stats.dat'.
       01  REHIRE-EVENT-FILENAME PIC X(60) VALUE
               '/app/data/rehire_events.dat'.
       01  REHIRE-REPORT-FILENAME PIC X(60) VALUE
               '/app/data/rehire_report.txt'.

       01  EMP-MASTER-STATUS     PIC X(2).
       01  RUN-STATS-STATUS      PIC X(2).
           88  RUN-STATS-FILE-NOT-FOUND VALUE '35'.
       01  REHIRE-EVENT-STATUS   PIC X(2).
           88  REHIRE-EVENT-NOT-FOUND VALUE '35'.

       01  END-OF-FILE           PIC X VALUE 'N'.
       01  RUN-DATE              PIC 9(8).

       01  PARM-GAP-DAYS         PIC X(10).
       01  PARM-LEN              PIC 99.
       01  GAP-LIMIT-DAYS        PIC 9(5) VALUE 90.

      *> Every file date ever loaded, off run_stats.dat.
       01  STATS-PARSE-RUNDATE   PIC X(8).
       01  STATS-PARSE-FILEDATE  PIC X(8).
       01  LOAD-COUNT            PIC 9(4) VALUE 0.
       01  LOAD-IDX              PIC 9(4).
       01  LOAD-FOUND-SW         PIC X VALUE 'N'.
           88  LOAD-FOUND        VALUE 'Y'.
       01  LOAD-TABLE.
           05  LOAD-ENTRY        OCCURS 2000 TIMES.
               10  LOAD-FILEDATE      PIC X(8).
       01  MISSED-LOADS          PIC 9(4).

      *> Events the previous run wrote - empno and rehire date -
      *> so this run can tell which ones are new.
       01  PRIOR-COUNT           PIC 9(5) VALUE 0.
       01  PRIOR-IDX             PIC 9(5).
       01  PRIOR-PARSE-EMPNO     PIC X(5).
       01  PRIOR-PARSE-DATE      PIC X(8).
       01  PRIOR-TABLE.
           05  PRIOR-ENTRY       OCCURS 5000 TIMES.
               10  PRIOR-EMPNO        PIC X(5).
               10  PRIOR-REHIREDATE   PIC X(8).
       01  PRIOR-FOUND-SW        PIC X VALUE 'N'.
           88  PRIOR-FOUND       VALUE 'Y'.

      * ----------------------------------------------------------- *
      * The employee being walked, and the version before this one. *
      * ----------------------------------------------------------- *
       01  CURRENT-EMPNO         PIC X(5) VALUE SPACES.
       01  PERIOD-START          PIC X(8).
       01  PREV-EFFDATE          PIC X(8).
       01  PREV-STATUS           PIC X.
       01  PREV-STATDATE         PIC X(8).
       01  RETURN-PENDING-SW     PIC X VALUE 'N'.
           88  RETURN-PENDING    VALUE 'Y'.

      *> The rehire being recorded.
       01  EVENT-TYPE            PIC X(6).
       01  EVENT-PRIOR-END       PIC X(8).
       01  EVENT-REHIRE-DATE     PIC X(8).
       01  EVENT-SERVICE-DAYS    PIC 9(5).
       01  EVENT-BREAK-DAYS      PIC 9(5).
       01  START-DAY             PIC 9(9).
       01  END-DAY               PIC 9(9).
       01  REHIRE-DAY            PIC 9(9).
       01  PREV-DAY              PIC 9(9).
       01  THIS-DAY              PIC 9(9).
       01  GAP-DAYS              PIC 9(9).

       01  EMPLOYEE-COUNT        PIC 9(5) VALUE 0.
       01  EVENT-COUNT           PIC 9(5) VALUE 0.
       01  STATUS-EVENT-COUNT    PIC 9(5) VALUE 0.
       01  GAP-EVENT-COUNT       PIC 9(5) VALUE 0.
       01  NEW-EVENT-COUNT       PIC 9(5) VALUE 0.

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
      * Report layout.                                              *
      * ----------------------------------------------------------- *
       01  RPT-PAGE-SIZE         PIC 99 VALUE 60.
       01  RPT-LINE-COUNT        PIC 99 VALUE 0.
       01  RPT-PAGE-COUNT        PIC 999 VALUE 0.
       01  RPT-PRINT-LINE        PIC X(100).
       01  RPT-NEW-FLAG          PIC X(3).
       01  RPT-SERVICE-OUT       PIC ZZZZ9.
       01  RPT-BREAK-OUT         PIC ZZZZ9.
       01  RPT-COUNT-OUT         PIC ZZZZ9.
       01  EVENT-DEPTNO          PIC 99.
       01  EVENT-NAME            PIC X(10).

       PROCEDURE DIVISION.
       MAIN.

           DISPLAY " ".
           DISPLAY "REHIRE DETECTION".
           DISPLAY "----------------".

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT PARM-GAP-DAYS FROM ENVIRONMENT "REHIRE_GAP_DAYS".
           MOVE 0 TO PARM-LEN.
           INSPECT PARM-GAP-DAYS
               TALLYING PARM-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
           IF PARM-LEN > 0
                   AND PARM-GAP-DAYS(1:PARM-LEN) IS NUMERIC
               MOVE PARM-GAP-DAYS(1:PARM-LEN) TO GAP-LIMIT-DAYS
           END-IF.
           DISPLAY "GAP LIMIT: " GAP-LIMIT-DAYS " DAY(S)".

           PERFORM LOAD-RUN-HISTORY.
           PERFORM LOAD-PRIOR-EVENTS.

           DISPLAY "RHRMSTDD" UPON ENVIRONMENT-NAME.
           DISPLAY EMP-MASTER-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT EMP-MASTER-FILE.
           IF EMP-MASTER-STATUS NOT = '00'
               DISPLAY "CANNOT OPEN " EMP-MASTER-FILENAME
                   " - STATUS " EMP-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "RHREVTDD" UPON ENVIRONMENT-NAME.
           DISPLAY REHIRE-EVENT-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT REHIRE-EVENT-FILE.

           DISPLAY "RHRRPTDD" UPON ENVIRONMENT-NAME.
           DISPLAY REHIRE-REPORT-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT REHIRE-REPORT-FILE.
           PERFORM WRITE-REPORT-PAGE-HEADER.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-MASTER-VERSION UNTIL END-OF-FILE = 'Y'.

           PERFORM WRITE-REPORT-TOTALS.

           CLOSE EMP-MASTER-FILE.
           CLOSE REHIRE-EVENT-FILE.
           CLOSE REHIRE-REPORT-FILE.

           DISPLAY " ".
           DISPLAY "EMPLOYEES SCANNED     : " EMPLOYEE-COUNT.
           DISPLAY "REHIRES FOUND         : " EVENT-COUNT.
           DISPLAY "  BY STATUS RETURN    : " STATUS-EVENT-COUNT.
           DISPLAY "  BY HISTORY GAP      : " GAP-EVENT-COUNT.
           DISPLAY "NEW SINCE LAST RUN    : " NEW-EVENT-COUNT.
           DISPLAY "EVENT FILE: " REHIRE-EVENT-FILENAME.
           DISPLAY "REPORT    : " REHIRE-REPORT-FILENAME.

           DISPLAY " ".
           DISPLAY "HAVE A GOOD DAY!".
           DISPLAY " ".
           STOP RUN.

      * ----------------------------------------------------------- *
      * run_stats.dat lines are rundate,filedate,rows,rejects,      *
      * depts,source - only the distinct file dates matter here.   *
      * ----------------------------------------------------------- *
       LOAD-RUN-HISTORY.

           DISPLAY "RHRSTATDD" UPON ENVIRONMENT-NAME.
           DISPLAY RUN-STATS-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT RUN-STATS-FILE.
           IF RUN-STATS-FILE-NOT-FOUND
               DISPLAY "NO RUN HISTORY - GAPS JUDGED ON DAYS ALONE."
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
           IF STATS-PARSE-FILEDATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO LOAD-FOUND-SW.
           PERFORM VARYING LOAD-IDX FROM 1 BY 1
               UNTIL LOAD-IDX > LOAD-COUNT OR LOAD-FOUND
               IF LOAD-FILEDATE(LOAD-IDX) = STATS-PARSE-FILEDATE
                   MOVE 'Y' TO LOAD-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT LOAD-FOUND AND LOAD-COUNT < 2000
               ADD 1 TO LOAD-COUNT
               MOVE STATS-PARSE-FILEDATE TO LOAD-FILEDATE(LOAD-COUNT)
           END-IF.

      *> Last run's event file, read before this run replaces it.
      *> No file means a first run - every rehire is new.
       LOAD-PRIOR-EVENTS.

           DISPLAY "RHREVTDD" UPON ENVIRONMENT-NAME.
           DISPLAY REHIRE-EVENT-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT REHIRE-EVENT-FILE.
           IF REHIRE-EVENT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-PRIOR-EVENT UNTIL END-OF-FILE = 'Y'.
           CLOSE REHIRE-EVENT-FILE.
           MOVE 'N' TO END-OF-FILE.

       READ-ONE-PRIOR-EVENT.

           READ REHIRE-EVENT-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   MOVE SPACES TO PRIOR-PARSE-EMPNO
                   MOVE SPACES TO PRIOR-PARSE-DATE
                   UNSTRING REHIRE-EVENT-RECORD DELIMITED BY ","
                       INTO PRIOR-PARSE-EMPNO, PRIOR-PARSE-DATE
                   IF PRIOR-COUNT < 5000
                       ADD 1 TO PRIOR-COUNT
                       MOVE PRIOR-PARSE-EMPNO
                           TO PRIOR-EMPNO(PRIOR-COUNT)
                       MOVE PRIOR-PARSE-DATE
                           TO PRIOR-REHIREDATE(PRIOR-COUNT)
                   END-IF
           END-READ.

      * ----------------------------------------------------------- *
      * The master in key order - each employee's versions arrive  *
      * together, oldest first, so each one is held only against   *
      * the version just before it.                                 *
      * ----------------------------------------------------------- *
       READ-ONE-MASTER-VERSION.

           READ EMP-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
      *> A version MASTFIX voided stays on file for the record only.
                   IF EMPM-STATUS NOT = 'V'
                       PERFORM CHECK-ONE-VERSION
                   END-IF
           END-READ.

       CHECK-ONE-VERSION.

           IF EMPM-EMPNO NOT = CURRENT-EMPNO
               PERFORM START-NEW-EMPLOYEE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO EVENT-TYPE.

           MOVE PREV-EFFDATE TO CONV-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONV-DAY-NUMBER TO PREV-DAY.
           MOVE EMPM-EFFDATE TO CONV-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONV-DAY-NUMBER TO THIS-DAY.
           COMPUTE GAP-DAYS = THIS-DAY - PREV-DAY.

      *> Back from T.  When a gap return already opened this rehire
      *> the S,A row only closes it.
           IF PREV-STATUS = 'T' AND EMPM-STATUS NOT = 'T'
               IF RETURN-PENDING
                   MOVE 'N' TO RETURN-PENDING-SW
               ELSE
                   MOVE "STATUS" TO EVENT-TYPE
                   IF PREV-STATDATE IS NUMERIC
                       MOVE PREV-STATDATE TO EVENT-PRIOR-END
                   ELSE
                       MOVE PREV-EFFDATE TO EVENT-PRIOR-END
                   END-IF
                   IF EMPM-STATDATE IS NUMERIC
                       MOVE EMPM-STATDATE TO EVENT-REHIRE-DATE
                   ELSE
                       MOVE EMPM-EFFDATE TO EVENT-REHIRE-DATE
                   END-IF
               END-IF
           ELSE
               IF GAP-DAYS > GAP-LIMIT-DAYS
                   PERFORM COUNT-MISSED-LOADS
               END-IF
               IF GAP-DAYS > GAP-LIMIT-DAYS
                       AND (MISSED-LOADS > 0 OR LOAD-COUNT = 0)
                   MOVE "GAP" TO EVENT-TYPE
                   IF PREV-STATUS = 'T' AND PREV-STATDATE IS NUMERIC
                       MOVE PREV-STATDATE TO EVENT-PRIOR-END
                   ELSE
                       MOVE PREV-EFFDATE TO EVENT-PRIOR-END
                   END-IF
                   MOVE EMPM-EFFDATE TO EVENT-REHIRE-DATE
                   IF EMPM-STATUS = 'T'
                       MOVE 'Y' TO RETURN-PENDING-SW
                   END-IF
               END-IF
           END-IF.

           IF EVENT-TYPE NOT = SPACES
               IF EMPM-HIREDATE IS NUMERIC
                       AND EMPM-HIREDATE > EVENT-PRIOR-END
                   MOVE EMPM-HIREDATE TO EVENT-REHIRE-DATE
               END-IF
               PERFORM RECORD-REHIRE-EVENT
           END-IF.

           PERFORM REMEMBER-THIS-VERSION.

      *> Loads that ran strictly between the two versions - each
      *> one an extract this employee was not on.
       COUNT-MISSED-LOADS.

           MOVE 0 TO MISSED-LOADS.
           PERFORM VARYING LOAD-IDX FROM 1 BY 1
               UNTIL LOAD-IDX > LOAD-COUNT
               IF LOAD-FILEDATE(LOAD-IDX) > PREV-EFFDATE
                       AND LOAD-FILEDATE(LOAD-IDX) < EMPM-EFFDATE
                   ADD 1 TO MISSED-LOADS
               END-IF
           END-PERFORM.

      *> A new empno: its first period starts at the hire date the
      *> first version carries, or at the version itself when that
      *> is missing or later.
       START-NEW-EMPLOYEE.

           ADD 1 TO EMPLOYEE-COUNT.
           MOVE EMPM-EMPNO TO CURRENT-EMPNO.
           MOVE 'N' TO RETURN-PENDING-SW.
           IF EMPM-HIREDATE IS NUMERIC
                   AND EMPM-HIREDATE <= EMPM-EFFDATE
               MOVE EMPM-HIREDATE TO PERIOD-START
           ELSE
               MOVE EMPM-EFFDATE TO PERIOD-START
           END-IF.
           PERFORM REMEMBER-THIS-VERSION.

       REMEMBER-THIS-VERSION.

           MOVE EMPM-EFFDATE TO PREV-EFFDATE.
           MOVE EMPM-STATUS TO PREV-STATUS.
           MOVE EMPM-STATDATE TO PREV-STATDATE.

      * ----------------------------------------------------------- *
      * One rehire: the prior period's length and the break, onto  *
      * the event file and the report, then the new period starts  *
      * at the rehire date.                                         *
      * ----------------------------------------------------------- *
       RECORD-REHIRE-EVENT.

           ADD 1 TO EVENT-COUNT.
           IF EVENT-TYPE = "STATUS"
               ADD 1 TO STATUS-EVENT-COUNT
           ELSE
               ADD 1 TO GAP-EVENT-COUNT
           END-IF.

           MOVE PERIOD-START TO CONV-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONV-DAY-NUMBER TO START-DAY.
           MOVE EVENT-PRIOR-END TO CONV-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONV-DAY-NUMBER TO END-DAY.
           MOVE EVENT-REHIRE-DATE TO CONV-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONV-DAY-NUMBER TO REHIRE-DAY.

           IF END-DAY >= START-DAY
               COMPUTE EVENT-SERVICE-DAYS = END-DAY - START-DAY + 1
           ELSE
               MOVE 0 TO EVENT-SERVICE-DAYS
           END-IF.
           IF REHIRE-DAY > END-DAY + 1
               COMPUTE EVENT-BREAK-DAYS = REHIRE-DAY - END-DAY - 1
           ELSE
               MOVE 0 TO EVENT-BREAK-DAYS
           END-IF.

           MOVE 'N' TO PRIOR-FOUND-SW.
           PERFORM VARYING PRIOR-IDX FROM 1 BY 1
               UNTIL PRIOR-IDX > PRIOR-COUNT OR PRIOR-FOUND
               IF PRIOR-EMPNO(PRIOR-IDX) = EMPM-EMPNO
                       AND PRIOR-REHIREDATE(PRIOR-IDX)
                           = EVENT-REHIRE-DATE
                   MOVE 'Y' TO PRIOR-FOUND-SW
               END-IF
           END-PERFORM.
           IF PRIOR-FOUND
               MOVE SPACES TO RPT-NEW-FLAG
           ELSE
               MOVE "NEW" TO RPT-NEW-FLAG
               ADD 1 TO NEW-EVENT-COUNT
           END-IF.

           MOVE EMPM-DEPTNO TO EVENT-DEPTNO.
           MOVE EMPM-NAME TO EVENT-NAME.
           PERFORM WRITE-EVENT-RECORD.
           PERFORM WRITE-EVENT-REPORT-LINE.

           MOVE EVENT-REHIRE-DATE TO PERIOD-START.

       WRITE-EVENT-RECORD.

           MOVE SPACES TO REHIRE-EVENT-RECORD.
           STRING EMPM-EMPNO          DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  EVENT-REHIRE-DATE   DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  PERIOD-START        DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  EVENT-PRIOR-END     DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  EVENT-SERVICE-DAYS  DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  EVENT-BREAK-DAYS    DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  EVENT-TYPE          DELIMITED BY SPACE
                  ","                 DELIMITED BY SIZE
                  EVENT-DEPTNO        DELIMITED BY SIZE
               INTO REHIRE-EVENT-RECORD.
           WRITE REHIRE-EVENT-RECORD.

       WRITE-EVENT-REPORT-LINE.

           MOVE EVENT-SERVICE-DAYS TO RPT-SERVICE-OUT.
           MOVE EVENT-BREAK-DAYS TO RPT-BREAK-OUT.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING EMPM-EMPNO          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  EVENT-NAME          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  EVENT-DEPTNO        DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  EVENT-TYPE          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  PERIOD-START        DELIMITED BY SIZE
                  " - "               DELIMITED BY SIZE
                  EVENT-PRIOR-END     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  RPT-SERVICE-OUT     DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  RPT-BREAK-OUT       DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  EVENT-REHIRE-DATE   DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  RPT-NEW-FLAG        DELIMITED BY SIZE
               INTO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.

           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF EVENT-COUNT = 0
               MOVE "NO REHIRES ON THE MASTER HISTORY."
                   TO RPT-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE EVENT-COUNT TO RPT-COUNT-OUT.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "REHIRES           : " DELIMITED BY SIZE
                  RPT-COUNT-OUT          DELIMITED BY SIZE
               INTO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE STATUS-EVENT-COUNT TO RPT-COUNT-OUT.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "  STATUS RETURNS  : " DELIMITED BY SIZE
                  RPT-COUNT-OUT          DELIMITED BY SIZE
               INTO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE GAP-EVENT-COUNT TO RPT-COUNT-OUT.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "  HISTORY GAPS    : " DELIMITED BY SIZE
                  RPT-COUNT-OUT          DELIMITED BY SIZE
               INTO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE NEW-EVENT-COUNT TO RPT-COUNT-OUT.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "NEW SINCE LAST RUN: " DELIMITED BY SIZE
                  RPT-COUNT-OUT          DELIMITED BY SIZE
               INTO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.

           IF RPT-LINE-COUNT >= RPT-PAGE-SIZE
               PERFORM WRITE-REPORT-PAGE-HEADER
           END-IF.
           MOVE RPT-PRINT-LINE TO REHIRE-REPORT-RECORD.
           WRITE REHIRE-REPORT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       WRITE-REPORT-PAGE-HEADER.

           ADD 1 TO RPT-PAGE-COUNT.
           MOVE SPACES TO REHIRE-REPORT-RECORD.
           STRING "REHIRE REPORT   RUN DATE " DELIMITED BY SIZE
                  RUN-DATE                    DELIMITED BY SIZE
                  "   PAGE "                  DELIMITED BY SIZE
                  RPT-PAGE-COUNT              DELIMITED BY SIZE
               INTO REHIRE-REPORT-RECORD.
           WRITE REHIRE-REPORT-RECORD.
           MOVE SPACES TO REHIRE-REPORT-RECORD.
           STRING "EMPNO NAME       DP  TYPE   "  DELIMITED BY SIZE
                  "PRIOR SERVICE PERIOD    DAYS"  DELIMITED BY SIZE
                  "  BREAK  REHIRED"              DELIMITED BY SIZE
               INTO REHIRE-REPORT-RECORD.
           WRITE REHIRE-REPORT-RECORD.
           MOVE SPACES TO REHIRE-REPORT-RECORD.
           WRITE REHIRE-REPORT-RECORD.
           MOVE 3 TO RPT-LINE-COUNT.

      * ----------------------------------------------------------- *
      * YYYYMMDD in CONV-DATE to a serial day number in             *
      * CONV-DAY-NUMBER - EMPANNIV's conversion, unchanged.         *
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
