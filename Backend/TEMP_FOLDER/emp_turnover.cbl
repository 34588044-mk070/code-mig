       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EMPTURN.

      * ----------------------------------------------------------- *
      * Turnover and tenure analytics.  HR's quarterly turnover     *
      * figures were being rebuilt by hand from EMPDELTA output.    *
      * Every extract load writes each employee on it into          *
      * emp_master.idx under the extract's file date, so the        *
      * master already says who was on every extract; this report   *
      * walks the dated extracts run_stats.dat records, in file-    *
      * date order, and classifies every change between one         *
      * extract and the next:                                       *
      *   - on the later extract only         hire                  *
      *   - on both, department changed       transfer out / in     *
      *   - on the earlier only, status T     involuntary leaver    *
      *   - on the earlier only, otherwise    voluntary leaver      *
      * (the two kinds of leaver are EMPCLOSE's TERMINATED and      *
      * LEAVERS counts).  Opening headcount is the month's first    *
      * extract and closing headcount its last - the same two       *
      * rosters EMPCLOSE prints as ROSTER AT START and END - so     *
      * opening + hires + transfers in - leavers - transfers out    *
      * foots to closing for every department.                      *
      *                                                             *
      * Printed for the month and for the rolling twelve months     *
      * ending with it, by department and by the cost center        *
      * dept.csv maps each department to:                           *
      *   turnover rate    leavers over average headcount           *
      *   new-hire attrit  leavers with under 90 days of service    *
      *   average tenure   years from hire date, closing roster     *
      * A footing section proves the identity per department and    *
      * ties the headcounts to the month's EMPCLOSE report when     *
      * one has been produced.                                      *
      *                                                             *
      * EMPTURN_MONTH=YYYYMM picks the month (default: the current  *
      * one).                                                       *
      * ----------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STATS-FILE ASSIGN TO "TRNSTATDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUN-STATS-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "TRNMSTDD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMPM-KEY
              FILE STATUS IS EMP-MASTER-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "TRNDEPDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DEPT-MASTER-STATUS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO "TRNCLSDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CLOSE-REPORT-STATUS.

           SELECT TURNOVER-REPORT-FILE ASSIGN TO "TRNRPTDD"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-STATS-FILE.
       01  RUN-STATS-RECORD      PIC X(60).

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

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-RECORD   PIC X(132).

       FD  TURNOVER-REPORT-FILE.
       01  TURNOVER-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  RUN-STATS-FILENAME    PIC X(60) VALUE
               '/app/data/run_stats.dat'.
       01  EMP-MASTER-FILENAME   PIC X(60) VALUE
               '/app/data/emp_master.idx'.
       01  DEPT-MASTER-FILENAME  PIC X(60) VALUE
               '/app/data/dept.csv'.
       01  TURNOVER-REPORT-FILENAME PIC X(60) VALUE
               '/app/data/turnover_report.txt'.
       01  CLOSE-REPORT-FILENAME PIC X(80).

       01  RUN-STATS-STATUS      PIC X(2).
           88  RUN-STATS-FILE-NOT-FOUND VALUE '35'.
       01  EMP-MASTER-STATUS     PIC X(2).
       01  DEPT-MASTER-STATUS    PIC X(2).
           88  DEPT-MASTER-FILE-NOT-FOUND VALUE '35'.
       01  CLOSE-REPORT-STATUS   PIC X(2).
           88  CLOSE-REPORT-FILE-OK VALUE '00'.

       01  END-OF-FILE           PIC X VALUE 'N'.
       01  DEPT-EOF-SW           PIC X.

       01  PARM-MONTH            PIC X(10).
       01  TODAY-DATE            PIC 9(8).

      * ----------------------------------------------------------- *
      * The report month and the first month of its rolling year.   *
      * ----------------------------------------------------------- *
       01  REPORT-MONTH          PIC 9(6).
       01  ROLL-START-MONTH      PIC 9(6).
       01  ROLL-START-MONTH-R REDEFINES ROLL-START-MONTH.
           05  ROLL-START-YYYY   PIC 9(4).
           05  ROLL-START-MM     PIC 9(2).

      * ----------------------------------------------------------- *
      * The distinct extract file dates of the rolling year, in     *
      * ascending order.  MONTH-FIRST-IDX is the report month's     *
      * first extract; the last entry is the report month's last.   *
      * ----------------------------------------------------------- *
       01  FD-COUNT              PIC 9(3) VALUE 0.
       01  FD-IDX                PIC 9(3).
       01  FD-SHIFT-IDX          PIC 9(3).
       01  FD-FOUND-IDX          PIC 9(3).
       01  FD-TRUNCATED          PIC 9(5) VALUE 0.
       01  MONTH-FIRST-IDX       PIC 9(3) VALUE 0.
       01  FILE-DATE-TABLE.
           05  FD-DATE           PIC X(8) OCCURS 400 TIMES.

       01  STAT-RUN-DATE-X       PIC X(8).
       01  STAT-FILEDATE         PIC X(8).
       01  STAT-REST-X           PIC X(40).

      * ----------------------------------------------------------- *
      * One employee: which extracts carried them, in which         *
      * department and with which hire date, plus their versions    *
      * for the status in force when they dropped off.              *
      * ----------------------------------------------------------- *
       01  CURRENT-EMPNO         PIC X(5) VALUE SPACES.
       01  PRESENCE-TABLE.
           05  PRESENCE-ENTRY    OCCURS 400 TIMES.
               10  PRES-SW            PIC X.
                   88  ON-EXTRACT     VALUE 'Y'.
               10  PRES-DEPTNO        PIC 99.
               10  PRES-HIREDATE      PIC X(8).

       01  VER-COUNT             PIC 99 VALUE 0.
       01  VER-IDX               PIC 99.
       01  VER-TRUNCATED         PIC 9(5) VALUE 0.
       01  VERSION-TABLE.
           05  VERSION-ENTRY     OCCURS 60 TIMES.
               10  VER-EFFDATE        PIC X(8).
               10  VER-STATUS         PIC X.
               10  VER-STATDATE       PIC X(8).

       01  NEXT-IDX              PIC 9(3).
       01  SET-IDX               PIC 9.
       01  SLOT-IDX              PIC 999.
       01  TO-SLOT-IDX           PIC 999.
       01  DEPTNO-OUT            PIC 99.
       01  EXIT-STATUS           PIC X.
       01  EXIT-DATE             PIC X(8).
       01  SERVICE-DAYS          PIC S9(9).
       01  EXIT-DAY              PIC 9(9).

      * ----------------------------------------------------------- *
      * Department accumulators, slot = department number + 1.      *
      * Set 1 is the month, set 2 the rolling twelve months.        *
      * Tenure is taken off the closing roster, common to both.     *
      * ----------------------------------------------------------- *
       01  DEPT-ACCUM-TABLE.
           05  DEPT-ACCUM        OCCURS 100 TIMES.
               10  DA-USED-SW         PIC X.
                   88  DA-USED        VALUE 'Y'.
               10  DA-COSTCENTER      PIC X(6).
               10  DA-TENURE-DAYS     PIC 9(9).
               10  DA-TENURE-HEADS    PIC 9(5).
               10  DA-SET             OCCURS 2 TIMES.
                   15  DA-OPEN            PIC 9(5).
                   15  DA-HIRES           PIC 9(5).
                   15  DA-VOLUNTARY       PIC 9(5).
                   15  DA-INVOLUNTARY     PIC 9(5).
                   15  DA-TRANSFER-IN     PIC 9(5).
                   15  DA-TRANSFER-OUT    PIC 9(5).
                   15  DA-CLOSE           PIC 9(5).
                   15  DA-NEW-HIRE-EXITS  PIC 9(5).

      *> The cost-center rollup, built from the department slots
      *> at print time.
       01  CC-COUNT              PIC 99 VALUE 0.
       01  CC-IDX                PIC 99.
       01  CC-FOUND-IDX          PIC 99.
       01  CC-TABLE.
           05  CC-ENTRY          OCCURS 100 TIMES.
               10  CC-CODE            PIC X(6).
               10  CC-TENURE-DAYS     PIC 9(9).
               10  CC-TENURE-HEADS    PIC 9(5).
               10  CC-OPEN            PIC 9(5).
               10  CC-HIRES           PIC 9(5).
               10  CC-VOLUNTARY       PIC 9(5).
               10  CC-INVOLUNTARY     PIC 9(5).
               10  CC-TRANSFER-IN     PIC 9(5).
               10  CC-TRANSFER-OUT    PIC 9(5).
               10  CC-CLOSE           PIC 9(5).
               10  CC-NEW-HIRE-EXITS  PIC 9(5).

      *> One analytics line's figures, whatever it totals.
       01  LINE-LABEL            PIC X(14).
       01  LINE-TENURE-DAYS      PIC 9(9).
       01  LINE-TENURE-HEADS     PIC 9(5).
       01  LINE-OPEN             PIC 9(5).
       01  LINE-HIRES            PIC 9(5).
       01  LINE-VOLUNTARY        PIC 9(5).
       01  LINE-INVOLUNTARY      PIC 9(5).
       01  LINE-TRANSFER-IN      PIC 9(5).
       01  LINE-TRANSFER-OUT     PIC 9(5).
       01  LINE-CLOSE            PIC 9(5).
       01  LINE-NEW-HIRE-EXITS   PIC 9(5).
       01  LINE-LEAVERS          PIC 9(5).
       01  LINE-TURNOVER-PCT     PIC 9(3)V9.
       01  LINE-AVG-TENURE       PIC 99V9.

       01  TOT-TENURE-DAYS       PIC 9(9).
       01  TOT-TENURE-HEADS      PIC 9(5).
       01  TOT-OPEN              PIC 9(5).
       01  TOT-HIRES             PIC 9(5).
       01  TOT-VOLUNTARY         PIC 9(5).
       01  TOT-INVOLUNTARY       PIC 9(5).
       01  TOT-TRANSFER-IN       PIC 9(5).
       01  TOT-TRANSFER-OUT      PIC 9(5).
       01  TOT-CLOSE             PIC 9(5).
       01  TOT-NEW-HIRE-EXITS    PIC 9(5).

       01  ANALYTICS-DETAIL.
           05  AD-LABEL          PIC X(14).
           05  AD-OPEN           PIC ZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  AD-HIRES          PIC ZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  AD-VOLUNTARY      PIC ZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  AD-INVOLUNTARY    PIC ZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  AD-TRANSFER-IN    PIC ZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  AD-TRANSFER-OUT   PIC ZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  AD-CLOSE          PIC ZZZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  AD-TURNOVER-PCT   PIC ZZ9.9.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  AD-NEW-HIRE-EXITS PIC ZZZZ9.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  AD-AVG-TENURE     PIC Z9.9.

      *> Footing verdicts.
       01  FOOT-EXPECTED         PIC S9(7).
       01  FOOT-FAILURES         PIC 9(5) VALUE 0.
       01  CLOSE-START-X         PIC X(5) VALUE SPACES.
       01  CLOSE-END-X           PIC X(5) VALUE SPACES.
       01  CLOSE-FOUND-SW        PIC X VALUE 'N'.
           88  CLOSE-FOUND       VALUE 'Y'.
       01  TIE-FAILED-SW         PIC X VALUE 'N'.
           88  TIE-FAILED        VALUE 'Y'.

      * ----------------------------------------------------------- *
      * Department master - cost center per department.             *
      * ----------------------------------------------------------- *
       01  DEPT-PARSE-DEPTNO     PIC X(2).
       01  DEPT-PARSE-NAME       PIC X(20).
       01  DEPT-PARSE-COSTCENTER PIC X(6).
       01  DEPT-COSTCENTER-TABLE.
           05  DEPT-MST-COSTCENTER PIC X(6) OCCURS 100 TIMES.

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

      *> Report composition and pagination.
       01  TURN-PRINT-LINE       PIC X(132).
       01  TURN-PAGE-SIZE        PIC 99 VALUE 60.
       01  TURN-LINE-COUNT       PIC 99 VALUE 0.
       01  TURN-PAGE-COUNT       PIC 999 VALUE 0.
       01  SECTION-TITLE         PIC X(80).

       PROCEDURE DIVISION.
       MAIN.

           DISPLAY " ".
           DISPLAY "TURNOVER AND TENURE ANALYTICS".
           DISPLAY "-----------------------------".

           PERFORM READ-RUN-PARAMETERS.
           DISPLAY "REPORT MONTH  : " REPORT-MONTH.
           DISPLAY "ROLLING YEAR  : " ROLL-START-MONTH " - "
               REPORT-MONTH.
           DISPLAY " ".

           PERFORM LOAD-FILE-DATES.
           IF MONTH-FIRST-IDX = 0
               DISPLAY "NO EXTRACTS RECORDED FOR " REPORT-MONTH
                   " - NOTHING TO ANALYSE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY FD-COUNT " EXTRACT(S) " FD-DATE(1) " THROUGH "
               FD-DATE(FD-COUNT) ".".

           PERFORM LOAD-DEPT-MASTER.

           DISPLAY "TRNMSTDD" UPON ENVIRONMENT-NAME.
           DISPLAY EMP-MASTER-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT EMP-MASTER-FILE.
           IF EMP-MASTER-STATUS NOT = '00'
               DISPLAY "CANNOT OPEN " EMP-MASTER-FILENAME
                   " - STATUS " EMP-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CLEAR-EMPLOYEE.
           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-MASTER-VERSION UNTIL END-OF-FILE = 'Y'.
           IF CURRENT-EMPNO NOT = SPACES
               PERFORM CLASSIFY-EMPLOYEE
           END-IF.
           CLOSE EMP-MASTER-FILE.

           PERFORM READ-CLOSE-HEADCOUNTS.

           DISPLAY "TRNRPTDD" UPON ENVIRONMENT-NAME.
           DISPLAY TURNOVER-REPORT-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT TURNOVER-REPORT-FILE.
           MOVE 0 TO TURN-LINE-COUNT.
           MOVE 0 TO TURN-PAGE-COUNT.
           PERFORM WRITE-TURN-PAGE-HEADER.

           MOVE 1 TO SET-IDX.
           MOVE SPACES TO SECTION-TITLE.
           STRING "MONTH " DELIMITED BY SIZE
                  REPORT-MONTH DELIMITED BY SIZE
                  "  (EXTRACTS " DELIMITED BY SIZE
                  FD-DATE(MONTH-FIRST-IDX) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FD-DATE(FD-COUNT) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO SECTION-TITLE.
           PERFORM WRITE-ANALYTICS-SECTION.

           MOVE 2 TO SET-IDX.
           MOVE SPACES TO SECTION-TITLE.
           STRING "ROLLING TWELVE MONTHS " DELIMITED BY SIZE
                  ROLL-START-MONTH DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  REPORT-MONTH DELIMITED BY SIZE
                  "  (EXTRACTS " DELIMITED BY SIZE
                  FD-DATE(1) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FD-DATE(FD-COUNT) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO SECTION-TITLE.
           PERFORM WRITE-ANALYTICS-SECTION.

           PERFORM WRITE-FOOTING-SECTION.
           CLOSE TURNOVER-REPORT-FILE.

           DISPLAY " ".
           DISPLAY "REPORT: " TURNOVER-REPORT-FILENAME.
           IF FOOT-FAILURES > 0 OR TIE-FAILED
                   OR FD-TRUNCATED > 0 OR VER-TRUNCATED > 0
               DISPLAY "*** FOOTING EXCEPTIONS - SEE THE FOOTING "
                   "SECTION ***"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "ALL DEPARTMENTS FOOT."
           END-IF.

           DISPLAY " ".
           DISPLAY "HAVE A GOOD DAY!".
           DISPLAY " ".
           STOP RUN.

       READ-RUN-PARAMETERS.

           ACCEPT PARM-MONTH FROM ENVIRONMENT "EMPTURN_MONTH".
           IF PARM-MONTH(1:6) IS NUMERIC
               MOVE PARM-MONTH(1:6) TO REPORT-MONTH
           ELSE
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               MOVE TODAY-DATE(1:6) TO REPORT-MONTH
           END-IF.

      *> Eleven months back is the same month last year plus one.
           MOVE REPORT-MONTH TO ROLL-START-MONTH.
           SUBTRACT 1 FROM ROLL-START-YYYY.
           IF ROLL-START-MM = 12
               ADD 1 TO ROLL-START-YYYY
               MOVE 1 TO ROLL-START-MM
           ELSE
               ADD 1 TO ROLL-START-MM
           END-IF.

           MOVE SPACES TO CLOSE-REPORT-FILENAME.
           STRING '/app/data/month_close_' DELIMITED BY SIZE
                  REPORT-MONTH             DELIMITED BY SIZE
                  '.rpt'                   DELIMITED BY SIZE
               INTO CLOSE-REPORT-FILENAME.

      * ----------------------------------------------------------- *
      * The rolling year's file dates off run_stats.dat, kept       *
      * sorted and unique - a rerun of one extract is one roster.   *
      * Extracts after the report month are left out.               *
      * ----------------------------------------------------------- *
       LOAD-FILE-DATES.

           DISPLAY "TRNSTATDD" UPON ENVIRONMENT-NAME.
           DISPLAY RUN-STATS-FILENAME UPON ENVIRONMENT-VALUE.

           OPEN INPUT RUN-STATS-FILE.
           IF RUN-STATS-FILE-NOT-FOUND
               DISPLAY "NO STATISTICS FILE - RUN THE EXTRACTS "
                   "FIRST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-STATS-RECORD UNTIL END-OF-FILE = 'Y'.
           CLOSE RUN-STATS-FILE.
           MOVE 'N' TO END-OF-FILE.

           PERFORM VARYING FD-IDX FROM 1 BY 1
               UNTIL FD-IDX > FD-COUNT OR MONTH-FIRST-IDX > 0
               IF FD-DATE(FD-IDX)(1:6) = REPORT-MONTH
                   MOVE FD-IDX TO MONTH-FIRST-IDX
               END-IF
           END-PERFORM.

       READ-ONE-STATS-RECORD.

           READ RUN-STATS-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   PERFORM NOTE-ONE-FILE-DATE
           END-READ.

       NOTE-ONE-FILE-DATE.

           MOVE SPACES TO STAT-RUN-DATE-X.
           MOVE SPACES TO STAT-FILEDATE.
           UNSTRING RUN-STATS-RECORD DELIMITED BY ","
               INTO STAT-RUN-DATE-X, STAT-FILEDATE, STAT-REST-X.

           IF STAT-FILEDATE IS NOT NUMERIC
                   OR STAT-FILEDATE(1:6) < ROLL-START-MONTH
                   OR STAT-FILEDATE(1:6) > REPORT-MONTH
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO FD-FOUND-IDX.
           PERFORM VARYING FD-IDX FROM 1 BY 1
               UNTIL FD-IDX > FD-COUNT OR FD-FOUND-IDX > 0
               IF FD-DATE(FD-IDX) >= STAT-FILEDATE
                   MOVE FD-IDX TO FD-FOUND-IDX
               END-IF
           END-PERFORM.

           IF FD-FOUND-IDX > 0
               IF FD-DATE(FD-FOUND-IDX) = STAT-FILEDATE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE FD-FOUND-IDX = FD-COUNT + 1
           END-IF.

           IF FD-COUNT >= 400
               ADD 1 TO FD-TRUNCATED
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING FD-SHIFT-IDX FROM FD-COUNT BY -1
               UNTIL FD-SHIFT-IDX < FD-FOUND-IDX
               MOVE FD-DATE(FD-SHIFT-IDX) TO FD-DATE(FD-SHIFT-IDX + 1)
           END-PERFORM.
           MOVE STAT-FILEDATE TO FD-DATE(FD-FOUND-IDX).
           ADD 1 TO FD-COUNT.

       LOAD-DEPT-MASTER.

           MOVE SPACES TO DEPT-COSTCENTER-TABLE.
           DISPLAY "TRNDEPDD" UPON ENVIRONMENT-NAME.
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
                   IF DEPT-PARSE-DEPTNO IS NUMERIC
                       MOVE DEPT-PARSE-DEPTNO TO SLOT-IDX
                       ADD 1 TO SLOT-IDX
                       MOVE DEPT-PARSE-COSTCENTER
                           TO DEPT-MST-COSTCENTER(SLOT-IDX)
                   END-IF
           END-READ.

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
      * Versions arrive empno + effdate order.  A version dated     *
      * on one of the window's file dates is that extract's row     *
      * for the employee.                                           *
      * ----------------------------------------------------------- *
       COLLECT-ONE-VERSION.

           IF EMPM-EMPNO NOT = CURRENT-EMPNO
               IF CURRENT-EMPNO NOT = SPACES
                   PERFORM CLASSIFY-EMPLOYEE
               END-IF
               PERFORM CLEAR-EMPLOYEE
               MOVE EMPM-EMPNO TO CURRENT-EMPNO
           END-IF.

           IF VER-COUNT < 60
               ADD 1 TO VER-COUNT
               MOVE EMPM-EFFDATE  TO VER-EFFDATE(VER-COUNT)
               MOVE EMPM-STATUS   TO VER-STATUS(VER-COUNT)
               MOVE EMPM-STATDATE TO VER-STATDATE(VER-COUNT)
           ELSE
               ADD 1 TO VER-TRUNCATED
           END-IF.

           PERFORM VARYING FD-IDX FROM 1 BY 1
               UNTIL FD-IDX > FD-COUNT
               IF FD-DATE(FD-IDX) = EMPM-EFFDATE
                   MOVE 'Y' TO PRES-SW(FD-IDX)
                   MOVE EMPM-DEPTNO TO PRES-DEPTNO(FD-IDX)
                   MOVE EMPM-HIREDATE TO PRES-HIREDATE(FD-IDX)
               END-IF
           END-PERFORM.

       CLEAR-EMPLOYEE.

           MOVE 0 TO VER-COUNT.
           PERFORM VARYING FD-IDX FROM 1 BY 1
               UNTIL FD-IDX > FD-COUNT
               MOVE 'N' TO PRES-SW(FD-IDX)
           END-PERFORM.

      * ----------------------------------------------------------- *
      * Opening and closing rosters, then every extract-to-extract  *
      * step.  Steps inside the report month count to both sets;    *
      * earlier steps only to the rolling year.                     *
      * ----------------------------------------------------------- *
       CLASSIFY-EMPLOYEE.

           IF ON-EXTRACT(1)
               MOVE PRES-DEPTNO(1) TO SLOT-IDX
               ADD 1 TO SLOT-IDX
               PERFORM MARK-SLOT-USED
               ADD 1 TO DA-OPEN(SLOT-IDX, 2)
           END-IF.
           IF ON-EXTRACT(MONTH-FIRST-IDX)
               MOVE PRES-DEPTNO(MONTH-FIRST-IDX) TO SLOT-IDX
               ADD 1 TO SLOT-IDX
               PERFORM MARK-SLOT-USED
               ADD 1 TO DA-OPEN(SLOT-IDX, 1)
           END-IF.
           IF ON-EXTRACT(FD-COUNT)
               MOVE PRES-DEPTNO(FD-COUNT) TO SLOT-IDX
               ADD 1 TO SLOT-IDX
               PERFORM MARK-SLOT-USED
               ADD 1 TO DA-CLOSE(SLOT-IDX, 1)
               ADD 1 TO DA-CLOSE(SLOT-IDX, 2)
               PERFORM ADD-CLOSING-TENURE
           END-IF.

           PERFORM CLASSIFY-ONE-STEP
               VARYING FD-IDX FROM 1 BY 1
               UNTIL FD-IDX >= FD-COUNT.

       CLASSIFY-ONE-STEP.

           COMPUTE NEXT-IDX = FD-IDX + 1.

           IF NOT ON-EXTRACT(FD-IDX) AND NOT ON-EXTRACT(NEXT-IDX)
               EXIT PARAGRAPH
           END-IF.

           IF ON-EXTRACT(NEXT-IDX)
               MOVE PRES-DEPTNO(NEXT-IDX) TO SLOT-IDX
               ADD 1 TO SLOT-IDX
               PERFORM MARK-SLOT-USED
               MOVE SLOT-IDX TO TO-SLOT-IDX
           END-IF.
           IF ON-EXTRACT(FD-IDX)
               MOVE PRES-DEPTNO(FD-IDX) TO SLOT-IDX
               ADD 1 TO SLOT-IDX
               PERFORM MARK-SLOT-USED
           END-IF.

           IF NOT ON-EXTRACT(FD-IDX)
               ADD 1 TO DA-HIRES(TO-SLOT-IDX, 2)
               IF FD-IDX >= MONTH-FIRST-IDX
                   ADD 1 TO DA-HIRES(TO-SLOT-IDX, 1)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF ON-EXTRACT(NEXT-IDX)
               IF SLOT-IDX NOT = TO-SLOT-IDX
                   ADD 1 TO DA-TRANSFER-OUT(SLOT-IDX, 2)
                   ADD 1 TO DA-TRANSFER-IN(TO-SLOT-IDX, 2)
                   IF FD-IDX >= MONTH-FIRST-IDX
                       ADD 1 TO DA-TRANSFER-OUT(SLOT-IDX, 1)
                       ADD 1 TO DA-TRANSFER-IN(TO-SLOT-IDX, 1)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.

      *> Dropped off: the status in force on the later extract's
      *> file date says terminated or simply gone.
           MOVE 'A' TO EXIT-STATUS.
           MOVE FD-DATE(NEXT-IDX) TO EXIT-DATE.
           PERFORM VARYING VER-IDX FROM 1 BY 1
               UNTIL VER-IDX > VER-COUNT
               IF VER-EFFDATE(VER-IDX) <= FD-DATE(NEXT-IDX)
                   MOVE VER-STATUS(VER-IDX) TO EXIT-STATUS
                   IF VER-STATUS(VER-IDX) = 'T'
                           AND VER-STATDATE(VER-IDX) IS NUMERIC
                       MOVE VER-STATDATE(VER-IDX) TO EXIT-DATE
                   ELSE
                       MOVE FD-DATE(NEXT-IDX) TO EXIT-DATE
                   END-IF
               END-IF
           END-PERFORM.

           IF EXIT-STATUS = 'T'
               ADD 1 TO DA-INVOLUNTARY(SLOT-IDX, 2)
               IF FD-IDX >= MONTH-FIRST-IDX
                   ADD 1 TO DA-INVOLUNTARY(SLOT-IDX, 1)
               END-IF
           ELSE
               ADD 1 TO DA-VOLUNTARY(SLOT-IDX, 2)
               IF FD-IDX >= MONTH-FIRST-IDX
                   ADD 1 TO DA-VOLUNTARY(SLOT-IDX, 1)
               END-IF
           END-IF.

           IF PRES-HIREDATE(FD-IDX) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE EXIT-DATE TO CONV-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONV-DAY-NUMBER TO EXIT-DAY.
           MOVE PRES-HIREDATE(FD-IDX) TO CONV-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           COMPUTE SERVICE-DAYS = EXIT-DAY - CONV-DAY-NUMBER.
           IF SERVICE-DAYS < 90
               ADD 1 TO DA-NEW-HIRE-EXITS(SLOT-IDX, 2)
               IF FD-IDX >= MONTH-FIRST-IDX
                   ADD 1 TO DA-NEW-HIRE-EXITS(SLOT-IDX, 1)
               END-IF
           END-IF.

       ADD-CLOSING-TENURE.

           IF PRES-HIREDATE(FD-COUNT) IS NOT NUMERIC
                   OR PRES-HIREDATE(FD-COUNT) > FD-DATE(FD-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE FD-DATE(FD-COUNT) TO CONV-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONV-DAY-NUMBER TO EXIT-DAY.
           MOVE PRES-HIREDATE(FD-COUNT) TO CONV-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           COMPUTE DA-TENURE-DAYS(SLOT-IDX) =
               DA-TENURE-DAYS(SLOT-IDX) + EXIT-DAY - CONV-DAY-NUMBER.
           ADD 1 TO DA-TENURE-HEADS(SLOT-IDX).

       MARK-SLOT-USED.

           IF NOT DA-USED(SLOT-IDX)
               MOVE 'Y' TO DA-USED-SW(SLOT-IDX)
               MOVE DEPT-MST-COSTCENTER(SLOT-IDX)
                   TO DA-COSTCENTER(SLOT-IDX)
               MOVE 0 TO DA-TENURE-DAYS(SLOT-IDX)
               MOVE 0 TO DA-TENURE-HEADS(SLOT-IDX)
               INITIALIZE DA-SET(SLOT-IDX, 1)
               INITIALIZE DA-SET(SLOT-IDX, 2)
           END-IF.

      * ----------------------------------------------------------- *
      * The month's close report, if one has been produced, for     *
      * the rosters it printed.                                     *
      * ----------------------------------------------------------- *
       READ-CLOSE-HEADCOUNTS.

           DISPLAY "TRNCLSDD" UPON ENVIRONMENT-NAME.
           DISPLAY CLOSE-REPORT-FILENAME UPON ENVIRONMENT-VALUE.

           OPEN INPUT CLOSE-REPORT-FILE.
           IF NOT CLOSE-REPORT-FILE-OK
               DISPLAY "NO CLOSE REPORT FOR " REPORT-MONTH
                   " - HEADCOUNTS NOT TIED."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO CLOSE-FOUND-SW.
           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-CLOSE-LINE UNTIL END-OF-FILE = 'Y'.
           CLOSE CLOSE-REPORT-FILE.
           MOVE 'N' TO END-OF-FILE.

       READ-ONE-CLOSE-LINE.

           READ CLOSE-REPORT-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   IF CLOSE-REPORT-RECORD(1:21)
                           = "ROSTER AT START    : "
                       MOVE CLOSE-REPORT-RECORD(22:5) TO CLOSE-START-X
                   END-IF
                   IF CLOSE-REPORT-RECORD(1:21)
                           = "ROSTER AT END      : "
                       MOVE CLOSE-REPORT-RECORD(22:5) TO CLOSE-END-X
                   END-IF
           END-READ.

      * ----------------------------------------------------------- *
      * One section: department lines, the all-department total,    *
      * then the cost-center rollup, for the set in SET-IDX.        *
      * ----------------------------------------------------------- *
       WRITE-ANALYTICS-SECTION.

           MOVE SECTION-TITLE TO TURN-PRINT-LINE.
           PERFORM WRITE-TURN-LINE.
           MOVE ALL "-" TO TURN-PRINT-LINE(1:80).
           PERFORM WRITE-TURN-LINE.
           PERFORM WRITE-COLUMN-HEADINGS.

           PERFORM CLEAR-SECTION-TOTALS.
           MOVE 0 TO CC-COUNT.
           PERFORM WRITE-ONE-DEPT-LINE
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > 100.

           PERFORM WRITE-SECTION-TOTAL-LINE.

           MOVE SPACES TO TURN-PRINT-LINE.
           PERFORM WRITE-TURN-LINE.
           MOVE "BY COST CENTER" TO TURN-PRINT-LINE.
           PERFORM WRITE-TURN-LINE.
           PERFORM WRITE-COLUMN-HEADINGS.
           PERFORM WRITE-ONE-CC-LINE
               VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > CC-COUNT.
           PERFORM WRITE-SECTION-TOTAL-LINE.

           MOVE SPACES TO TURN-PRINT-LINE.
           PERFORM WRITE-TURN-LINE.

       WRITE-COLUMN-HEADINGS.

           MOVE SPACES TO TURN-PRINT-LINE.
           STRING "               OPEN  HIRES    VOL  INVOL   T-IN"
                      DELIMITED BY SIZE
                  "  T-OUT  CLOSE   TURN%   NH<90D  TENURE"
                      DELIMITED BY SIZE
               INTO TURN-PRINT-LINE.
           PERFORM WRITE-TURN-LINE.

       CLEAR-SECTION-TOTALS.

           MOVE 0 TO TOT-TENURE-DAYS.
           MOVE 0 TO TOT-TENURE-HEADS.
           MOVE 0 TO TOT-OPEN.
           MOVE 0 TO TOT-HIRES.
           MOVE 0 TO TOT-VOLUNTARY.
           MOVE 0 TO TOT-INVOLUNTARY.
           MOVE 0 TO TOT-TRANSFER-IN.
           MOVE 0 TO TOT-TRANSFER-OUT.
           MOVE 0 TO TOT-CLOSE.
           MOVE 0 TO TOT-NEW-HIRE-EXITS.

       WRITE-ONE-DEPT-LINE.

           IF NOT DA-USED(SLOT-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF DA-OPEN(SLOT-IDX, SET-IDX) = 0
                   AND DA-CLOSE(SLOT-IDX, SET-IDX) = 0
                   AND DA-HIRES(SLOT-IDX, SET-IDX) = 0
                   AND DA-TRANSFER-IN(SLOT-IDX, SET-IDX) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO LINE-LABEL.
           COMPUTE DEPTNO-OUT = SLOT-IDX - 1.
           STRING "DEPT " DELIMITED BY SIZE
                  DEPTNO-OUT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DA-COSTCENTER(SLOT-IDX) DELIMITED BY SIZE
               INTO LINE-LABEL.
           MOVE DA-TENURE-DAYS(SLOT-IDX) TO LINE-TENURE-DAYS.
           MOVE DA-TENURE-HEADS(SLOT-IDX) TO LINE-TENURE-HEADS.
           MOVE DA-OPEN(SLOT-IDX, SET-IDX) TO LINE-OPEN.
           MOVE DA-HIRES(SLOT-IDX, SET-IDX) TO LINE-HIRES.
           MOVE DA-VOLUNTARY(SLOT-IDX, SET-IDX) TO LINE-VOLUNTARY.
           MOVE DA-INVOLUNTARY(SLOT-IDX, SET-IDX)
               TO LINE-INVOLUNTARY.
           MOVE DA-TRANSFER-IN(SLOT-IDX, SET-IDX)
               TO LINE-TRANSFER-IN.
           MOVE DA-TRANSFER-OUT(SLOT-IDX, SET-IDX)
               TO LINE-TRANSFER-OUT.
           MOVE DA-CLOSE(SLOT-IDX, SET-IDX) TO LINE-CLOSE.
           MOVE DA-NEW-HIRE-EXITS(SLOT-IDX, SET-IDX)
               TO LINE-NEW-HIRE-EXITS.
           PERFORM WRITE-ANALYTICS-LINE.

           ADD LINE-TENURE-DAYS TO TOT-TENURE-DAYS.
           ADD LINE-TENURE-HEADS TO TOT-TENURE-HEADS.
           ADD LINE-OPEN TO TOT-OPEN.
           ADD LINE-HIRES TO TOT-HIRES.
           ADD LINE-VOLUNTARY TO TOT-VOLUNTARY.
           ADD LINE-INVOLUNTARY TO TOT-INVOLUNTARY.
           ADD LINE-TRANSFER-IN TO TOT-TRANSFER-IN.
           ADD LINE-TRANSFER-OUT TO TOT-TRANSFER-OUT.
           ADD LINE-CLOSE TO TOT-CLOSE.
           ADD LINE-NEW-HIRE-EXITS TO TOT-NEW-HIRE-EXITS.

           PERFORM ADD-TO-CC-ROLLUP.

       ADD-TO-CC-ROLLUP.

           MOVE 0 TO CC-FOUND-IDX.
           PERFORM VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > CC-COUNT OR CC-FOUND-IDX > 0
               IF CC-CODE(CC-IDX) = DA-COSTCENTER(SLOT-IDX)
                   MOVE CC-IDX TO CC-FOUND-IDX
               END-IF
           END-PERFORM.
           IF CC-FOUND-IDX = 0
               ADD 1 TO CC-COUNT
               MOVE CC-COUNT TO CC-FOUND-IDX
               MOVE DA-COSTCENTER(SLOT-IDX) TO CC-CODE(CC-COUNT)
               MOVE 0 TO CC-TENURE-DAYS(CC-COUNT)
               MOVE 0 TO CC-TENURE-HEADS(CC-COUNT)
               MOVE 0 TO CC-OPEN(CC-COUNT)
               MOVE 0 TO CC-HIRES(CC-COUNT)
               MOVE 0 TO CC-VOLUNTARY(CC-COUNT)
               MOVE 0 TO CC-INVOLUNTARY(CC-COUNT)
               MOVE 0 TO CC-TRANSFER-IN(CC-COUNT)
               MOVE 0 TO CC-TRANSFER-OUT(CC-COUNT)
               MOVE 0 TO CC-CLOSE(CC-COUNT)
               MOVE 0 TO CC-NEW-HIRE-EXITS(CC-COUNT)
           END-IF.

           ADD LINE-TENURE-DAYS TO CC-TENURE-DAYS(CC-FOUND-IDX).
           ADD LINE-TENURE-HEADS TO CC-TENURE-HEADS(CC-FOUND-IDX).
           ADD LINE-OPEN TO CC-OPEN(CC-FOUND-IDX).
           ADD LINE-HIRES TO CC-HIRES(CC-FOUND-IDX).
           ADD LINE-VOLUNTARY TO CC-VOLUNTARY(CC-FOUND-IDX).
           ADD LINE-INVOLUNTARY TO CC-INVOLUNTARY(CC-FOUND-IDX).
           ADD LINE-TRANSFER-IN TO CC-TRANSFER-IN(CC-FOUND-IDX).
           ADD LINE-TRANSFER-OUT TO CC-TRANSFER-OUT(CC-FOUND-IDX).
           ADD LINE-CLOSE TO CC-CLOSE(CC-FOUND-IDX).
           ADD LINE-NEW-HIRE-EXITS TO CC-NEW-HIRE-EXITS(CC-FOUND-IDX).

       WRITE-ONE-CC-LINE.

           MOVE SPACES TO LINE-LABEL.
           IF CC-CODE(CC-IDX) = SPACES
               MOVE "CC (NONE)" TO LINE-LABEL
           ELSE
               STRING "CC " DELIMITED BY SIZE
                      CC-CODE(CC-IDX) DELIMITED BY SIZE
                   INTO LINE-LABEL
           END-IF.
           MOVE CC-TENURE-DAYS(CC-IDX) TO LINE-TENURE-DAYS.
           MOVE CC-TENURE-HEADS(CC-IDX) TO LINE-TENURE-HEADS.
           MOVE CC-OPEN(CC-IDX) TO LINE-OPEN.
           MOVE CC-HIRES(CC-IDX) TO LINE-HIRES.
           MOVE CC-VOLUNTARY(CC-IDX) TO LINE-VOLUNTARY.
           MOVE CC-INVOLUNTARY(CC-IDX) TO LINE-INVOLUNTARY.
           MOVE CC-TRANSFER-IN(CC-IDX) TO LINE-TRANSFER-IN.
           MOVE CC-TRANSFER-OUT(CC-IDX) TO LINE-TRANSFER-OUT.
           MOVE CC-CLOSE(CC-IDX) TO LINE-CLOSE.
           MOVE CC-NEW-HIRE-EXITS(CC-IDX) TO LINE-NEW-HIRE-EXITS.
           PERFORM WRITE-ANALYTICS-LINE.

       WRITE-SECTION-TOTAL-LINE.

           MOVE "ALL" TO LINE-LABEL.
           MOVE TOT-TENURE-DAYS TO LINE-TENURE-DAYS.
           MOVE TOT-TENURE-HEADS TO LINE-TENURE-HEADS.
           MOVE TOT-OPEN TO LINE-OPEN.
           MOVE TOT-HIRES TO LINE-HIRES.
           MOVE TOT-VOLUNTARY TO LINE-VOLUNTARY.
           MOVE TOT-INVOLUNTARY TO LINE-INVOLUNTARY.
           MOVE TOT-TRANSFER-IN TO LINE-TRANSFER-IN.
           MOVE TOT-TRANSFER-OUT TO LINE-TRANSFER-OUT.
           MOVE TOT-CLOSE TO LINE-CLOSE.
           MOVE TOT-NEW-HIRE-EXITS TO LINE-NEW-HIRE-EXITS.
           PERFORM WRITE-ANALYTICS-LINE.

      *> Turnover is leavers over the average of opening and
      *> closing headcount; tenure is in years of 365.25 days.
       WRITE-ANALYTICS-LINE.

           COMPUTE LINE-LEAVERS = LINE-VOLUNTARY + LINE-INVOLUNTARY.
           IF LINE-OPEN + LINE-CLOSE > 0
               COMPUTE LINE-TURNOVER-PCT ROUNDED =
                   LINE-LEAVERS * 200 / (LINE-OPEN + LINE-CLOSE)
           ELSE
               MOVE 0 TO LINE-TURNOVER-PCT
           END-IF.
           IF LINE-TENURE-HEADS > 0
               COMPUTE LINE-AVG-TENURE ROUNDED =
                   LINE-TENURE-DAYS / LINE-TENURE-HEADS / 365.25
           ELSE
               MOVE 0 TO LINE-AVG-TENURE
           END-IF.

           MOVE LINE-LABEL TO AD-LABEL.
           MOVE LINE-OPEN TO AD-OPEN.
           MOVE LINE-HIRES TO AD-HIRES.
           MOVE LINE-VOLUNTARY TO AD-VOLUNTARY.
           MOVE LINE-INVOLUNTARY TO AD-INVOLUNTARY.
           MOVE LINE-TRANSFER-IN TO AD-TRANSFER-IN.
           MOVE LINE-TRANSFER-OUT TO AD-TRANSFER-OUT.
           MOVE LINE-CLOSE TO AD-CLOSE.
           MOVE LINE-TURNOVER-PCT TO AD-TURNOVER-PCT.
           MOVE LINE-NEW-HIRE-EXITS TO AD-NEW-HIRE-EXITS.
           MOVE LINE-AVG-TENURE TO AD-AVG-TENURE.
           MOVE ANALYTICS-DETAIL TO TURN-PRINT-LINE.
           PERFORM WRITE-TURN-LINE.

      * ----------------------------------------------------------- *
      * Every department must foot in both sets, and the month's    *
      * opening and closing totals must be EMPCLOSE's rosters.      *
      * ----------------------------------------------------------- *
       WRITE-FOOTING-SECTION.

           MOVE "FOOTING" TO TURN-PRINT-LINE.
           PERFORM WRITE-TURN-LINE.
           MOVE "-------" TO TURN-PRINT-LINE.
           PERFORM WRITE-TURN-LINE.

           PERFORM FOOT-ONE-DEPT
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > 100.
           IF FOOT-FAILURES = 0
               MOVE "OPEN + HIRES + T-IN - VOL - INVOL - T-OUT = CLOSE"
                   TO TURN-PRINT-LINE
               MOVE ": PASS, EVERY DEPARTMENT, BOTH PERIODS"
                   TO TURN-PRINT-LINE(51:40)
               PERFORM WRITE-TURN-LINE
           END-IF.

           MOVE 1 TO SET-IDX.
           PERFORM CLEAR-SECTION-TOTALS.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > 100
               IF DA-USED(SLOT-IDX)
                   ADD DA-OPEN(SLOT-IDX, 1) TO TOT-OPEN
                   ADD DA-CLOSE(SLOT-IDX, 1) TO TOT-CLOSE
               END-IF
           END-PERFORM.

           IF NOT CLOSE-FOUND
               MOVE SPACES TO TURN-PRINT-LINE
               STRING "EMPCLOSE ROSTERS : NO CLOSE REPORT FOR "
                          DELIMITED BY SIZE
                      REPORT-MONTH DELIMITED BY SIZE
                      " - NOT TIED" DELIMITED BY SIZE
                   INTO TURN-PRINT-LINE
               PERFORM WRITE-TURN-LINE
           ELSE
               MOVE SPACES TO TURN-PRINT-LINE
               STRING "OPENING " DELIMITED BY SIZE
                      TOT-OPEN DELIMITED BY SIZE
                      " VS EMPCLOSE ROSTER AT START " DELIMITED BY SIZE
                      CLOSE-START-X DELIMITED BY SIZE
                   INTO TURN-PRINT-LINE
               IF CLOSE-START-X IS NUMERIC
                       AND CLOSE-START-X = TOT-OPEN
                   MOVE ": PASS" TO TURN-PRINT-LINE(51:20)
               ELSE
                   MOVE ": *** FAIL ***" TO TURN-PRINT-LINE(51:20)
                   MOVE 'Y' TO TIE-FAILED-SW
               END-IF
               PERFORM WRITE-TURN-LINE
               MOVE SPACES TO TURN-PRINT-LINE
               STRING "CLOSING " DELIMITED BY SIZE
                      TOT-CLOSE DELIMITED BY SIZE
                      " VS EMPCLOSE ROSTER AT END   " DELIMITED BY SIZE
                      CLOSE-END-X DELIMITED BY SIZE
                   INTO TURN-PRINT-LINE
               IF CLOSE-END-X IS NUMERIC
                       AND CLOSE-END-X = TOT-CLOSE
                   MOVE ": PASS" TO TURN-PRINT-LINE(51:20)
               ELSE
                   MOVE ": *** FAIL ***" TO TURN-PRINT-LINE(51:20)
                   MOVE 'Y' TO TIE-FAILED-SW
               END-IF
               PERFORM WRITE-TURN-LINE
           END-IF.

           IF FD-TRUNCATED > 0 OR VER-TRUNCATED > 0
               MOVE SPACES TO TURN-PRINT-LINE
               STRING "TABLE CAPACITY EXCEEDED - " DELIMITED BY SIZE
                      FD-TRUNCATED DELIMITED BY SIZE
                      " FILE DATE(S), " DELIMITED BY SIZE
                      VER-TRUNCATED DELIMITED BY SIZE
                      " VERSION(S) NOT SEEN" DELIMITED BY SIZE
                   INTO TURN-PRINT-LINE
               PERFORM WRITE-TURN-LINE
           END-IF.

       FOOT-ONE-DEPT.

           IF NOT DA-USED(SLOT-IDX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM FOOT-ONE-DEPT-SET
               VARYING SET-IDX FROM 1 BY 1
               UNTIL SET-IDX > 2.

       FOOT-ONE-DEPT-SET.

           COMPUTE FOOT-EXPECTED =
               DA-OPEN(SLOT-IDX, SET-IDX)
               + DA-HIRES(SLOT-IDX, SET-IDX)
               + DA-TRANSFER-IN(SLOT-IDX, SET-IDX)
               - DA-VOLUNTARY(SLOT-IDX, SET-IDX)
               - DA-INVOLUNTARY(SLOT-IDX, SET-IDX)
               - DA-TRANSFER-OUT(SLOT-IDX, SET-IDX).
           IF FOOT-EXPECTED NOT = DA-CLOSE(SLOT-IDX, SET-IDX)
               ADD 1 TO FOOT-FAILURES
               COMPUTE DEPTNO-OUT = SLOT-IDX - 1
               MOVE SPACES TO TURN-PRINT-LINE
               STRING "DEPT " DELIMITED BY SIZE
                      DEPTNO-OUT DELIMITED BY SIZE
                      " SET " DELIMITED BY SIZE
                      SET-IDX DELIMITED BY SIZE
                      " DOES NOT FOOT *** FAIL ***" DELIMITED BY SIZE
                   INTO TURN-PRINT-LINE
               PERFORM WRITE-TURN-LINE
           END-IF.

       WRITE-TURN-LINE.

           IF TURN-LINE-COUNT >= TURN-PAGE-SIZE
               PERFORM WRITE-TURN-PAGE-HEADER
           END-IF.
           MOVE TURN-PRINT-LINE TO TURNOVER-REPORT-RECORD.
           WRITE TURNOVER-REPORT-RECORD.
           ADD 1 TO TURN-LINE-COUNT.
           MOVE SPACES TO TURN-PRINT-LINE.

       WRITE-TURN-PAGE-HEADER.

           ADD 1 TO TURN-PAGE-COUNT.
           MOVE SPACES TO TURNOVER-REPORT-RECORD.
           STRING "TURNOVER AND TENURE " DELIMITED BY SIZE
                  REPORT-MONTH           DELIMITED BY SIZE
                  "   PAGE "             DELIMITED BY SIZE
                  TURN-PAGE-COUNT        DELIMITED BY SIZE
               INTO TURNOVER-REPORT-RECORD.
           WRITE TURNOVER-REPORT-RECORD.
           MOVE SPACES TO TURNOVER-REPORT-RECORD.
           WRITE TURNOVER-REPORT-RECORD.
           MOVE 2 TO TURN-LINE-COUNT.

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
