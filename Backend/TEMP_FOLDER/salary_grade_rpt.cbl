       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GRADERPT.

      * ----------------------------------------------------------- *
      * Salary grade compa-ratio and out-of-band report over the    *
      * emp.idx indexed file DYNSQL3 maintains.  EMPCOMP flags big  *
      * raises and cuts but says nothing about whether a salary is  *
      * reasonable for the job; this program prices every current   *
      * employee against the salary range of the grade GRADMAINT    *
      * assigns them - the employee's own override when there is    *
      * one, otherwise the department default - and prints to a     *
      * paginated report:                                           *
      *   - each employee's compa-ratio (salary over the grade      *
      *     midpoint) and range penetration (how far the salary     *
      *     sits from the minimum toward the maximum, in percent),  *
      *   - everyone paid below minimum or above maximum with the   *
      *     dollar gap, and everyone no grade could be found for,   *
      *   - average compa-ratio per department and overall - the    *
      *     equity-review figures comp kept in a spreadsheet.       *
      * Terminated employees (status T) are left out; leave of      *
      * absence stays in, since the salary is still on the books.   *
      * Return code 4 when anyone is out of range or ungraded.      *
      * ----------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-INDEX-FILE ASSIGN TO "GRPIDXDD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMPX-EMPNO
              FILE STATUS IS EMP-INDEX-STATUS.

      *> GRADMAINT's grade file - G, D and E lines.
           SELECT GRADE-FILE ASSIGN TO "GRPGRDDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GRADE-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "GRPDEPDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DEPT-MASTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "GRPRPTDD"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  GRADE-FILE.
       01  GRADE-RECORD          PIC X(50).

       FD  DEPT-MASTER-FILE.
       01  DEPT-MASTER-RECORD    PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.

       01  EMP-INDEX-FILENAME    PIC X(60) VALUE
               '/app/data/emp.idx'.
       01  GRADE-FILENAME        PIC X(60) VALUE
               '/app/data/salary_grades.dat'.
       01  DEPT-MASTER-FILENAME  PIC X(60) VALUE
               '/app/data/dept.csv'.
       01  REPORT-FILENAME       PIC X(60) VALUE
               '/app/data/salary_grade_report.txt'.

       01  EMP-INDEX-STATUS      PIC X(2).
       01  GRADE-STATUS          PIC X(2).
           88  GRADE-FILE-NOT-FOUND  VALUE '35'.
       01  DEPT-MASTER-STATUS    PIC X(2).
           88  DEPT-MASTER-FILE-NOT-FOUND VALUE '35'.

       01  END-OF-FILE           PIC X VALUE 'N'.
       01  DEPT-EOF-SW           PIC X.
       01  RUN-DATE              PIC 9(8).

      * ----------------------------------------------------------- *
      * The grade structure, as GRADMAINT writes it.                *
      * ----------------------------------------------------------- *
       01  GRADE-COUNT           PIC 99 VALUE 0.
       01  GRADE-IDX             PIC 99.
       01  GRADE-FOUND-IDX       PIC 99.
       01  GRADE-TABLE.
           05  GRADE-ENTRY       OCCURS 50 TIMES.
               10  GRD-CODE           PIC X(3).
               10  GRD-MIN            PIC 9(7)V99.
               10  GRD-MID            PIC 9(7)V99.
               10  GRD-MAX            PIC 9(7)V99.

       01  DEFAULT-COUNT         PIC 99 VALUE 0.
       01  DEFAULT-IDX           PIC 99.
       01  DEFAULT-TABLE.
           05  DEFAULT-ENTRY     OCCURS 99 TIMES.
               10  DFLT-DEPTNO        PIC X(2).
               10  DFLT-GRADE         PIC X(3).

       01  OVERRIDE-COUNT        PIC 9(4) VALUE 0.
       01  OVERRIDE-IDX          PIC 9(4).
       01  OVERRIDE-TABLE.
           05  OVERRIDE-ENTRY    OCCURS 2000 TIMES.
               10  OVRD-EMPNO         PIC X(5).
               10  OVRD-GRADE         PIC X(3).

       01  PARSE-TYPE            PIC X(2).
       01  PARSE-KEY             PIC X(5).
       01  PARSE-MIN-X           PIC X(10).
       01  PARSE-MID-X           PIC X(10).
       01  PARSE-MAX-X           PIC X(10).
       01  GRADE-FILE-ERRORS     PIC 9(5) VALUE 0.

       01  AMOUNT-X              PIC X(10).
       01  AMOUNT-WHOLE          PIC X(7).
       01  AMOUNT-CENTS          PIC X(2).
       01  AMOUNT-WHOLE-N        PIC 9(7).
       01  AMOUNT-CENTS-N        PIC 99.
       01  AMOUNT-VALUE          PIC 9(7)V99.
       01  AMOUNT-OK-SW          PIC X.
           88  AMOUNT-OK         VALUE 'Y'.
       01  NEW-MIN               PIC 9(7)V99.
       01  NEW-MID               PIC 9(7)V99.

       01  DEPT-MASTER-COUNT     PIC 99 VALUE 0.
       01  DEPT-MASTER-IDX       PIC 99.
       01  DEPT-MASTER-TABLE.
           05  DEPT-MASTER-ENTRY OCCURS 99 TIMES.
               10  DEPT-MST-DEPTNO     PIC X(2).
               10  DEPT-MST-NAME       PIC X(20).
       01  DEPT-PARSE-DEPTNO     PIC X(2).
       01  DEPT-PARSE-NAME       PIC X(20).
       01  DEPT-NAME-OUT         PIC X(20).
       01  TEMP-DEPTNO-X         PIC X(2).

      * ----------------------------------------------------------- *
      * One employee priced against their grade.                    *
      * ----------------------------------------------------------- *
       01  EMP-GRADE             PIC X(3).
       01  EMP-GRADE-SOURCE      PIC X(8).
       01  COMPA-RATIO           PIC 9(3)V9(4).
       01  PENETRATION-PCT       PIC S9(5)V9.
       01  RANGE-SPREAD          PIC 9(7)V99.
       01  RANGE-FLAG            PIC X(12).

      * ----------------------------------------------------------- *
      * Out-of-range and ungraded employees, held for their own     *
      * section after the detail: B below minimum, A above maximum, *
      * U no grade.                                                 *
      * ----------------------------------------------------------- *
       01  OUT-COUNT             PIC 9(4) VALUE 0.
       01  OUT-IDX               PIC 9(4).
       01  OUT-SLOT              PIC 9(4).
       01  OUT-TABLE.
           05  OUT-ENTRY         OCCURS 2001 TIMES.
               10  OUT-KIND           PIC X.
               10  OUT-EMPNO          PIC X(5).
               10  OUT-NAME           PIC X(10).
               10  OUT-DEPTNO         PIC 99.
               10  OUT-GRADE          PIC X(3).
               10  OUT-SALARY         PIC 9(7)V99.
               10  OUT-BOUND          PIC 9(7)V99.
               10  OUT-GAP            PIC 9(7)V99.
       01  OUT-KIND-WANTED       PIC X.
       01  OUT-KIND-PRINTED      PIC 9(4).

      * ----------------------------------------------------------- *
      * Per-department equity figures.                              *
      * ----------------------------------------------------------- *
       01  STAT-COUNT            PIC 99 VALUE 0.
       01  STAT-IDX              PIC 99.
       01  STAT-FOUND-IDX        PIC 99.
       01  STAT-TABLE.
           05  STAT-ENTRY        OCCURS 99 TIMES.
               10  STAT-DEPTNO        PIC 99.
               10  STAT-GRADED        PIC 9(5).
               10  STAT-COMPA-SUM     PIC 9(7)V9(4).
               10  STAT-BELOW         PIC 9(5).
               10  STAT-ABOVE         PIC 9(5).
               10  STAT-UNGRADED      PIC 9(5).

       01  EMPLOYEE-COUNT        PIC 9(5) VALUE 0.
       01  TERMINATED-COUNT      PIC 9(5) VALUE 0.
       01  GRADED-COUNT          PIC 9(5) VALUE 0.
       01  BELOW-MIN-COUNT       PIC 9(5) VALUE 0.
       01  ABOVE-MAX-COUNT       PIC 9(5) VALUE 0.
       01  UNGRADED-COUNT        PIC 9(5) VALUE 0.
       01  TOTAL-COMPA-SUM       PIC 9(9)V9(4) VALUE 0.
       01  AVG-COMPA             PIC 9(3)V9(4).

       01  SALARY-OUT            PIC Z,ZZZ,ZZ9.99.
       01  MIN-OUT               PIC Z,ZZZ,ZZ9.
       01  MID-OUT               PIC Z,ZZZ,ZZ9.
       01  MAX-OUT               PIC Z,ZZZ,ZZ9.
       01  BOUND-OUT             PIC Z,ZZZ,ZZ9.
       01  GAP-OUT               PIC Z,ZZZ,ZZ9.99.
       01  COMPA-OUT             PIC ZZ9.999.
       01  PENETRATION-OUT       PIC ----9.9.
       01  COUNT-OUT             PIC ZZ,ZZ9.
       01  BELOW-OUT             PIC ZZ,ZZ9.
       01  ABOVE-OUT             PIC ZZ,ZZ9.
       01  UNGRADED-OUT          PIC ZZ,ZZ9.

       01  RPT-PRINT-LINE        PIC X(132).
       01  RPT-PAGE-SIZE         PIC 99 VALUE 60.
       01  RPT-LINE-COUNT        PIC 99 VALUE 0.
       01  RPT-PAGE-COUNT        PIC 999 VALUE 0.

       PROCEDURE DIVISION.
       MAIN.

           DISPLAY " ".
           DISPLAY "SALARY GRADE COMPA-RATIO REPORT".
           DISPLAY "-------------------------------".

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-GRADE-FILE.
           PERFORM LOAD-DEPT-NAMES.

           DISPLAY "GRPIDXDD" UPON ENVIRONMENT-NAME.
           DISPLAY EMP-INDEX-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT EMP-INDEX-FILE.
           IF EMP-INDEX-STATUS NOT = '00'
               DISPLAY "CANNOT OPEN " EMP-INDEX-FILENAME
                   " - STATUS " EMP-INDEX-STATUS
               DISPLAY "PROCESS AT LEAST ONE EXTRACT FIRST TO "
                   "BUILD THE INDEX."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "GRPRPTDD" UPON ENVIRONMENT-NAME.
           DISPLAY REPORT-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT REPORT-FILE.

           MOVE 0 TO RPT-LINE-COUNT.
           MOVE 0 TO RPT-PAGE-COUNT.
           PERFORM WRITE-REPORT-PAGE-HEADER.
           MOVE "EMPLOYEE COMPA-RATIO AND RANGE PENETRATION"
               TO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-DETAIL-COLUMN-HEADER.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-INDEX-RECORD UNTIL END-OF-FILE = 'Y'.
           CLOSE EMP-INDEX-FILE.

           PERFORM WRITE-OUT-OF-RANGE-SECTION.
           PERFORM WRITE-DEPARTMENT-SECTION.

           CLOSE REPORT-FILE.

           PERFORM DISPLAY-GRADE-SUMMARY.

           DISPLAY " ".
           DISPLAY "HAVE A GOOD DAY!".
           DISPLAY " ".
           STOP RUN.

      * ----------------------------------------------------------- *
      * The grade file - without one there is nothing to price      *
      * against, so the run stops rather than print an empty        *
      * report.                                                     *
      * ----------------------------------------------------------- *
       LOAD-GRADE-FILE.

           DISPLAY "GRPGRDDD" UPON ENVIRONMENT-NAME.
           DISPLAY GRADE-FILENAME UPON ENVIRONMENT-VALUE.

           OPEN INPUT GRADE-FILE.
           IF GRADE-FILE-NOT-FOUND
               DISPLAY "NO GRADE FILE AT " GRADE-FILENAME
                   " - MAINTAIN ONE WITH GRADMAINT FIRST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-GRADE-LINE UNTIL END-OF-FILE = 'Y'.
           CLOSE GRADE-FILE.
           MOVE 'N' TO END-OF-FILE.

           DISPLAY GRADE-COUNT " GRADE(S), " DEFAULT-COUNT
               " DEPARTMENT DEFAULT(S), " OVERRIDE-COUNT
               " EMPLOYEE OVERRIDE(S) LOADED.".
           IF GRADE-FILE-ERRORS > 0
               DISPLAY GRADE-FILE-ERRORS " UNUSABLE GRADE FILE "
                   "LINE(S) IGNORED."
           END-IF.
           DISPLAY " ".

       READ-ONE-GRADE-LINE.

           READ GRADE-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   PERFORM PARSE-ONE-GRADE-LINE
           END-READ.

       PARSE-ONE-GRADE-LINE.

           IF GRADE-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PARSE-TYPE.
           MOVE SPACES TO PARSE-KEY.
           MOVE SPACES TO PARSE-MIN-X.
           MOVE SPACES TO PARSE-MID-X.
           MOVE SPACES TO PARSE-MAX-X.
           UNSTRING GRADE-RECORD DELIMITED BY ","
               INTO PARSE-TYPE, PARSE-KEY, PARSE-MIN-X,
                    PARSE-MID-X, PARSE-MAX-X.

           IF PARSE-TYPE = "G"
               PERFORM STORE-GRADE-LINE
           ELSE
               IF PARSE-TYPE = "D"
                       AND PARSE-KEY(1:2) IS NUMERIC
                       AND PARSE-MIN-X NOT = SPACES
                       AND DEFAULT-COUNT < 99
                   ADD 1 TO DEFAULT-COUNT
                   MOVE PARSE-KEY(1:2) TO DFLT-DEPTNO(DEFAULT-COUNT)
                   MOVE PARSE-MIN-X(1:3) TO DFLT-GRADE(DEFAULT-COUNT)
               ELSE
                   IF PARSE-TYPE = "E"
                           AND PARSE-KEY NOT = SPACES
                           AND PARSE-MIN-X NOT = SPACES
                           AND OVERRIDE-COUNT < 2000
                       ADD 1 TO OVERRIDE-COUNT
                       MOVE PARSE-KEY TO OVRD-EMPNO(OVERRIDE-COUNT)
                       MOVE PARSE-MIN-X(1:3)
                           TO OVRD-GRADE(OVERRIDE-COUNT)
                   ELSE
                       ADD 1 TO GRADE-FILE-ERRORS
                   END-IF
               END-IF
           END-IF.

       STORE-GRADE-LINE.

           IF PARSE-KEY = SPACES OR GRADE-COUNT >= 50
               ADD 1 TO GRADE-FILE-ERRORS
               EXIT PARAGRAPH
           END-IF.

           MOVE PARSE-MIN-X TO AMOUNT-X.
           PERFORM PARSE-FILE-AMOUNT.
           IF NOT AMOUNT-OK
               ADD 1 TO GRADE-FILE-ERRORS
               EXIT PARAGRAPH
           END-IF.
           MOVE AMOUNT-VALUE TO NEW-MIN.
           MOVE PARSE-MID-X TO AMOUNT-X.
           PERFORM PARSE-FILE-AMOUNT.
           IF NOT AMOUNT-OK
               ADD 1 TO GRADE-FILE-ERRORS
               EXIT PARAGRAPH
           END-IF.
           MOVE AMOUNT-VALUE TO NEW-MID.
           MOVE PARSE-MAX-X TO AMOUNT-X.
           PERFORM PARSE-FILE-AMOUNT.
      *> A zero midpoint would leave nothing to divide by - such a
      *> grade is treated as missing and its staff as ungraded.
           IF NOT AMOUNT-OK OR NEW-MID = 0
               ADD 1 TO GRADE-FILE-ERRORS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO GRADE-COUNT.
           MOVE PARSE-KEY(1:3) TO GRD-CODE(GRADE-COUNT).
           MOVE NEW-MIN TO GRD-MIN(GRADE-COUNT).
           MOVE NEW-MID TO GRD-MID(GRADE-COUNT).
           MOVE AMOUNT-VALUE TO GRD-MAX(GRADE-COUNT).

       PARSE-FILE-AMOUNT.

           MOVE 'N' TO AMOUNT-OK-SW.
           MOVE 0 TO AMOUNT-VALUE.
           MOVE AMOUNT-X(1:7) TO AMOUNT-WHOLE.
           MOVE AMOUNT-X(9:2) TO AMOUNT-CENTS.

           IF AMOUNT-X(8:1) = '.'
                   AND AMOUNT-WHOLE IS NUMERIC
                   AND AMOUNT-CENTS IS NUMERIC
               MOVE AMOUNT-WHOLE TO AMOUNT-WHOLE-N
               MOVE AMOUNT-CENTS TO AMOUNT-CENTS-N
               COMPUTE AMOUNT-VALUE =
                   AMOUNT-WHOLE-N + (AMOUNT-CENTS-N / 100)
               MOVE 'Y' TO AMOUNT-OK-SW
           END-IF.

      *> Names only - no master file just leaves the name column
      *> blank.
       LOAD-DEPT-NAMES.

           DISPLAY "GRPDEPDD" UPON ENVIRONMENT-NAME.
           DISPLAY DEPT-MASTER-FILENAME UPON ENVIRONMENT-VALUE.

           OPEN INPUT DEPT-MASTER-FILE.
           IF DEPT-MASTER-FILE-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO DEPT-EOF-SW.
           PERFORM READ-ONE-DEPT-NAME UNTIL DEPT-EOF-SW = 'Y'.
           CLOSE DEPT-MASTER-FILE.

       READ-ONE-DEPT-NAME.

           READ DEPT-MASTER-FILE
               AT END
                   MOVE 'Y' TO DEPT-EOF-SW
               NOT AT END
                   MOVE SPACES TO DEPT-PARSE-DEPTNO
                   MOVE SPACES TO DEPT-PARSE-NAME
                   UNSTRING DEPT-MASTER-RECORD DELIMITED BY ","
                       INTO DEPT-PARSE-DEPTNO, DEPT-PARSE-NAME
                   IF DEPT-PARSE-DEPTNO NOT = SPACES
                           AND DEPT-MASTER-COUNT < 99
                       ADD 1 TO DEPT-MASTER-COUNT
                       MOVE DEPT-PARSE-DEPTNO
                           TO DEPT-MST-DEPTNO(DEPT-MASTER-COUNT)
                       MOVE DEPT-PARSE-NAME
                           TO DEPT-MST-NAME(DEPT-MASTER-COUNT)
                   END-IF
           END-READ.

       FIND-DEPT-NAME.

           MOVE SPACES TO DEPT-NAME-OUT.
           PERFORM VARYING DEPT-MASTER-IDX FROM 1 BY 1
               UNTIL DEPT-MASTER-IDX > DEPT-MASTER-COUNT
               IF DEPT-MST-DEPTNO(DEPT-MASTER-IDX) = TEMP-DEPTNO-X
                   MOVE DEPT-MST-NAME(DEPT-MASTER-IDX)
                       TO DEPT-NAME-OUT
               END-IF
           END-PERFORM.

       READ-ONE-INDEX-RECORD.

           READ EMP-INDEX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   IF EMPX-STATUS = 'T'
                       ADD 1 TO TERMINATED-COUNT
                   ELSE
                       PERFORM PRICE-ONE-EMPLOYEE
                   END-IF
           END-READ.

      * ----------------------------------------------------------- *
      * Override first, then the department default.  A grade code  *
      * that resolves to nothing in the structure counts the same   *
      * as no grade at all.                                         *
      * ----------------------------------------------------------- *
       PRICE-ONE-EMPLOYEE.

           ADD 1 TO EMPLOYEE-COUNT.
           PERFORM FIND-DEPT-STAT.

           MOVE SPACES TO EMP-GRADE.
           MOVE "DEPT" TO EMP-GRADE-SOURCE.
           PERFORM VARYING OVERRIDE-IDX FROM 1 BY 1
               UNTIL OVERRIDE-IDX > OVERRIDE-COUNT
                   OR EMP-GRADE NOT = SPACES
               IF OVRD-EMPNO(OVERRIDE-IDX) = EMPX-EMPNO
                   MOVE OVRD-GRADE(OVERRIDE-IDX) TO EMP-GRADE
                   MOVE "OVERRIDE" TO EMP-GRADE-SOURCE
               END-IF
           END-PERFORM.

           MOVE EMPX-DEPTNO TO TEMP-DEPTNO-X.
           PERFORM VARYING DEFAULT-IDX FROM 1 BY 1
               UNTIL DEFAULT-IDX > DEFAULT-COUNT
                   OR EMP-GRADE NOT = SPACES
               IF DFLT-DEPTNO(DEFAULT-IDX) = TEMP-DEPTNO-X
                   MOVE DFLT-GRADE(DEFAULT-IDX) TO EMP-GRADE
               END-IF
           END-PERFORM.

           MOVE 0 TO GRADE-FOUND-IDX.
           IF EMP-GRADE NOT = SPACES
               PERFORM VARYING GRADE-IDX FROM 1 BY 1
                   UNTIL GRADE-IDX > GRADE-COUNT
                       OR GRADE-FOUND-IDX > 0
                   IF GRD-CODE(GRADE-IDX) = EMP-GRADE
                       MOVE GRADE-IDX TO GRADE-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.

           IF GRADE-FOUND-IDX = 0
               PERFORM NOTE-UNGRADED-EMPLOYEE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE COMPA-RATIO ROUNDED =
               EMPX-SALARY / GRD-MID(GRADE-FOUND-IDX).

           COMPUTE RANGE-SPREAD =
               GRD-MAX(GRADE-FOUND-IDX) - GRD-MIN(GRADE-FOUND-IDX).
           IF RANGE-SPREAD > 0
               COMPUTE PENETRATION-PCT ROUNDED =
                   (EMPX-SALARY - GRD-MIN(GRADE-FOUND-IDX)) * 100
                       / RANGE-SPREAD
           ELSE
               MOVE 0 TO PENETRATION-PCT
           END-IF.

           ADD 1 TO GRADED-COUNT.
           ADD COMPA-RATIO TO TOTAL-COMPA-SUM.
           ADD 1 TO STAT-GRADED(STAT-FOUND-IDX).
           ADD COMPA-RATIO TO STAT-COMPA-SUM(STAT-FOUND-IDX).

           MOVE SPACES TO RANGE-FLAG.
           IF EMPX-SALARY < GRD-MIN(GRADE-FOUND-IDX)
               MOVE "BELOW MIN" TO RANGE-FLAG
               ADD 1 TO BELOW-MIN-COUNT
               ADD 1 TO STAT-BELOW(STAT-FOUND-IDX)
               PERFORM HOLD-OUT-OF-RANGE
               MOVE 'B' TO OUT-KIND(OUT-SLOT)
               MOVE GRD-MIN(GRADE-FOUND-IDX) TO OUT-BOUND(OUT-SLOT)
               COMPUTE OUT-GAP(OUT-SLOT) =
                   GRD-MIN(GRADE-FOUND-IDX) - EMPX-SALARY
           END-IF.
           IF EMPX-SALARY > GRD-MAX(GRADE-FOUND-IDX)
               MOVE "ABOVE MAX" TO RANGE-FLAG
               ADD 1 TO ABOVE-MAX-COUNT
               ADD 1 TO STAT-ABOVE(STAT-FOUND-IDX)
               PERFORM HOLD-OUT-OF-RANGE
               MOVE 'A' TO OUT-KIND(OUT-SLOT)
               MOVE GRD-MAX(GRADE-FOUND-IDX) TO OUT-BOUND(OUT-SLOT)
               COMPUTE OUT-GAP(OUT-SLOT) =
                   EMPX-SALARY - GRD-MAX(GRADE-FOUND-IDX)
           END-IF.
           IF EMP-GRADE-SOURCE = "OVERRIDE" AND RANGE-FLAG = SPACES
               MOVE "(OVERRIDE)" TO RANGE-FLAG
           END-IF.

           PERFORM WRITE-EMPLOYEE-DETAIL.

       NOTE-UNGRADED-EMPLOYEE.

           ADD 1 TO UNGRADED-COUNT.
           ADD 1 TO STAT-UNGRADED(STAT-FOUND-IDX).
           PERFORM HOLD-OUT-OF-RANGE.
           MOVE 'U' TO OUT-KIND(OUT-SLOT).
           MOVE 0 TO OUT-BOUND(OUT-SLOT).
           MOVE 0 TO OUT-GAP(OUT-SLOT).

           MOVE EMPX-SALARY TO SALARY-OUT.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING EMPX-EMPNO         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  EMPX-NAME          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  EMPX-DEPTNO        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  EMP-GRADE          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  SALARY-OUT         DELIMITED BY SIZE
                  "   *** NO GRADE ASSIGNED ***" DELIMITED BY SIZE
               INTO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *> Takes the next slot in the out-of-range table for the
      *> current employee; the caller fills in kind, bound and gap.
      *> Once the table is full the spare last slot takes the
      *> overflow - the employee is still counted, just not listed.
       HOLD-OUT-OF-RANGE.

           IF OUT-COUNT < 2000
               ADD 1 TO OUT-COUNT
               MOVE OUT-COUNT TO OUT-SLOT
           ELSE
               MOVE 2001 TO OUT-SLOT
           END-IF.
           MOVE EMPX-EMPNO TO OUT-EMPNO(OUT-SLOT).
           MOVE EMPX-NAME TO OUT-NAME(OUT-SLOT).
           MOVE EMPX-DEPTNO TO OUT-DEPTNO(OUT-SLOT).
           MOVE EMP-GRADE TO OUT-GRADE(OUT-SLOT).
           MOVE EMPX-SALARY TO OUT-SALARY(OUT-SLOT).

       FIND-DEPT-STAT.

           MOVE 0 TO STAT-FOUND-IDX.
           PERFORM VARYING STAT-IDX FROM 1 BY 1
               UNTIL STAT-IDX > STAT-COUNT OR STAT-FOUND-IDX > 0
               IF STAT-DEPTNO(STAT-IDX) = EMPX-DEPTNO
                   MOVE STAT-IDX TO STAT-FOUND-IDX
               END-IF
           END-PERFORM.

           IF STAT-FOUND-IDX = 0
               IF STAT-COUNT < 99
                   ADD 1 TO STAT-COUNT
               END-IF
               MOVE STAT-COUNT TO STAT-FOUND-IDX
               MOVE EMPX-DEPTNO TO STAT-DEPTNO(STAT-FOUND-IDX)
               MOVE 0 TO STAT-GRADED(STAT-FOUND-IDX)
               MOVE 0 TO STAT-COMPA-SUM(STAT-FOUND-IDX)
               MOVE 0 TO STAT-BELOW(STAT-FOUND-IDX)
               MOVE 0 TO STAT-ABOVE(STAT-FOUND-IDX)
               MOVE 0 TO STAT-UNGRADED(STAT-FOUND-IDX)
           END-IF.

       WRITE-EMPLOYEE-DETAIL.

           MOVE EMPX-SALARY TO SALARY-OUT.
           MOVE GRD-MIN(GRADE-FOUND-IDX) TO MIN-OUT.
           MOVE GRD-MID(GRADE-FOUND-IDX) TO MID-OUT.
           MOVE GRD-MAX(GRADE-FOUND-IDX) TO MAX-OUT.
           MOVE COMPA-RATIO TO COMPA-OUT.
           MOVE PENETRATION-PCT TO PENETRATION-OUT.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING EMPX-EMPNO         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  EMPX-NAME          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  EMPX-DEPTNO        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  EMP-GRADE          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  SALARY-OUT         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  MIN-OUT            DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  MID-OUT            DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  MAX-OUT            DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  COMPA-OUT          DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  PENETRATION-OUT    DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  RANGE-FLAG         DELIMITED BY SIZE
               INTO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-DETAIL-COLUMN-HEADER.

           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "EMPNO NAME       DP GRD       SALARY   MINIMUM"
                      DELIMITED BY SIZE
                  "  MIDPOINT   MAXIMUM   COMPA  PENETR%"
                      DELIMITED BY SIZE
               INTO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

      * ----------------------------------------------------------- *
      * Below minimum, above maximum, then no grade - each with its *
      * own heading, and a "NONE" line when nobody falls in it.     *
      * ----------------------------------------------------------- *
       WRITE-OUT-OF-RANGE-SECTION.

           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "OUT-OF-RANGE EMPLOYEES" TO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "----------------------" TO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "BELOW MINIMUM" TO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "EMPNO NAME       DP GRD       SALARY   MINIMUM"
               TO RPT-PRINT-LINE.
           MOVE "     SHORTFALL" TO RPT-PRINT-LINE(48:14).
           PERFORM WRITE-REPORT-LINE.
           MOVE 'B' TO OUT-KIND-WANTED.
           PERFORM WRITE-OUT-KIND.

           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ABOVE MAXIMUM" TO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "EMPNO NAME       DP GRD       SALARY   MAXIMUM"
               TO RPT-PRINT-LINE.
           MOVE "        EXCESS" TO RPT-PRINT-LINE(48:14).
           PERFORM WRITE-REPORT-LINE.
           MOVE 'A' TO OUT-KIND-WANTED.
           PERFORM WRITE-OUT-KIND.

           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "NO GRADE ASSIGNED" TO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "EMPNO NAME       DP GRD       SALARY"
               TO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'U' TO OUT-KIND-WANTED.
           PERFORM WRITE-OUT-KIND.

       WRITE-OUT-KIND.

           MOVE 0 TO OUT-KIND-PRINTED.
           PERFORM WRITE-ONE-OUT-ENTRY
               VARYING OUT-IDX FROM 1 BY 1
               UNTIL OUT-IDX > OUT-COUNT.
           IF OUT-KIND-PRINTED = 0
               MOVE "  NONE" TO RPT-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-ONE-OUT-ENTRY.

           IF OUT-KIND(OUT-IDX) NOT = OUT-KIND-WANTED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO OUT-KIND-PRINTED.
           MOVE OUT-SALARY(OUT-IDX) TO SALARY-OUT.
           MOVE SPACES TO RPT-PRINT-LINE.
           IF OUT-KIND-WANTED = 'U'
               STRING OUT-EMPNO(OUT-IDX)   DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      OUT-NAME(OUT-IDX)    DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      OUT-DEPTNO(OUT-IDX)  DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      OUT-GRADE(OUT-IDX)   DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      SALARY-OUT           DELIMITED BY SIZE
                   INTO RPT-PRINT-LINE
           ELSE
               MOVE OUT-BOUND(OUT-IDX) TO BOUND-OUT
               MOVE OUT-GAP(OUT-IDX) TO GAP-OUT
               STRING OUT-EMPNO(OUT-IDX)   DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      OUT-NAME(OUT-IDX)    DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      OUT-DEPTNO(OUT-IDX)  DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      OUT-GRADE(OUT-IDX)   DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      SALARY-OUT           DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      BOUND-OUT            DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      GAP-OUT              DELIMITED BY SIZE
                   INTO RPT-PRINT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      * ----------------------------------------------------------- *
      * Average compa-ratio per department over its graded staff,   *
      * with the out-of-range and ungraded counts beside it, then   *
      * the same figures for the whole file.                        *
      * ----------------------------------------------------------- *
       WRITE-DEPARTMENT-SECTION.

           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "DEPARTMENT AVERAGE COMPA-RATIO" TO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "------------------------------" TO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "DP NAME                 GRADED  AVG COMPA"
                      DELIMITED BY SIZE
                  "   BELOW   ABOVE NOGRADE"
                      DELIMITED BY SIZE
               INTO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM WRITE-ONE-DEPT-STAT
               VARYING STAT-IDX FROM 1 BY 1
               UNTIL STAT-IDX > STAT-COUNT.

           IF GRADED-COUNT > 0
               COMPUTE AVG-COMPA ROUNDED =
                   TOTAL-COMPA-SUM / GRADED-COUNT
           ELSE
               MOVE 0 TO AVG-COMPA
           END-IF.
           MOVE GRADED-COUNT TO COUNT-OUT.
           MOVE AVG-COMPA TO COMPA-OUT.
           MOVE BELOW-MIN-COUNT TO BELOW-OUT.
           MOVE ABOVE-MAX-COUNT TO ABOVE-OUT.
           MOVE UNGRADED-COUNT TO UNGRADED-OUT.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "ALL DEPARTMENTS          " DELIMITED BY SIZE
                  COUNT-OUT                   DELIMITED BY SIZE
                  "    "                      DELIMITED BY SIZE
                  COMPA-OUT                   DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  BELOW-OUT                   DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  ABOVE-OUT                   DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  UNGRADED-OUT                DELIMITED BY SIZE
               INTO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-ONE-DEPT-STAT.

           MOVE STAT-DEPTNO(STAT-IDX) TO TEMP-DEPTNO-X.
           PERFORM FIND-DEPT-NAME.
           IF STAT-GRADED(STAT-IDX) > 0
               COMPUTE AVG-COMPA ROUNDED =
                   STAT-COMPA-SUM(STAT-IDX) / STAT-GRADED(STAT-IDX)
           ELSE
               MOVE 0 TO AVG-COMPA
           END-IF.
           MOVE STAT-GRADED(STAT-IDX) TO COUNT-OUT.
           MOVE AVG-COMPA TO COMPA-OUT.
           MOVE STAT-BELOW(STAT-IDX) TO BELOW-OUT.
           MOVE STAT-ABOVE(STAT-IDX) TO ABOVE-OUT.
           MOVE STAT-UNGRADED(STAT-IDX) TO UNGRADED-OUT.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING TEMP-DEPTNO-X      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  DEPT-NAME-OUT      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  COUNT-OUT          DELIMITED BY SIZE
                  "    "             DELIMITED BY SIZE
                  COMPA-OUT          DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  BELOW-OUT          DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  ABOVE-OUT          DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  UNGRADED-OUT       DELIMITED BY SIZE
               INTO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *> One composed line out, with the page break taken first so
      *> a section heading never clobbers a half-built detail line.
       WRITE-REPORT-LINE.

           IF RPT-LINE-COUNT >= RPT-PAGE-SIZE
               PERFORM WRITE-REPORT-PAGE-HEADER
           END-IF.
           MOVE RPT-PRINT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       WRITE-REPORT-PAGE-HEADER.

           ADD 1 TO RPT-PAGE-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "SALARY GRADE COMPA-RATIO REPORT  RUN "
                      DELIMITED BY SIZE
                  RUN-DATE           DELIMITED BY SIZE
                  "   PAGE "         DELIMITED BY SIZE
                  RPT-PAGE-COUNT     DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 2 TO RPT-LINE-COUNT.

       DISPLAY-GRADE-SUMMARY.

           IF GRADED-COUNT > 0
               COMPUTE AVG-COMPA ROUNDED =
                   TOTAL-COMPA-SUM / GRADED-COUNT
           ELSE
               MOVE 0 TO AVG-COMPA
           END-IF.
           MOVE AVG-COMPA TO COMPA-OUT.

           DISPLAY "GRADE REVIEW SUMMARY".
           DISPLAY "--------------------".
           DISPLAY "EMPLOYEES PRICED     : " EMPLOYEE-COUNT.
           DISPLAY "TERMINATED (SKIPPED) : " TERMINATED-COUNT.
           DISPLAY "GRADED               : " GRADED-COUNT.
           DISPLAY "AVERAGE COMPA-RATIO  : " COMPA-OUT.
           DISPLAY "BELOW MINIMUM        : " BELOW-MIN-COUNT.
           DISPLAY "ABOVE MAXIMUM        : " ABOVE-MAX-COUNT.
           DISPLAY "NO GRADE ASSIGNED    : " UNGRADED-COUNT.
           DISPLAY "REPORT WRITTEN TO " REPORT-FILENAME.
           IF BELOW-MIN-COUNT > 0 OR ABOVE-MAX-COUNT > 0
                   OR UNGRADED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
