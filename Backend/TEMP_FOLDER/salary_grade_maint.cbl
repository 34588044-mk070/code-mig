       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GRADMAINT.

      * ----------------------------------------------------------- *
      * Salary grade structure maintenance - the same               *
      * load-edit-save screen BUDGMAINT and DEPTMAINT give their    *
      * files, over the grade file GRADERPT prices every salary     *
      * against.  The file carries three kinds of line:             *
      *   G,grade,minimum,midpoint,maximum  - one salary range per  *
      *                                       grade,                *
      *   D,deptno,grade                    - the grade a           *
      *                                       department's staff    *
      *                                       fall in by default,   *
      *   E,empno,grade                     - a per-employee        *
      *                                       override of the       *
      *                                       department default.   *
      * Amounts are whole dollars on the screen and 9999999.99 on   *
      * the file, the form the rules file already uses.  The file   *
      * is loaded into tables, edited through the menu, and         *
      * written back whole on save.                                 *
      * ----------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO "GRADDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GRADE-STATUS.

      *> Operator permissions - the same "operid,function" file
      *> sql-example, DEPTMAINT and BUDGMAINT check.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "GMAUTHDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUTH-STATUS.

           SELECT AUTH-VIOLATION-FILE ASSIGN TO "GMVIODD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VIOLATION-STATUS.

      *> The maintenance activity trail - one line per save, so the
      *> access recertification can tell when the function was
      *> last actually used.
           SELECT ACTIVITY-FILE ASSIGN TO "GMACTDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACTIVITY-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  GRADE-FILE.
       01  GRADE-RECORD          PIC X(50).

       FD  OPERATOR-AUTH-FILE.
       01  OPERATOR-AUTH-RECORD  PIC X(20).

       FD  AUTH-VIOLATION-FILE.
       01  AUTH-VIOLATION-RECORD PIC X(60).

       FD  ACTIVITY-FILE.
       01  ACTIVITY-RECORD       PIC X(60).

       WORKING-STORAGE SECTION.

       01  GRADE-FILENAME        PIC X(60) VALUE
               '/app/data/salary_grades.dat'.
       01  GRADE-STATUS          PIC X(2).
           88  GRADE-FILE-OK         VALUE '00'.
           88  GRADE-FILE-NOT-FOUND  VALUE '35'.

       01  END-OF-FILE           PIC X VALUE 'N'.

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
       01  DEFAULT-FOUND-IDX     PIC 99.
       01  DEFAULT-TABLE.
           05  DEFAULT-ENTRY     OCCURS 99 TIMES.
               10  DFLT-DEPTNO        PIC X(2).
               10  DFLT-GRADE         PIC X(3).

       01  OVERRIDE-COUNT        PIC 9(4) VALUE 0.
       01  OVERRIDE-IDX          PIC 9(4).
       01  OVERRIDE-FOUND-IDX    PIC 9(4).
       01  OVERRIDE-TABLE.
           05  OVERRIDE-ENTRY    OCCURS 2000 TIMES.
               10  OVRD-EMPNO         PIC X(5).
               10  OVRD-GRADE         PIC X(3).

       01  PARSE-TYPE            PIC X(2).
       01  PARSE-KEY             PIC X(5).
       01  PARSE-MIN-X           PIC X(10).
       01  PARSE-MID-X           PIC X(10).
       01  PARSE-MAX-X           PIC X(10).

      * ----------------------------------------------------------- *
      * "9999999.99" amount to and from the file.                   *
      * ----------------------------------------------------------- *
       01  AMOUNT-X              PIC X(10).
       01  AMOUNT-WHOLE          PIC X(7).
       01  AMOUNT-CENTS          PIC X(2).
       01  AMOUNT-WHOLE-N        PIC 9(7).
       01  AMOUNT-CENTS-N        PIC 99.
       01  AMOUNT-VALUE          PIC 9(7)V99.
       01  AMOUNT-OK-SW          PIC X.
           88  AMOUNT-OK         VALUE 'Y'.
       01  MIN-FILE-OUT          PIC 9(7).9(2).
       01  MID-FILE-OUT          PIC 9(7).9(2).
       01  MAX-FILE-OUT          PIC 9(7).9(2).
       01  MIN-OUT               PIC Z,ZZZ,ZZ9.
       01  MID-OUT               PIC Z,ZZZ,ZZ9.
       01  MAX-OUT               PIC Z,ZZZ,ZZ9.
       01  GRADE-FILE-ERRORS     PIC 9(5) VALUE 0.

       01  MENU-CHOICE           PIC 9 VALUE 1.
       01  ANSWER-DEPTNO         PIC X(2).
       01  ANSWER-EMPNO          PIC X(5).
       01  ANSWER-GRADE          PIC X(3).
       01  FIELD-INPUT           PIC X(20).
       01  INPUT-LEN             PIC 99.
       01  NEW-MIN               PIC 9(7)V99.
       01  NEW-MID               PIC 9(7)V99.
       01  NEW-MAX               PIC 9(7)V99.

       01  CHANGED-SW            PIC X VALUE 'N'.
           88  TABLE-CHANGED     VALUE 'Y'.
       01  KEEP-GOING-SW         PIC X VALUE 'Y'.
           88  KEEP-GOING        VALUE 'Y'.

      * ----------------------------------------------------------- *
      * Operator authorization - the write options run under the   *
      * GRADMAINT function; listing stays open.  No permissions    *
      * file stands the check down.                                 *
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
       01  ACTIVITY-FILENAME     PIC X(60) VALUE
               '/app/data/maint_activity.log'.
       01  ACTIVITY-STATUS       PIC X(2).
           88  ACTIVITY-FILE-MISSING VALUE '35'.

       PROCEDURE DIVISION.
       MAIN.

           DISPLAY " ".
           DISPLAY "SALARY GRADE STRUCTURE MAINTENANCE".
           DISPLAY "----------------------------------".
           DISPLAY " ".

           ACCEPT OPERATOR-ID FROM ENVIRONMENT "USER".
           IF OPERATOR-ID = SPACES
               MOVE "OPERATOR" TO OPERATOR-ID
           END-IF.

           PERFORM LOAD-OPERATOR-AUTH.
           PERFORM LOAD-GRADE-FILE.

           PERFORM MENU-LOOP UNTIL NOT KEEP-GOING.

           DISPLAY " ".
           DISPLAY "HAVE A GOOD DAY!".
           DISPLAY " ".
           STOP RUN.

       LOAD-GRADE-FILE.

           DISPLAY "GRADDD" UPON ENVIRONMENT-NAME.
           DISPLAY GRADE-FILENAME UPON ENVIRONMENT-VALUE.

           OPEN INPUT GRADE-FILE.
           IF GRADE-FILE-NOT-FOUND
               DISPLAY "NO GRADE FILE YET - STARTING EMPTY."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-GRADE-LINE UNTIL END-OF-FILE = 'Y'.
           CLOSE GRADE-FILE.

           DISPLAY GRADE-COUNT " GRADE(S), " DEFAULT-COUNT
               " DEPARTMENT DEFAULT(S), " OVERRIDE-COUNT
               " EMPLOYEE OVERRIDE(S) LOADED.".
           IF GRADE-FILE-ERRORS > 0
               DISPLAY GRADE-FILE-ERRORS " UNUSABLE LINE(S) "
                   "DROPPED - THEY GO AWAY ON SAVE."
           END-IF.

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
                   PERFORM STORE-DEFAULT-LINE
               ELSE
                   IF PARSE-TYPE = "E"
                       PERFORM STORE-OVERRIDE-LINE
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
           IF NOT AMOUNT-OK
               ADD 1 TO GRADE-FILE-ERRORS
               EXIT PARAGRAPH
           END-IF.
           MOVE AMOUNT-VALUE TO NEW-MAX.

           ADD 1 TO GRADE-COUNT.
           MOVE PARSE-KEY(1:3) TO GRD-CODE(GRADE-COUNT).
           MOVE NEW-MIN TO GRD-MIN(GRADE-COUNT).
           MOVE NEW-MID TO GRD-MID(GRADE-COUNT).
           MOVE NEW-MAX TO GRD-MAX(GRADE-COUNT).

       STORE-DEFAULT-LINE.

           IF PARSE-KEY(1:2) IS NOT NUMERIC
                   OR PARSE-MIN-X = SPACES
                   OR DEFAULT-COUNT >= 99
               ADD 1 TO GRADE-FILE-ERRORS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO DEFAULT-COUNT.
           MOVE PARSE-KEY(1:2) TO DFLT-DEPTNO(DEFAULT-COUNT).
           MOVE PARSE-MIN-X(1:3) TO DFLT-GRADE(DEFAULT-COUNT).

       STORE-OVERRIDE-LINE.

           IF PARSE-KEY = SPACES
                   OR PARSE-MIN-X = SPACES
                   OR OVERRIDE-COUNT >= 2000
               ADD 1 TO GRADE-FILE-ERRORS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO OVERRIDE-COUNT.
           MOVE PARSE-KEY TO OVRD-EMPNO(OVERRIDE-COUNT).
           MOVE PARSE-MIN-X(1:3) TO OVRD-GRADE(OVERRIDE-COUNT).

      *> "9999999.99" into AMOUNT-VALUE, with AMOUNT-OK-SW saying
      *> whether the field had that shape.
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

       MENU-LOOP.

           DISPLAY " ".
           DISPLAY "1. LIST GRADE STRUCTURE".
           DISPLAY "2. ADD GRADE".
           DISPLAY "3. UPDATE GRADE RANGE".
           DISPLAY "4. SET DEPARTMENT DEFAULT GRADE".
           DISPLAY "5. SET EMPLOYEE GRADE OVERRIDE".
           DISPLAY "6. SAVE AND EXIT".
           DISPLAY "7. EXIT WITHOUT SAVING".
           DISPLAY " ".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.

           IF MENU-CHOICE = 1
               PERFORM LIST-GRADE-STRUCTURE
           ELSE
               IF MENU-CHOICE = 2
                   PERFORM CHECK-AUTHORIZATION
                   IF AUTHORIZED
                       PERFORM ADD-GRADE
                   END-IF
               ELSE
                   IF MENU-CHOICE = 3
                       PERFORM CHECK-AUTHORIZATION
                       IF AUTHORIZED
                           PERFORM UPDATE-GRADE-RANGE
                       END-IF
                   ELSE
                       IF MENU-CHOICE = 4
                           PERFORM CHECK-AUTHORIZATION
                           IF AUTHORIZED
                               PERFORM SET-DEPARTMENT-DEFAULT
                           END-IF
                       ELSE
                           PERFORM MENU-CHOICE-5-TO-7
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> The back half of the menu, split off so the IF ladder
      *> stays inside the margin.
       MENU-CHOICE-5-TO-7.

           IF MENU-CHOICE = 5
               PERFORM CHECK-AUTHORIZATION
               IF AUTHORIZED
                   PERFORM SET-EMPLOYEE-OVERRIDE
               END-IF
           ELSE
               IF MENU-CHOICE = 6
                   PERFORM CHECK-AUTHORIZATION
                   IF AUTHORIZED
                       PERFORM SAVE-GRADE-FILE
                       MOVE 'N' TO KEEP-GOING-SW
                   END-IF
               ELSE
                   IF MENU-CHOICE = 7
                       IF TABLE-CHANGED
                           DISPLAY "UNSAVED CHANGES DISCARDED."
                       END-IF
                       MOVE 'N' TO KEEP-GOING-SW
                   ELSE
                       DISPLAY "INVALID CHOICE."
                   END-IF
               END-IF
           END-IF.

       LIST-GRADE-STRUCTURE.

           DISPLAY " ".
           DISPLAY "GRD    MINIMUM   MIDPOINT    MAXIMUM".
           DISPLAY "--- ---------- ---------- ----------".
           PERFORM VARYING GRADE-IDX FROM 1 BY 1
               UNTIL GRADE-IDX > GRADE-COUNT
               MOVE GRD-MIN(GRADE-IDX) TO MIN-OUT
               MOVE GRD-MID(GRADE-IDX) TO MID-OUT
               MOVE GRD-MAX(GRADE-IDX) TO MAX-OUT
               DISPLAY GRD-CODE(GRADE-IDX) " " MIN-OUT "  "
                   MID-OUT "  " MAX-OUT
           END-PERFORM.
           DISPLAY GRADE-COUNT " GRADE(S).".

           DISPLAY " ".
           DISPLAY "DEPT GRD".
           DISPLAY "---- ---".
           PERFORM VARYING DEFAULT-IDX FROM 1 BY 1
               UNTIL DEFAULT-IDX > DEFAULT-COUNT
               DISPLAY DFLT-DEPTNO(DEFAULT-IDX) "   "
                   DFLT-GRADE(DEFAULT-IDX)
           END-PERFORM.
           DISPLAY DEFAULT-COUNT " DEPARTMENT DEFAULT(S).".

           DISPLAY " ".
           DISPLAY "EMPNO GRD".
           DISPLAY "----- ---".
           PERFORM VARYING OVERRIDE-IDX FROM 1 BY 1
               UNTIL OVERRIDE-IDX > OVERRIDE-COUNT
               DISPLAY OVRD-EMPNO(OVERRIDE-IDX) " "
                   OVRD-GRADE(OVERRIDE-IDX)
           END-PERFORM.
           DISPLAY OVERRIDE-COUNT " EMPLOYEE OVERRIDE(S).".

       FIND-GRADE.

           MOVE 0 TO GRADE-FOUND-IDX.
           PERFORM VARYING GRADE-IDX FROM 1 BY 1
               UNTIL GRADE-IDX > GRADE-COUNT
                   OR GRADE-FOUND-IDX > 0
               IF GRD-CODE(GRADE-IDX) = ANSWER-GRADE
                   MOVE GRADE-IDX TO GRADE-FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-DEPARTMENT-DEFAULT.

           MOVE 0 TO DEFAULT-FOUND-IDX.
           PERFORM VARYING DEFAULT-IDX FROM 1 BY 1
               UNTIL DEFAULT-IDX > DEFAULT-COUNT
                   OR DEFAULT-FOUND-IDX > 0
               IF DFLT-DEPTNO(DEFAULT-IDX) = ANSWER-DEPTNO
                   MOVE DEFAULT-IDX TO DEFAULT-FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-EMPLOYEE-OVERRIDE.

           MOVE 0 TO OVERRIDE-FOUND-IDX.
           PERFORM VARYING OVERRIDE-IDX FROM 1 BY 1
               UNTIL OVERRIDE-IDX > OVERRIDE-COUNT
                   OR OVERRIDE-FOUND-IDX > 0
               IF OVRD-EMPNO(OVERRIDE-IDX) = ANSWER-EMPNO
                   MOVE OVERRIDE-IDX TO OVERRIDE-FOUND-IDX
               END-IF
           END-PERFORM.

      *> Grade codes are up to three characters, upper-cased, and
      *> may not carry a comma - the file is split with a plain
      *> UNSTRING the same as every other comma file here.
       ACCEPT-GRADE-CODE.

           MOVE SPACES TO ANSWER-GRADE.
           ACCEPT ANSWER-GRADE.
           INSPECT ANSWER-GRADE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO INPUT-LEN.
           INSPECT ANSWER-GRADE TALLYING INPUT-LEN FOR ALL ",".
           IF INPUT-LEN > 0 OR ANSWER-GRADE(1:1) = SPACE
               DISPLAY "GRADE CODE MUST BE 1-3 CHARACTERS, NO "
                   "COMMA, NO LEADING SPACE."
               MOVE SPACES TO ANSWER-GRADE
           END-IF.

       ADD-GRADE.

           IF GRADE-COUNT >= 50
               DISPLAY "TABLE FULL (50 GRADES)."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "GRADE CODE (1-3 CHARACTERS): " WITH NO ADVANCING.
           PERFORM ACCEPT-GRADE-CODE.
           IF ANSWER-GRADE = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-GRADE.
           IF GRADE-FOUND-IDX > 0
               DISPLAY "GRADE " ANSWER-GRADE " ALREADY EXISTS."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "MINIMUM (WHOLE DOLLARS): " WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           PERFORM SCREEN-AMOUNT-INPUT.
           IF INPUT-LEN = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FIELD-INPUT(1:INPUT-LEN) TO NEW-MIN.

           DISPLAY "MIDPOINT (WHOLE DOLLARS): " WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           PERFORM SCREEN-AMOUNT-INPUT.
           IF INPUT-LEN = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FIELD-INPUT(1:INPUT-LEN) TO NEW-MID.

           DISPLAY "MAXIMUM (WHOLE DOLLARS): " WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           PERFORM SCREEN-AMOUNT-INPUT.
           IF INPUT-LEN = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FIELD-INPUT(1:INPUT-LEN) TO NEW-MAX.

           PERFORM SCREEN-RANGE-ORDER.
           IF INPUT-LEN = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO GRADE-COUNT.
           MOVE ANSWER-GRADE TO GRD-CODE(GRADE-COUNT).
           MOVE NEW-MIN TO GRD-MIN(GRADE-COUNT).
           MOVE NEW-MID TO GRD-MID(GRADE-COUNT).
           MOVE NEW-MAX TO GRD-MAX(GRADE-COUNT).
           MOVE 'Y' TO CHANGED-SW.
           DISPLAY "GRADE " ANSWER-GRADE " ADDED.".

      *> Each bound is offered with its current value; a blank
      *> answer keeps it.  The finished range is screened as a
      *> whole so a new minimum cannot pass an old midpoint.
       UPDATE-GRADE-RANGE.

           DISPLAY "GRADE TO UPDATE: " WITH NO ADVANCING.
           PERFORM ACCEPT-GRADE-CODE.
           IF ANSWER-GRADE = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-GRADE.
           IF GRADE-FOUND-IDX = 0
               DISPLAY "NO GRADE " ANSWER-GRADE "."
               EXIT PARAGRAPH
           END-IF.

           MOVE GRD-MIN(GRADE-FOUND-IDX) TO NEW-MIN.
           MOVE GRD-MID(GRADE-FOUND-IDX) TO NEW-MID.
           MOVE GRD-MAX(GRADE-FOUND-IDX) TO NEW-MAX.

           MOVE NEW-MIN TO MIN-OUT.
           DISPLAY "MINIMUM [" MIN-OUT "]: " WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           IF FIELD-INPUT NOT = SPACES
               PERFORM SCREEN-AMOUNT-INPUT
               IF INPUT-LEN = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE FIELD-INPUT(1:INPUT-LEN) TO NEW-MIN
           END-IF.

           MOVE NEW-MID TO MID-OUT.
           DISPLAY "MIDPOINT [" MID-OUT "]: " WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           IF FIELD-INPUT NOT = SPACES
               PERFORM SCREEN-AMOUNT-INPUT
               IF INPUT-LEN = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE FIELD-INPUT(1:INPUT-LEN) TO NEW-MID
           END-IF.

           MOVE NEW-MAX TO MAX-OUT.
           DISPLAY "MAXIMUM [" MAX-OUT "]: " WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           IF FIELD-INPUT NOT = SPACES
               PERFORM SCREEN-AMOUNT-INPUT
               IF INPUT-LEN = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE FIELD-INPUT(1:INPUT-LEN) TO NEW-MAX
           END-IF.

           PERFORM SCREEN-RANGE-ORDER.
           IF INPUT-LEN = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE NEW-MIN TO GRD-MIN(GRADE-FOUND-IDX).
           MOVE NEW-MID TO GRD-MID(GRADE-FOUND-IDX).
           MOVE NEW-MAX TO GRD-MAX(GRADE-FOUND-IDX).
           MOVE 'Y' TO CHANGED-SW.
           DISPLAY "GRADE " ANSWER-GRADE " UPDATED.".

      *> A blank grade takes the department's default off, leaving
      *> its staff ungraded unless they carry an override.
       SET-DEPARTMENT-DEFAULT.

           DISPLAY "DEPTNO (2 DIGITS): " WITH NO ADVANCING.
           MOVE SPACES TO ANSWER-DEPTNO.
           ACCEPT ANSWER-DEPTNO.
           IF ANSWER-DEPTNO NOT NUMERIC
               DISPLAY "DEPTNO MUST BE TWO DIGITS."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-DEPARTMENT-DEFAULT.

           IF DEFAULT-FOUND-IDX > 0
               DISPLAY "DEFAULT GRADE ["
                   DFLT-GRADE(DEFAULT-FOUND-IDX)
                   "] (BLANK REMOVES): " WITH NO ADVANCING
           ELSE
               DISPLAY "DEFAULT GRADE: " WITH NO ADVANCING
           END-IF.
           PERFORM ACCEPT-GRADE-CODE.

           IF ANSWER-GRADE = SPACES
               IF DEFAULT-FOUND-IDX > 0
                   PERFORM REMOVE-DEPARTMENT-DEFAULT
                   MOVE 'Y' TO CHANGED-SW
                   DISPLAY "DEPARTMENT " ANSWER-DEPTNO
                       " DEFAULT REMOVED."
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-GRADE.
           IF GRADE-FOUND-IDX = 0
               DISPLAY "NO GRADE " ANSWER-GRADE
                   " - ADD THE GRADE FIRST."
               EXIT PARAGRAPH
           END-IF.

           IF DEFAULT-FOUND-IDX = 0
               IF DEFAULT-COUNT >= 99
                   DISPLAY "TABLE FULL (99 DEPARTMENTS)."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DEFAULT-COUNT
               MOVE DEFAULT-COUNT TO DEFAULT-FOUND-IDX
               MOVE ANSWER-DEPTNO TO DFLT-DEPTNO(DEFAULT-FOUND-IDX)
           END-IF.
           MOVE ANSWER-GRADE TO DFLT-GRADE(DEFAULT-FOUND-IDX).
           MOVE 'Y' TO CHANGED-SW.
           DISPLAY "DEPARTMENT " ANSWER-DEPTNO " DEFAULTS TO GRADE "
               ANSWER-GRADE ".".

       REMOVE-DEPARTMENT-DEFAULT.

           PERFORM VARYING DEFAULT-IDX FROM DEFAULT-FOUND-IDX BY 1
               UNTIL DEFAULT-IDX >= DEFAULT-COUNT
               MOVE DEFAULT-ENTRY(DEFAULT-IDX + 1)
                   TO DEFAULT-ENTRY(DEFAULT-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM DEFAULT-COUNT.

      *> A blank grade drops the override, putting the employee
      *> back on the department default.
       SET-EMPLOYEE-OVERRIDE.

           DISPLAY "EMPNO: " WITH NO ADVANCING.
           MOVE SPACES TO ANSWER-EMPNO.
           ACCEPT ANSWER-EMPNO.
           IF ANSWER-EMPNO = SPACES
               DISPLAY "EMPNO REQUIRED."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-EMPLOYEE-OVERRIDE.

           IF OVERRIDE-FOUND-IDX > 0
               DISPLAY "OVERRIDE GRADE ["
                   OVRD-GRADE(OVERRIDE-FOUND-IDX)
                   "] (BLANK REMOVES): " WITH NO ADVANCING
           ELSE
               DISPLAY "OVERRIDE GRADE: " WITH NO ADVANCING
           END-IF.
           PERFORM ACCEPT-GRADE-CODE.

           IF ANSWER-GRADE = SPACES
               IF OVERRIDE-FOUND-IDX > 0
                   PERFORM REMOVE-EMPLOYEE-OVERRIDE
                   MOVE 'Y' TO CHANGED-SW
                   DISPLAY "EMPLOYEE " ANSWER-EMPNO
                       " BACK ON DEPARTMENT DEFAULT."
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-GRADE.
           IF GRADE-FOUND-IDX = 0
               DISPLAY "NO GRADE " ANSWER-GRADE
                   " - ADD THE GRADE FIRST."
               EXIT PARAGRAPH
           END-IF.

           IF OVERRIDE-FOUND-IDX = 0
               IF OVERRIDE-COUNT >= 2000
                   DISPLAY "TABLE FULL (2000 OVERRIDES)."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO OVERRIDE-COUNT
               MOVE OVERRIDE-COUNT TO OVERRIDE-FOUND-IDX
               MOVE ANSWER-EMPNO TO OVRD-EMPNO(OVERRIDE-FOUND-IDX)
           END-IF.
           MOVE ANSWER-GRADE TO OVRD-GRADE(OVERRIDE-FOUND-IDX).
           MOVE 'Y' TO CHANGED-SW.
           DISPLAY "EMPLOYEE " ANSWER-EMPNO " SET TO GRADE "
               ANSWER-GRADE ".".

       REMOVE-EMPLOYEE-OVERRIDE.

           PERFORM VARYING OVERRIDE-IDX FROM OVERRIDE-FOUND-IDX BY 1
               UNTIL OVERRIDE-IDX >= OVERRIDE-COUNT
               MOVE OVERRIDE-ENTRY(OVERRIDE-IDX + 1)
                   TO OVERRIDE-ENTRY(OVERRIDE-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM OVERRIDE-COUNT.

      *> Leaves the significant length in INPUT-LEN, or zero when
      *> the input is not a usable whole-dollar amount.
       SCREEN-AMOUNT-INPUT.

           MOVE 0 TO INPUT-LEN.
           INSPECT FIELD-INPUT
               TALLYING INPUT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
           IF INPUT-LEN = 0 OR INPUT-LEN > 7
                   OR FIELD-INPUT(1:INPUT-LEN) IS NOT NUMERIC
               DISPLAY "AMOUNT MUST BE 1-7 DIGITS, WHOLE DOLLARS."
               MOVE 0 TO INPUT-LEN
           END-IF.

      *> Zero INPUT-LEN when the range is not minimum <= midpoint
      *> <= maximum with a non-zero minimum.
       SCREEN-RANGE-ORDER.

           MOVE 1 TO INPUT-LEN.
           IF NEW-MIN = 0 OR NEW-MIN > NEW-MID OR NEW-MID > NEW-MAX
               DISPLAY "RANGE MUST RUN MINIMUM <= MIDPOINT <= "
                   "MAXIMUM, MINIMUM ABOVE ZERO - NOT CHANGED."
               MOVE 0 TO INPUT-LEN
           END-IF.

       SAVE-GRADE-FILE.

           OPEN OUTPUT GRADE-FILE.
           PERFORM WRITE-ONE-GRADE
               VARYING GRADE-IDX FROM 1 BY 1
               UNTIL GRADE-IDX > GRADE-COUNT.
           PERFORM WRITE-ONE-DEFAULT
               VARYING DEFAULT-IDX FROM 1 BY 1
               UNTIL DEFAULT-IDX > DEFAULT-COUNT.
           PERFORM WRITE-ONE-OVERRIDE
               VARYING OVERRIDE-IDX FROM 1 BY 1
               UNTIL OVERRIDE-IDX > OVERRIDE-COUNT.
           CLOSE GRADE-FILE.
           DISPLAY GRADE-COUNT " GRADE(S), " DEFAULT-COUNT
               " DEFAULT(S), " OVERRIDE-COUNT
               " OVERRIDE(S) SAVED TO " GRADE-FILENAME.
           PERFORM LOG-MAINT-ACTIVITY.

       WRITE-ONE-GRADE.

           MOVE GRD-MIN(GRADE-IDX) TO MIN-FILE-OUT.
           MOVE GRD-MID(GRADE-IDX) TO MID-FILE-OUT.
           MOVE GRD-MAX(GRADE-IDX) TO MAX-FILE-OUT.
           MOVE SPACES TO GRADE-RECORD.
           STRING "G,"                  DELIMITED BY SIZE
                  GRD-CODE(GRADE-IDX)   DELIMITED BY SPACE
                  ","                   DELIMITED BY SIZE
                  MIN-FILE-OUT          DELIMITED BY SIZE
                  ","                   DELIMITED BY SIZE
                  MID-FILE-OUT          DELIMITED BY SIZE
                  ","                   DELIMITED BY SIZE
                  MAX-FILE-OUT          DELIMITED BY SIZE
               INTO GRADE-RECORD.
           WRITE GRADE-RECORD.

       WRITE-ONE-DEFAULT.

           MOVE SPACES TO GRADE-RECORD.
           STRING "D,"                     DELIMITED BY SIZE
                  DFLT-DEPTNO(DEFAULT-IDX) DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  DFLT-GRADE(DEFAULT-IDX)  DELIMITED BY SPACE
               INTO GRADE-RECORD.
           WRITE GRADE-RECORD.

       WRITE-ONE-OVERRIDE.

           MOVE SPACES TO GRADE-RECORD.
           STRING "E,"                      DELIMITED BY SIZE
                  OVRD-EMPNO(OVERRIDE-IDX)  DELIMITED BY SPACE
                  ","                       DELIMITED BY SIZE
                  OVRD-GRADE(OVERRIDE-IDX)  DELIMITED BY SPACE
               INTO GRADE-RECORD.
           WRITE GRADE-RECORD.

      * ----------------------------------------------------------- *
      * Operator authorization - the same "operid,function" file   *
      * and check sql-example, DEPTMAINT and BUDGMAINT use.        *
      * ----------------------------------------------------------- *
       LOAD-OPERATOR-AUTH.

           DISPLAY "GMAUTHDD" UPON ENVIRONMENT-NAME.
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

           MOVE "GRADMAINT" TO AUTH-FUNCTION.

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

           DISPLAY "GMVIODD" UPON ENVIRONMENT-NAME.
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
               ",GRADMAINT"   DELIMITED BY SIZE
               INTO AUTH-VIOLATION-RECORD.
           WRITE AUTH-VIOLATION-RECORD.

           CLOSE AUTH-VIOLATION-FILE.

      *> "date,time,operid,function,SAVE" - the same shape as the
      *> violations file, appended to the same way.
       LOG-MAINT-ACTIVITY.

           DISPLAY "GMACTDD" UPON ENVIRONMENT-NAME.
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
               ",GRADMAINT,SAVE" DELIMITED BY SIZE
               INTO ACTIVITY-RECORD.
           WRITE ACTIVITY-RECORD.

           CLOSE ACTIVITY-FILE.
