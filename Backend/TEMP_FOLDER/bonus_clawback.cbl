       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BONCLAW.

      * ----------------------------------------------------------- *
      * Bonus clawback.  Policy says anyone who resigns within a   *
      * set number of months of a bonus payout owes back a share   *
      * of it; BONRECON proves what was paid and the status rows   *
      * say who left, but nothing ever put the two together.  This *
      * run walks every payment on record - the paid register      *
      * history BONRECON keeps, one generation per pay date, plus  *
      * any PAID row on payroll's current return file that has not *
      * reached the history yet - and looks each employee up on    *
      * emp.idx.  Anyone now at status T whose status date falls   *
      * inside the clawback window after the pay date owes back    *
      * the schedule's share of what they were paid.               *
      *                                                             *
      * The schedule rides in the bonus rules file as              *
      * "CLAW,months,d.ddd,label" lines: a leaver whose whole      *
      * months from pay date to status date are fewer than         *
      * "months" repays that fraction, the shortest band that      *
      * fits winning - e.g. CLAW,03,1.000 / CLAW,06,0.500 /        *
      * CLAW,12,0.250.  The longest band is the window; no CLAW    *
      * lines means no clawback policy is in force.                *
      *                                                             *
      * The recovery is credited back to the departments the       *
      * payment was charged to, in the proportions of the charge   *
      * shares DisplayIntegers cut (the last department takes the  *
      * rounding remainder); a payment with no shares on record    *
      * reverses against the leaver's department on emp.idx.       *
      *                                                             *
      * Output is a recovery file for payroll ("empno,name,        *
      * paydate,statdate,paidamount,pct,recovery" and a            *
      * "C,count,total" control line), the reversing GL file in    *
      * bonus_gl.dat's shape ("R,deptno,count,amount" credits and  *
      * "C,count,amount"), and a clawback report carrying the same *
      * reversing lines per department.                             *
      *                                                             *
      * BONCLAW_MODE=APPLY journals every recovery raised, so the  *
      * same payment is never clawed back twice; anything else is  *
      * a preview that writes the files and report only.           *
      * ----------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-INDEX-FILE ASSIGN TO "CLWIDXDD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMPX-EMPNO
              FILE STATUS IS EMP-INDEX-STATUS.

      *> BONRECON's paid register history - P and S lines.
           SELECT HISTORY-FILE ASSIGN TO "CLWHSTDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HISTORY-STATUS.

      *> Payroll's return file and the charge shares of the bonus
      *> run it answers - for a payment not yet in the history.
           SELECT PAID-FILE ASSIGN TO "CLWPAYDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAID-STATUS.

           SELECT CHARGE-FILE ASSIGN TO "CLWCHGDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHARGE-STATUS.

           SELECT RULES-FILE ASSIGN TO "CLWRULDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RULES-STATUS.

           SELECT CLAW-JOURNAL-FILE ASSIGN TO "CLWJRNDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CLAW-JOURNAL-STATUS.

           SELECT RECOVERY-FILE ASSIGN TO "CLWRCVDD"
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-REVERSAL-FILE ASSIGN TO "CLWGLDD"
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLAW-REPORT-FILE ASSIGN TO "CLWRPTDD"
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

       FD  HISTORY-FILE.
       01  HISTORY-RECORD        PIC X(60).

       FD  PAID-FILE.
       01  PAID-RECORD           PIC X(200).

       FD  CHARGE-FILE.
       01  CHARGE-RECORD         PIC X(40).

       FD  RULES-FILE.
       01  RULES-RECORD          PIC X(80).

       FD  CLAW-JOURNAL-FILE.
       01  CLAW-JOURNAL-RECORD   PIC X(60).

       FD  RECOVERY-FILE.
       01  RECOVERY-RECORD       PIC X(80).

       FD  GL-REVERSAL-FILE.
       01  GL-REVERSAL-RECORD    PIC X(40).

       FD  CLAW-REPORT-FILE.
       01  CLAW-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.

       01  EMP-INDEX-FILENAME    PIC X(60) VALUE
               '/app/data/emp.idx'.
       01  HISTORY-FILENAME      PIC X(60) VALUE
               '/app/data/bonus_paid_history.dat'.
       01  PAID-FILENAME         PIC X(60) VALUE
               '/app/data/bonus_paid.csv'.
       01  CHARGE-FILENAME       PIC X(60) VALUE
               '/app/data/bonus_charges.csv'.
       01  RULES-FILENAME        PIC X(60) VALUE
               '/app/data/bonus_rules.dat'.
       01  CLAW-JOURNAL-FILENAME PIC X(60) VALUE
               '/app/data/bonus_clawback_journal.dat'.
       01  RECOVERY-FILENAME     PIC X(60) VALUE
               '/app/data/bonus_recovery.csv'.
       01  GL-REVERSAL-FILENAME  PIC X(60) VALUE
               '/app/data/bonus_clawback_gl.dat'.
       01  CLAW-REPORT-FILENAME  PIC X(60) VALUE
               '/app/data/bonus_clawback_report.txt'.

       01  EMP-INDEX-STATUS      PIC X(2).
       01  HISTORY-STATUS        PIC X(2).
           88  HISTORY-FILE-OK        VALUE '00'.
       01  PAID-STATUS           PIC X(2).
           88  PAID-FILE-OK           VALUE '00'.
       01  CHARGE-STATUS         PIC X(2).
           88  CHARGE-FILE-OK         VALUE '00'.
       01  RULES-STATUS          PIC X(2).
           88  RULES-FILE-NOT-FOUND   VALUE '35'.
       01  CLAW-JOURNAL-STATUS   PIC X(2).
           88  CLAW-JOURNAL-NOT-FOUND VALUE '35'.

       01  END-OF-FILE           PIC X VALUE 'N'.
       01  PARM-MODE             PIC X(10).
       01  RUN-MODE-SW           PIC X VALUE 'P'.
           88  APPLY-MODE        VALUE 'A'.
       01  RUN-DATE              PIC 9(8).

      * ----------------------------------------------------------- *
      * The clawback schedule - CLAW lines off the rules file.      *
      * ----------------------------------------------------------- *
       01  CLAW-COUNT            PIC 99 VALUE 0.
       01  CLAW-IDX              PIC 99.
       01  BEST-CLAW-IDX         PIC 99.
       01  CLAW-WINDOW-MONTHS    PIC 99 VALUE 0.
       01  CLAW-TABLE.
           05  CLAW-ENTRY        OCCURS 20 TIMES.
               10  CLAW-MONTHS        PIC 99.
               10  CLAW-PCT           PIC 9V999.
               10  CLAW-LABEL         PIC X(14).
       01  RULE-KEYWORD          PIC X(4).
       01  RULE-FIELD-2          PIC X(10).
       01  RULE-FIELD-3          PIC X(5).
       01  RULE-FIELD-4          PIC X(14).
       01  RULE-PCT-WHOLE        PIC 9.
       01  RULE-PCT-FRACTION     PIC 9(3).
       01  PARM-LEN              PIC 99.

      * ----------------------------------------------------------- *
      * Every payment on record - empno + pay date, what payroll   *
      * paid, the register bonus the shares were cut from, and     *
      * where it was found (H history, L current return file).     *
      * ----------------------------------------------------------- *
       01  PMT-COUNT             PIC 9(5) VALUE 0.
       01  PMT-IDX               PIC 9(5).
       01  PMT-TRUNCATED         PIC 9(5) VALUE 0.
       01  PMT-TABLE.
           05  PMT-ENTRY         OCCURS 10000 TIMES.
               10  PMT-EMPNO          PIC X(5).
               10  PMT-PAYDATE        PIC X(8).
               10  PMT-AMOUNT         PIC 9(7)V99.
               10  PMT-BONUS          PIC 9(7)V99.
               10  PMT-SOURCE         PIC X.
       01  PMT-FOUND-SW          PIC X.
           88  PMT-FOUND         VALUE 'Y'.

      *> The department charge shares behind each payment.
       01  SHR-COUNT             PIC 9(5) VALUE 0.
       01  SHR-IDX               PIC 9(5).
       01  SHR-TABLE.
           05  SHR-ENTRY         OCCURS 20000 TIMES.
               10  SHR-EMPNO          PIC X(5).
               10  SHR-PAYDATE        PIC X(8).
               10  SHR-DEPTNO         PIC X(2).
               10  SHR-AMOUNT         PIC 9(7)V99.

      *> The current bonus run's charge shares, by employee.
       01  CHG-COUNT             PIC 9(5) VALUE 0.
       01  CHG-IDX               PIC 9(5).
       01  CHG-TABLE.
           05  CHG-ENTRY         OCCURS 8000 TIMES.
               10  CHG-EMPNO          PIC X(5).
               10  CHG-DEPTNO         PIC X(2).
               10  CHG-AMOUNT         PIC 9(7)V99.

      *> Line parse scratch.
       01  PARSE-TYPE            PIC X(2).
       01  PARSE-FIELD-2         PIC X(10).
       01  PARSE-FIELD-3         PIC X(10).
       01  PARSE-FIELD-4         PIC X(10).
       01  PARSE-FIELD-5         PIC X(10).
       01  TEMP-SALARY-X         PIC X(10).
       01  TEMP-SALARY           PIC 9(7)V99.
       01  TEMP-SALARY-WHOLE     PIC X(7).
       01  TEMP-SALARY-CENTS     PIC X(2).
       01  TEMP-SALARY-WHOLE-N   PIC 9(7).
       01  TEMP-SALARY-CENTS-N   PIC 9(2).

      * ----------------------------------------------------------- *
      * Payments already clawed back - empno + pay date.            *
      * ----------------------------------------------------------- *
       01  DONE-COUNT            PIC 9(5) VALUE 0.
       01  DONE-IDX              PIC 9(5).
       01  DONE-FOUND-SW         PIC X VALUE 'N'.
           88  DONE-FOUND        VALUE 'Y'.
       01  DONE-TABLE.
           05  DONE-ENTRY        OCCURS 5000 TIMES.
               10  DONE-EMPNO         PIC X(5).
               10  DONE-PAYDATE       PIC X(8).

      * ----------------------------------------------------------- *
      * The payment being tested.                                   *
      * ----------------------------------------------------------- *
       01  PAY-YYYY              PIC 9(4).
       01  PAY-MM                PIC 99.
       01  PAY-DD                PIC 99.
       01  TERM-YYYY             PIC 9(4).
       01  TERM-MM               PIC 99.
       01  TERM-DD               PIC 99.
       01  ELAPSED-MONTHS        PIC S9(5).
       01  RECOVERY-AMOUNT       PIC 9(7)V99.
       01  CHARGE-BASIS          PIC 9(9)V99.
       01  SHARE-COUNT           PIC 9(3).
       01  SHARE-SEEN            PIC 9(3).
       01  SHARE-ALLOCATED       PIC 9(9)V99.
       01  SHARE-REMAINDER       PIC S9(9)V99.
       01  SHARE-CREDIT          PIC 9(9)V99.
       01  SHARE-BEST-AMOUNT     PIC 9(7)V99.
       01  SHARE-BEST-DEPTNO     PIC X(2).
       01  CHARGED-NOTE          PIC X(20).

      * ----------------------------------------------------------- *
      * Reversing GL lines - one credit per department, first-sight *
      * order, the way DisplayIntegers builds its debits.           *
      * ----------------------------------------------------------- *
       01  GLR-COUNT             PIC 99 VALUE 0.
       01  GLR-IDX               PIC 99.
       01  GLR-TABLE.
           05  GLR-ENTRY         OCCURS 99 TIMES.
               10  GLR-DEPTNO         PIC X(2).
               10  GLR-EMP-COUNT      PIC 9(5).
               10  GLR-AMOUNT         PIC 9(9)V99.
       01  GLR-FOUND-SW          PIC X.
           88  GLR-FOUND         VALUE 'Y'.
       01  GLR-ADD-DEPTNO        PIC X(2).
       01  GLR-ADD-AMOUNT        PIC 9(9)V99.
       01  GLR-ADD-HEADCOUNT     PIC 9.

       01  PAYMENT-COUNT         PIC 9(5) VALUE 0.
       01  CLAWBACK-COUNT        PIC 9(5) VALUE 0.
       01  ALREADY-COUNT         PIC 9(5) VALUE 0.
       01  OUTSIDE-COUNT         PIC 9(5) VALUE 0.
       01  NOT-ON-FILE-COUNT     PIC 9(5) VALUE 0.
       01  PAID-TOTAL            PIC 9(9)V99 VALUE 0.
       01  RECOVERY-TOTAL        PIC 9(9)V99 VALUE 0.

      *> Output formatting.
       01  TEMP-NAME             PIC X(10).
       01  QUOTED-NAME           PIC X(12).
       01  NAME-COMMA-COUNT      PIC 99.
       01  OUT-AMOUNT            PIC 9(7).9(2).
       01  OUT-RECOVERY          PIC 9(7).9(2).
       01  OUT-PCT               PIC 9.9(3).
       01  OUT-COUNT             PIC 9(5).
       01  OUT-TOTAL             PIC 9(9).9(2).
       01  RPT-AMOUNT-OUT        PIC Z,ZZZ,ZZ9.99.
       01  RPT-RECOVERY-OUT      PIC Z,ZZZ,ZZ9.99.
       01  RPT-TOTAL-OUT         PIC ZZZ,ZZZ,ZZ9.99.
       01  RPT-PCT-OUT           PIC 9.999.
       01  RPT-MONTHS-OUT        PIC ZZ9.
       01  RPT-COUNT-OUT         PIC ZZ,ZZ9.
       01  RPT-PRINT-LINE        PIC X(132).
       01  RPT-PAGE-SIZE         PIC 99 VALUE 60.
       01  RPT-LINE-COUNT        PIC 99 VALUE 0.
       01  RPT-PAGE-COUNT        PIC 999 VALUE 0.

       PROCEDURE DIVISION.
       MAIN.

           DISPLAY " ".
           DISPLAY "BONUS CLAWBACK".
           DISPLAY "--------------".

           PERFORM READ-RUN-PARAMETERS.
           PERFORM LOAD-CLAWBACK-SCHEDULE.
           PERFORM LOAD-CLAWBACK-JOURNAL.
           PERFORM LOAD-PAID-HISTORY.
           PERFORM LOAD-CHARGE-TABLE.
           PERFORM LOAD-CURRENT-RETURN-FILE.

           DISPLAY PMT-COUNT " PAYMENT(S) ON RECORD.".
           IF PMT-TRUNCATED > 0
               DISPLAY "WARNING: PAYMENT TABLE CAPACITY (10000) "
                   "EXCEEDED - " PMT-TRUNCATED
                   " PAYMENT(S) NOT TESTED."
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY " ".

           DISPLAY "CLWIDXDD" UPON ENVIRONMENT-NAME.
           DISPLAY EMP-INDEX-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT EMP-INDEX-FILE.
           IF EMP-INDEX-STATUS NOT = '00'
               DISPLAY "CANNOT OPEN " EMP-INDEX-FILENAME
                   " - STATUS " EMP-INDEX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "CLWRCVDD" UPON ENVIRONMENT-NAME.
           DISPLAY RECOVERY-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RECOVERY-FILE.
           DISPLAY "CLWRPTDD" UPON ENVIRONMENT-NAME.
           DISPLAY CLAW-REPORT-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT CLAW-REPORT-FILE.
           IF APPLY-MODE
               DISPLAY "CLWJRNDD" UPON ENVIRONMENT-NAME
               DISPLAY CLAW-JOURNAL-FILENAME UPON ENVIRONMENT-VALUE
               OPEN EXTEND CLAW-JOURNAL-FILE
               IF CLAW-JOURNAL-NOT-FOUND
                   OPEN OUTPUT CLAW-JOURNAL-FILE
               END-IF
           END-IF.

           PERFORM WRITE-REPORT-PAGE-HEADER.

           IF CLAW-COUNT > 0
               PERFORM TEST-ONE-PAYMENT
                   VARYING PMT-IDX FROM 1 BY 1
                   UNTIL PMT-IDX > PMT-COUNT
           END-IF.

           MOVE CLAWBACK-COUNT TO OUT-COUNT.
           MOVE RECOVERY-TOTAL TO OUT-TOTAL.
           MOVE SPACES TO RECOVERY-RECORD.
           STRING "C,"          DELIMITED BY SIZE
                  OUT-COUNT     DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  OUT-TOTAL     DELIMITED BY SIZE
               INTO RECOVERY-RECORD.
           WRITE RECOVERY-RECORD.

           PERFORM WRITE-GL-REVERSAL-FILE.
           PERFORM WRITE-REPORT-TOTALS.

           CLOSE EMP-INDEX-FILE.
           CLOSE RECOVERY-FILE.
           CLOSE CLAW-REPORT-FILE.
           IF APPLY-MODE
               CLOSE CLAW-JOURNAL-FILE
           END-IF.

           DISPLAY "PAYMENTS TESTED       : " PAYMENT-COUNT.
           DISPLAY "CLAWBACKS RAISED      : " CLAWBACK-COUNT.
           DISPLAY "ALREADY CLAWED BACK   : " ALREADY-COUNT.
           DISPLAY "LEFT OUTSIDE WINDOW   : " OUTSIDE-COUNT.
           DISPLAY "NOT ON EMP.IDX        : " NOT-ON-FILE-COUNT.
           MOVE RECOVERY-TOTAL TO RPT-TOTAL-OUT.
           DISPLAY "RECOVERABLE TOTAL     : " RPT-TOTAL-OUT.
           DISPLAY "RECOVERY: " RECOVERY-FILENAME.
           DISPLAY "GL      : " GL-REVERSAL-FILENAME.
           DISPLAY "REPORT  : " CLAW-REPORT-FILENAME.
           IF NOT APPLY-MODE
               DISPLAY "PREVIEW ONLY - NOTHING JOURNALLED. SET "
                   "BONCLAW_MODE=APPLY TO RAISE THE RECOVERIES."
           END-IF.

           DISPLAY " ".
           DISPLAY "HAVE A GOOD DAY!".
           DISPLAY " ".
           STOP RUN.

       READ-RUN-PARAMETERS.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT PARM-MODE FROM ENVIRONMENT "BONCLAW_MODE".
           INSPECT PARM-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF PARM-MODE = "APPLY"
               MOVE 'A' TO RUN-MODE-SW
               DISPLAY "MODE: APPLY - RECOVERIES WILL BE JOURNALLED."
           ELSE
               DISPLAY "MODE: PREVIEW - NOTHING WILL BE JOURNALLED."
           END-IF.
           DISPLAY " ".

      * ----------------------------------------------------------- *
      * CLAW lines off the rules file DisplayIntegers reads - TIER *
      * and EXCL lines are its business and are passed over.       *
      * ----------------------------------------------------------- *
       LOAD-CLAWBACK-SCHEDULE.

           DISPLAY "CLWRULDD" UPON ENVIRONMENT-NAME.
           DISPLAY RULES-FILENAME UPON ENVIRONMENT-VALUE.

           OPEN INPUT RULES-FILE.
           IF NOT RULES-FILE-NOT-FOUND
               MOVE 'N' TO END-OF-FILE
               PERFORM READ-ONE-RULE UNTIL END-OF-FILE = 'Y'
               CLOSE RULES-FILE
               MOVE 'N' TO END-OF-FILE
           END-IF.

           IF CLAW-COUNT = 0
               DISPLAY "NO CLAW LINES IN THE RULES FILE - NO "
                   "CLAWBACK POLICY IN FORCE."
           ELSE
               DISPLAY CLAW-COUNT " CLAWBACK BAND(S), WINDOW "
                   CLAW-WINDOW-MONTHS " MONTH(S) AFTER PAYOUT."
           END-IF.

       READ-ONE-RULE.

           READ RULES-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   PERFORM PARSE-ONE-RULE
           END-READ.

       PARSE-ONE-RULE.

           MOVE SPACES TO RULE-KEYWORD.
           MOVE SPACES TO RULE-FIELD-2.
           MOVE SPACES TO RULE-FIELD-3.
           MOVE SPACES TO RULE-FIELD-4.

           UNSTRING RULES-RECORD DELIMITED BY ","
               INTO RULE-KEYWORD, RULE-FIELD-2, RULE-FIELD-3,
                    RULE-FIELD-4.

           IF RULE-KEYWORD = 'CLAW' AND CLAW-COUNT < 20
               PERFORM LOAD-ONE-CLAW-RULE
           END-IF.

      *> Months as one or two digits, the fraction as d.ddd no
      *> greater than 1.000; either failing voids the whole line.
       LOAD-ONE-CLAW-RULE.

           MOVE 0 TO PARM-LEN.
           INSPECT RULE-FIELD-2
               TALLYING PARM-LEN FOR CHARACTERS BEFORE INITIAL SPACE.

           IF PARM-LEN > 0 AND PARM-LEN < 3
                   AND RULE-FIELD-2(1:PARM-LEN) IS NUMERIC
                   AND RULE-FIELD-3(1:1) IS NUMERIC
                   AND RULE-FIELD-3(2:1) = '.'
                   AND RULE-FIELD-3(3:3) IS NUMERIC
               MOVE RULE-FIELD-3(1:1) TO RULE-PCT-WHOLE
               MOVE RULE-FIELD-3(3:3) TO RULE-PCT-FRACTION
           ELSE
               DISPLAY "BAD CLAW LINE IGNORED: " RULES-RECORD
               EXIT PARAGRAPH
           END-IF.

           IF RULE-PCT-WHOLE > 1
                   OR (RULE-PCT-WHOLE = 1 AND RULE-PCT-FRACTION > 0)
                   OR RULE-FIELD-2(1:PARM-LEN) = ZERO
               DISPLAY "BAD CLAW LINE IGNORED: " RULES-RECORD
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CLAW-COUNT.
           MOVE RULE-FIELD-2(1:PARM-LEN) TO CLAW-MONTHS(CLAW-COUNT).
           COMPUTE CLAW-PCT(CLAW-COUNT) =
               RULE-PCT-WHOLE + (RULE-PCT-FRACTION / 1000).
           MOVE RULE-FIELD-4 TO CLAW-LABEL(CLAW-COUNT).
           IF CLAW-MONTHS(CLAW-COUNT) > CLAW-WINDOW-MONTHS
               MOVE CLAW-MONTHS(CLAW-COUNT) TO CLAW-WINDOW-MONTHS
           END-IF.

       LOAD-CLAWBACK-JOURNAL.

           DISPLAY "CLWJRNDD" UPON ENVIRONMENT-NAME.
           DISPLAY CLAW-JOURNAL-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT CLAW-JOURNAL-FILE.
           IF CLAW-JOURNAL-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-JOURNAL-ENTRY UNTIL END-OF-FILE = 'Y'.
           CLOSE CLAW-JOURNAL-FILE.
           MOVE 'N' TO END-OF-FILE.

      *> A journal entry that did not fit would let its recovery be
      *> raised a second time, so a full table stops the run before
      *> anything is tested.
       READ-ONE-JOURNAL-ENTRY.

           READ CLAW-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   IF DONE-COUNT >= 5000
                       DISPLAY "*** JOURNAL TABLE CAPACITY (5000) "
                           "EXCEEDED - NOTHING TESTED ***"
                       CLOSE CLAW-JOURNAL-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE SPACES TO PARSE-FIELD-3
                   MOVE SPACES TO PARSE-FIELD-2
                   UNSTRING CLAW-JOURNAL-RECORD DELIMITED BY ","
                       INTO PARSE-FIELD-3, PARSE-FIELD-2
                   ADD 1 TO DONE-COUNT
                   MOVE PARSE-FIELD-3 TO DONE-EMPNO(DONE-COUNT)
                   MOVE PARSE-FIELD-2 TO DONE-PAYDATE(DONE-COUNT)
           END-READ.

      * ----------------------------------------------------------- *
      * The paid register generations - "P,paydate,empno,paid,    *
      * bonus,rundate" per payment with its "S,paydate,empno,      *
      * deptno,amount" shares.                                      *
      * ----------------------------------------------------------- *
       LOAD-PAID-HISTORY.

           DISPLAY "CLWHSTDD" UPON ENVIRONMENT-NAME.
           DISPLAY HISTORY-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
               DISPLAY "NO PAID REGISTER HISTORY - ONLY THE CURRENT "
                   "RETURN FILE WILL BE TESTED."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-HISTORY-ROW UNTIL END-OF-FILE = 'Y'.
           CLOSE HISTORY-FILE.
           MOVE 'N' TO END-OF-FILE.

       READ-ONE-HISTORY-ROW.

           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   PERFORM PARSE-ONE-HISTORY-ROW
           END-READ.

       PARSE-ONE-HISTORY-ROW.

           MOVE SPACES TO PARSE-TYPE.
           MOVE SPACES TO PARSE-FIELD-2.
           MOVE SPACES TO PARSE-FIELD-3.
           MOVE SPACES TO PARSE-FIELD-4.
           MOVE SPACES TO PARSE-FIELD-5.
           UNSTRING HISTORY-RECORD DELIMITED BY ","
               INTO PARSE-TYPE, PARSE-FIELD-2, PARSE-FIELD-3,
                    PARSE-FIELD-4, PARSE-FIELD-5.

           IF PARSE-TYPE = 'P'
               IF PMT-COUNT >= 10000
                   ADD 1 TO PMT-TRUNCATED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PMT-COUNT
               MOVE PARSE-FIELD-3 TO PMT-EMPNO(PMT-COUNT)
               MOVE PARSE-FIELD-2 TO PMT-PAYDATE(PMT-COUNT)
               MOVE PARSE-FIELD-4 TO TEMP-SALARY-X
               PERFORM PARSE-SALARY-AMOUNT
               MOVE TEMP-SALARY TO PMT-AMOUNT(PMT-COUNT)
               MOVE PARSE-FIELD-5 TO TEMP-SALARY-X
               PERFORM PARSE-SALARY-AMOUNT
               MOVE TEMP-SALARY TO PMT-BONUS(PMT-COUNT)
               MOVE 'H' TO PMT-SOURCE(PMT-COUNT)
           END-IF.

           IF PARSE-TYPE = 'S' AND SHR-COUNT < 20000
               ADD 1 TO SHR-COUNT
               MOVE PARSE-FIELD-3 TO SHR-EMPNO(SHR-COUNT)
               MOVE PARSE-FIELD-2 TO SHR-PAYDATE(SHR-COUNT)
               MOVE PARSE-FIELD-4 TO SHR-DEPTNO(SHR-COUNT)
               MOVE PARSE-FIELD-5 TO TEMP-SALARY-X
               PERFORM PARSE-SALARY-AMOUNT
               MOVE TEMP-SALARY TO SHR-AMOUNT(SHR-COUNT)
           END-IF.

       LOAD-CHARGE-TABLE.

           DISPLAY "CLWCHGDD" UPON ENVIRONMENT-NAME.
           DISPLAY CHARGE-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT CHARGE-FILE.
           IF NOT CHARGE-FILE-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-CHARGE-ROW UNTIL END-OF-FILE = 'Y'.
           CLOSE CHARGE-FILE.
           MOVE 'N' TO END-OF-FILE.

       READ-ONE-CHARGE-ROW.

           READ CHARGE-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   MOVE SPACES TO PARSE-FIELD-2
                   MOVE SPACES TO PARSE-FIELD-3
                   MOVE SPACES TO PARSE-FIELD-4
                   UNSTRING CHARGE-RECORD DELIMITED BY ","
                       INTO PARSE-FIELD-2, PARSE-FIELD-3,
                            PARSE-FIELD-4
                   IF PARSE-FIELD-2 NOT = SPACES
                           AND CHG-COUNT < 8000
                       ADD 1 TO CHG-COUNT
                       MOVE PARSE-FIELD-2 TO CHG-EMPNO(CHG-COUNT)
                       MOVE PARSE-FIELD-3 TO CHG-DEPTNO(CHG-COUNT)
                       MOVE PARSE-FIELD-4 TO TEMP-SALARY-X
                       PERFORM PARSE-SALARY-AMOUNT
                       MOVE TEMP-SALARY TO CHG-AMOUNT(CHG-COUNT)
                   END-IF
           END-READ.

      * ----------------------------------------------------------- *
      * PAID rows on payroll's current return file that BONRECON   *
      * has not carried into the history yet - the payment is      *
      * just as recoverable, with its shares off the current       *
      * charge file.                                                *
      * ----------------------------------------------------------- *
       LOAD-CURRENT-RETURN-FILE.

           DISPLAY "CLWPAYDD" UPON ENVIRONMENT-NAME.
           DISPLAY PAID-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT PAID-FILE.
           IF NOT PAID-FILE-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-PAID-ROW UNTIL END-OF-FILE = 'Y'.
           CLOSE PAID-FILE.
           MOVE 'N' TO END-OF-FILE.

       READ-ONE-PAID-ROW.

           READ PAID-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   PERFORM PARSE-ONE-PAID-ROW
           END-READ.

       PARSE-ONE-PAID-ROW.

           MOVE SPACES TO PARSE-FIELD-2.
           MOVE SPACES TO PARSE-FIELD-3.
           MOVE SPACES TO PARSE-FIELD-4.
           MOVE SPACES TO PARSE-FIELD-5.
           UNSTRING PAID-RECORD DELIMITED BY ","
               INTO PARSE-FIELD-2, PARSE-FIELD-3, PARSE-FIELD-4,
                    PARSE-FIELD-5.
           INSPECT PARSE-FIELD-5 CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF PARSE-FIELD-5 NOT = 'PAID'
                   OR PARSE-FIELD-4(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO PMT-FOUND-SW.
           PERFORM VARYING PMT-IDX FROM 1 BY 1
               UNTIL PMT-IDX > PMT-COUNT OR PMT-FOUND
               IF PMT-EMPNO(PMT-IDX) = PARSE-FIELD-2
                       AND PMT-PAYDATE(PMT-IDX) = PARSE-FIELD-4(1:8)
                   MOVE 'Y' TO PMT-FOUND-SW
               END-IF
           END-PERFORM.
           IF PMT-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF PMT-COUNT >= 10000
               ADD 1 TO PMT-TRUNCATED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO PMT-COUNT.
           MOVE PARSE-FIELD-2 TO PMT-EMPNO(PMT-COUNT).
           MOVE PARSE-FIELD-4(1:8) TO PMT-PAYDATE(PMT-COUNT).
           MOVE PARSE-FIELD-3 TO TEMP-SALARY-X.
           PERFORM PARSE-SALARY-AMOUNT.
           MOVE TEMP-SALARY TO PMT-AMOUNT(PMT-COUNT).
           MOVE 0 TO PMT-BONUS(PMT-COUNT).
           MOVE 'L' TO PMT-SOURCE(PMT-COUNT).

           PERFORM VARYING CHG-IDX FROM 1 BY 1
               UNTIL CHG-IDX > CHG-COUNT
               IF CHG-EMPNO(CHG-IDX) = PMT-EMPNO(PMT-COUNT)
                       AND SHR-COUNT < 20000
                   ADD 1 TO SHR-COUNT
                   MOVE CHG-EMPNO(CHG-IDX) TO SHR-EMPNO(SHR-COUNT)
                   MOVE PMT-PAYDATE(PMT-COUNT)
                       TO SHR-PAYDATE(SHR-COUNT)
                   MOVE CHG-DEPTNO(CHG-IDX) TO SHR-DEPTNO(SHR-COUNT)
                   MOVE CHG-AMOUNT(CHG-IDX) TO SHR-AMOUNT(SHR-COUNT)
                   ADD CHG-AMOUNT(CHG-IDX) TO PMT-BONUS(PMT-COUNT)
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------- *
      * One payment against the leaver test: journalled already,   *
      * on emp.idx at T, status date on or after the pay date, and *
      * fewer whole months between the two than the window.        *
      * ----------------------------------------------------------- *
       TEST-ONE-PAYMENT.

           ADD 1 TO PAYMENT-COUNT.
           ADD PMT-AMOUNT(PMT-IDX) TO PAID-TOTAL.

           MOVE 'N' TO DONE-FOUND-SW.
           PERFORM VARYING DONE-IDX FROM 1 BY 1
               UNTIL DONE-IDX > DONE-COUNT OR DONE-FOUND
               IF DONE-EMPNO(DONE-IDX) = PMT-EMPNO(PMT-IDX)
                       AND DONE-PAYDATE(DONE-IDX)
                           = PMT-PAYDATE(PMT-IDX)
                   MOVE 'Y' TO DONE-FOUND-SW
               END-IF
           END-PERFORM.
           IF DONE-FOUND
               ADD 1 TO ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE PMT-EMPNO(PMT-IDX) TO EMPX-EMPNO.
           READ EMP-INDEX-FILE
               KEY IS EMPX-EMPNO
               INVALID KEY
                   ADD 1 TO NOT-ON-FILE-COUNT
                   EXIT PARAGRAPH
           END-READ.

           IF EMPX-STATUS NOT = 'T'
                   OR EMPX-STATDATE IS NOT NUMERIC
                   OR PMT-PAYDATE(PMT-IDX) IS NOT NUMERIC
                   OR EMPX-STATDATE < PMT-PAYDATE(PMT-IDX)
               EXIT PARAGRAPH
           END-IF.

           MOVE PMT-PAYDATE(PMT-IDX)(1:4) TO PAY-YYYY.
           MOVE PMT-PAYDATE(PMT-IDX)(5:2) TO PAY-MM.
           MOVE PMT-PAYDATE(PMT-IDX)(7:2) TO PAY-DD.
           MOVE EMPX-STATDATE(1:4) TO TERM-YYYY.
           MOVE EMPX-STATDATE(5:2) TO TERM-MM.
           MOVE EMPX-STATDATE(7:2) TO TERM-DD.
           COMPUTE ELAPSED-MONTHS =
               ((TERM-YYYY * 12) + TERM-MM)
               - ((PAY-YYYY * 12) + PAY-MM).
           IF TERM-DD < PAY-DD
               SUBTRACT 1 FROM ELAPSED-MONTHS
           END-IF.

           MOVE 0 TO BEST-CLAW-IDX.
           PERFORM VARYING CLAW-IDX FROM 1 BY 1
               UNTIL CLAW-IDX > CLAW-COUNT
               IF ELAPSED-MONTHS < CLAW-MONTHS(CLAW-IDX)
                   IF BEST-CLAW-IDX = 0
                       MOVE CLAW-IDX TO BEST-CLAW-IDX
                   ELSE
                       IF CLAW-MONTHS(CLAW-IDX) <
                               CLAW-MONTHS(BEST-CLAW-IDX)
                           MOVE CLAW-IDX TO BEST-CLAW-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF BEST-CLAW-IDX = 0
               ADD 1 TO OUTSIDE-COUNT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE RECOVERY-AMOUNT ROUNDED =
               PMT-AMOUNT(PMT-IDX) * CLAW-PCT(BEST-CLAW-IDX).
           IF RECOVERY-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CLAWBACK-COUNT.
           ADD RECOVERY-AMOUNT TO RECOVERY-TOTAL.
           PERFORM WRITE-CLAWBACK-REPORT-LINE.
           PERFORM REVERSE-CHARGED-DEPARTMENTS.
           PERFORM WRITE-RECOVERY-ROW.

           IF APPLY-MODE
               MOVE RECOVERY-AMOUNT TO OUT-RECOVERY
               MOVE SPACES TO CLAW-JOURNAL-RECORD
               STRING PMT-EMPNO(PMT-IDX)   DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      PMT-PAYDATE(PMT-IDX) DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      EMPX-STATDATE        DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      RUN-DATE             DELIMITED BY SIZE
                      ","                  DELIMITED BY SIZE
                      OUT-RECOVERY         DELIMITED BY SIZE
                   INTO CLAW-JOURNAL-RECORD
               WRITE CLAW-JOURNAL-RECORD
           END-IF.

      * ----------------------------------------------------------- *
      * Credit the recovery back across the payment's charge       *
      * shares - each department its share of the charge, the last *
      * taking the rounding remainder so the credits sum to the    *
      * recovery exactly.  The headcount credit goes whole to the  *
      * department that carried the largest share.                 *
      * ----------------------------------------------------------- *
       REVERSE-CHARGED-DEPARTMENTS.

           MOVE 0 TO SHARE-COUNT.
           MOVE 0 TO CHARGE-BASIS.
           MOVE 0 TO SHARE-BEST-AMOUNT.
           MOVE SPACES TO SHARE-BEST-DEPTNO.
           PERFORM VARYING SHR-IDX FROM 1 BY 1
               UNTIL SHR-IDX > SHR-COUNT
               IF SHR-EMPNO(SHR-IDX) = PMT-EMPNO(PMT-IDX)
                       AND SHR-PAYDATE(SHR-IDX) = PMT-PAYDATE(PMT-IDX)
                   ADD 1 TO SHARE-COUNT
                   ADD SHR-AMOUNT(SHR-IDX) TO CHARGE-BASIS
                   IF SHR-AMOUNT(SHR-IDX) > SHARE-BEST-AMOUNT
                       MOVE SHR-AMOUNT(SHR-IDX) TO SHARE-BEST-AMOUNT
                       MOVE SHR-DEPTNO(SHR-IDX) TO SHARE-BEST-DEPTNO
                   END-IF
               END-IF
           END-PERFORM.

           IF SHARE-COUNT = 0 OR CHARGE-BASIS = 0
               MOVE EMPX-DEPTNO TO GLR-ADD-DEPTNO
               MOVE RECOVERY-AMOUNT TO GLR-ADD-AMOUNT
               MOVE 1 TO GLR-ADD-HEADCOUNT
               PERFORM ADD-GL-REVERSAL-AMOUNT
               PERFORM WRITE-CREDIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO SHARE-SEEN.
           MOVE 0 TO SHARE-ALLOCATED.
           PERFORM CREDIT-ONE-SHARE
               VARYING SHR-IDX FROM 1 BY 1
               UNTIL SHR-IDX > SHR-COUNT.

       CREDIT-ONE-SHARE.

           IF SHR-EMPNO(SHR-IDX) NOT = PMT-EMPNO(PMT-IDX)
                   OR SHR-PAYDATE(SHR-IDX) NOT = PMT-PAYDATE(PMT-IDX)
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SHARE-SEEN.
           IF SHARE-SEEN = SHARE-COUNT
               COMPUTE SHARE-REMAINDER =
                   RECOVERY-AMOUNT - SHARE-ALLOCATED
               IF SHARE-REMAINDER < 0
                   MOVE 0 TO SHARE-REMAINDER
               END-IF
               MOVE SHARE-REMAINDER TO SHARE-CREDIT
           ELSE
               COMPUTE SHARE-CREDIT ROUNDED =
                   RECOVERY-AMOUNT * SHR-AMOUNT(SHR-IDX)
                   / CHARGE-BASIS
               ADD SHARE-CREDIT TO SHARE-ALLOCATED
           END-IF.

           MOVE SHR-DEPTNO(SHR-IDX) TO GLR-ADD-DEPTNO.
           MOVE SHARE-CREDIT TO GLR-ADD-AMOUNT.
           IF GLR-ADD-DEPTNO = SHARE-BEST-DEPTNO
               MOVE 1 TO GLR-ADD-HEADCOUNT
               MOVE SPACES TO SHARE-BEST-DEPTNO
           ELSE
               MOVE 0 TO GLR-ADD-HEADCOUNT
           END-IF.
           PERFORM ADD-GL-REVERSAL-AMOUNT.
           PERFORM WRITE-CREDIT-REPORT-LINE.

       ADD-GL-REVERSAL-AMOUNT.

           MOVE 'N' TO GLR-FOUND-SW.
           PERFORM VARYING GLR-IDX FROM 1 BY 1
               UNTIL GLR-IDX > GLR-COUNT
               IF GLR-DEPTNO(GLR-IDX) = GLR-ADD-DEPTNO
                   ADD GLR-ADD-HEADCOUNT TO GLR-EMP-COUNT(GLR-IDX)
                   ADD GLR-ADD-AMOUNT TO GLR-AMOUNT(GLR-IDX)
                   MOVE 'Y' TO GLR-FOUND-SW
               END-IF
           END-PERFORM.

           IF NOT GLR-FOUND AND GLR-COUNT < 99
               ADD 1 TO GLR-COUNT
               MOVE GLR-ADD-DEPTNO TO GLR-DEPTNO(GLR-COUNT)
               MOVE GLR-ADD-HEADCOUNT TO GLR-EMP-COUNT(GLR-COUNT)
               MOVE GLR-ADD-AMOUNT TO GLR-AMOUNT(GLR-COUNT)
           END-IF.

       WRITE-RECOVERY-ROW.

           MOVE EMPX-NAME TO TEMP-NAME.
           PERFORM QUOTE-NAME-FOR-OUTPUT.
           MOVE PMT-AMOUNT(PMT-IDX) TO OUT-AMOUNT.
           MOVE CLAW-PCT(BEST-CLAW-IDX) TO OUT-PCT.
           MOVE RECOVERY-AMOUNT TO OUT-RECOVERY.

           MOVE SPACES TO RECOVERY-RECORD.
           STRING PMT-EMPNO(PMT-IDX)   DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  QUOTED-NAME          DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  PMT-PAYDATE(PMT-IDX) DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  EMPX-STATDATE        DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  OUT-AMOUNT           DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  OUT-PCT              DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  OUT-RECOVERY         DELIMITED BY SIZE
               INTO RECOVERY-RECORD.
           WRITE RECOVERY-RECORD.

      *> The bonus register's re-quoting: a name with a bare comma
      *> is wrapped in double quotes; any other passes through.
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
      * The reversing GL file in bonus_gl.dat's own shape - an R   *
      * credit line per department and a C control record the      *
      * credits must sum to.                                        *
      * ----------------------------------------------------------- *
       WRITE-GL-REVERSAL-FILE.

           DISPLAY "CLWGLDD" UPON ENVIRONMENT-NAME.
           DISPLAY GL-REVERSAL-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT GL-REVERSAL-FILE.

           PERFORM WRITE-ONE-GL-CREDIT-LINE
               VARYING GLR-IDX FROM 1 BY 1
               UNTIL GLR-IDX > GLR-COUNT.

           MOVE CLAWBACK-COUNT TO OUT-COUNT.
           MOVE RECOVERY-TOTAL TO OUT-TOTAL.
           MOVE SPACES TO GL-REVERSAL-RECORD.
           STRING "C,"          DELIMITED BY SIZE
                  OUT-COUNT     DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  OUT-TOTAL     DELIMITED BY SIZE
               INTO GL-REVERSAL-RECORD.
           WRITE GL-REVERSAL-RECORD.

           CLOSE GL-REVERSAL-FILE.

       WRITE-ONE-GL-CREDIT-LINE.

           MOVE GLR-EMP-COUNT(GLR-IDX) TO OUT-COUNT.
           MOVE GLR-AMOUNT(GLR-IDX) TO OUT-TOTAL.
           MOVE SPACES TO GL-REVERSAL-RECORD.
           STRING "R,"                 DELIMITED BY SIZE
                  GLR-DEPTNO(GLR-IDX)  DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  OUT-COUNT            DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  OUT-TOTAL            DELIMITED BY SIZE
               INTO GL-REVERSAL-RECORD.
           WRITE GL-REVERSAL-RECORD.

       WRITE-CLAWBACK-REPORT-LINE.

           MOVE PMT-AMOUNT(PMT-IDX) TO RPT-AMOUNT-OUT.
           MOVE ELAPSED-MONTHS TO RPT-MONTHS-OUT.
           MOVE CLAW-PCT(BEST-CLAW-IDX) TO RPT-PCT-OUT.
           MOVE RECOVERY-AMOUNT TO RPT-RECOVERY-OUT.
           IF PMT-SOURCE(PMT-IDX) = 'L'
               MOVE "NOT YET RECONCILED" TO CHARGED-NOTE
           ELSE
               MOVE SPACES TO CHARGED-NOTE
           END-IF.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING PMT-EMPNO(PMT-IDX)   DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  EMPX-NAME            DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  EMPX-DEPTNO          DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  PMT-PAYDATE(PMT-IDX) DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  RPT-AMOUNT-OUT       DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  EMPX-STATDATE        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  RPT-MONTHS-OUT       DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  RPT-PCT-OUT          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  RPT-RECOVERY-OUT     DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  CHARGED-NOTE         DELIMITED BY SIZE
               INTO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *> The department a share of this recovery credits back.
       WRITE-CREDIT-REPORT-LINE.

           MOVE GLR-ADD-AMOUNT TO RPT-RECOVERY-OUT.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "      REVERSE TO DEPT " DELIMITED BY SIZE
                  GLR-ADD-DEPTNO           DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  RPT-RECOVERY-OUT         DELIMITED BY SIZE
                  " CR"                    DELIMITED BY SIZE
               INTO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.

           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF CLAW-COUNT = 0
               MOVE "NO CLAWBACK SCHEDULE - NO POLICY IN FORCE."
                   TO RPT-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF CLAWBACK-COUNT = 0
               MOVE "NO LEAVERS INSIDE THE CLAWBACK WINDOW."
                   TO RPT-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE "REVERSING GL LINES BY DEPARTMENT" TO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "--------------------------------" TO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-ONE-GL-REPORT-LINE
               VARYING GLR-IDX FROM 1 BY 1
               UNTIL GLR-IDX > GLR-COUNT.

           MOVE CLAWBACK-COUNT TO RPT-COUNT-OUT.
           MOVE RECOVERY-TOTAL TO RPT-TOTAL-OUT.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "CONTROL   LEAVERS " DELIMITED BY SIZE
                  RPT-COUNT-OUT        DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  RPT-TOTAL-OUT        DELIMITED BY SIZE
                  " CR"                DELIMITED BY SIZE
               INTO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-ONE-GL-REPORT-LINE.

           MOVE GLR-EMP-COUNT(GLR-IDX) TO RPT-COUNT-OUT.
           MOVE GLR-AMOUNT(GLR-IDX) TO RPT-TOTAL-OUT.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "DEPT " DELIMITED BY SIZE
                  GLR-DEPTNO(GLR-IDX)  DELIMITED BY SIZE
                  "   LEAVERS "        DELIMITED BY SIZE
                  RPT-COUNT-OUT        DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  RPT-TOTAL-OUT        DELIMITED BY SIZE
                  " CR"                DELIMITED BY SIZE
               INTO RPT-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.

           IF RPT-LINE-COUNT >= RPT-PAGE-SIZE
               PERFORM WRITE-REPORT-PAGE-HEADER
           END-IF.
           MOVE RPT-PRINT-LINE TO CLAW-REPORT-RECORD.
           WRITE CLAW-REPORT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       WRITE-REPORT-PAGE-HEADER.

           ADD 1 TO RPT-PAGE-COUNT.
           MOVE SPACES TO CLAW-REPORT-RECORD.
           STRING "BONUS CLAWBACK REPORT   RUN DATE " DELIMITED BY SIZE
                  RUN-DATE                    DELIMITED BY SIZE
                  "   PAGE "                  DELIMITED BY SIZE
                  RPT-PAGE-COUNT              DELIMITED BY SIZE
               INTO CLAW-REPORT-RECORD.
           WRITE CLAW-REPORT-RECORD.
           MOVE SPACES TO CLAW-REPORT-RECORD.
           STRING "EMPNO NAME       DP  PAID ON  "    DELIMITED BY SIZE
                  "  PAID AMOUNT  LEFT ON  MOS  "     DELIMITED BY SIZE
                  "SHARE      RECOVERY"               DELIMITED BY SIZE
               INTO CLAW-REPORT-RECORD.
           WRITE CLAW-REPORT-RECORD.
           MOVE SPACES TO CLAW-REPORT-RECORD.
           WRITE CLAW-REPORT-RECORD.
           MOVE 3 TO RPT-LINE-COUNT.

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
