       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SEPSETTL.

      * ----------------------------------------------------------- *
      * Separation final settlement.  A termination ("S" row,      *
      * status T) flips EMPX-STATUS and nothing more; HR used to   *
      * work the final vacation payout by hand off the VACBAL      *
      * ledger and chase whether the ACCOUNTS row was ever turned  *
      * off.  This nightly step picks up every employee on emp.idx *
      * who has gone to T since the last settlement run - anyone   *
      * at T whose empno + status date is not yet in the           *
      * separation journal - and for each one:                     *
      *                                                             *
      *   - prices the unused vacation, VB-ENTITLED + VB-CARRIED    *
      *     - VB-USED days, at the daily rate off EMPX-SALARY      *
      *     (annual salary over 260 working days);                  *
      *   - works out the bonus the leaver forfeits under the      *
      *     rules file DisplayIntegers runs on - the tier their    *
      *     salary clears, for the months from the termination     *
      *     month to year end that the bonus run will now exclude, *
      *     nothing if the department is excluded outright;        *
      *   - confirms off AUTOOFFBOARD's disposition report that    *
      *     the ACCOUNTS row really was disabled.                   *
      *                                                             *
      * Output is one settlement sheet page per leaver and a       *
      * payout file for payroll - "empno,name,deptno,statdate,     *
      * days,dailyrate,amount" rows in the bonus register's shape  *
      * with a "C,count,total" control line.                        *
      *                                                             *
      * SEPSETTL_MODE=APPLY journals every leaver settled, so the *
      * next night does not pay them again; anything else is a     *
      * preview that writes the sheets and payout file only.       *
      * A leaver whose account is not confirmed disabled is held:  *
      * the sheet says so, but there is no payout row and no       *
      * journal line, so the leaver comes up again each night      *
      * until AUTOOFFBOARD confirms and is settled then.            *
      * SEPSETTL_SINCE=YYYYMMDD sets a floor on the status date -  *
      * for the first run, so history is not settled wholesale.    *
      * ----------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-INDEX-FILE ASSIGN TO "SEPIDXDD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMPX-EMPNO
              FILE STATUS IS EMP-INDEX-STATUS.

      *> The vacation ledger EMPANNIV keeps - read only here.
           SELECT VACBAL-FILE ASSIGN TO "SEPVACDD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VB-EMPNO
              FILE STATUS IS VACBAL-STATUS.

      *> The comp-committee rules file DisplayIntegers reads.
           SELECT RULES-FILE ASSIGN TO "SEPRULDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RULES-STATUS.

      *> AUTOOFFBOARD's disposition report - "acctid name : action"
      *> per account-side gap it worked.
           SELECT OFFBOARD-REPORT-FILE ASSIGN TO "SEPOFFDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OFFBOARD-STATUS.

           SELECT SEP-JOURNAL-FILE ASSIGN TO "SEPJRNDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SEP-JOURNAL-STATUS.

           SELECT SHEET-FILE ASSIGN TO "SEPSHTDD"
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYOUT-FILE ASSIGN TO "SEPPAYDD"
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

       FD  VACBAL-FILE.
       01  VACBAL-RECORD.
           05  VB-EMPNO          PIC X(5).
           05  VB-NAME           PIC X(10).
           05  VB-DEPTNO         PIC X(2).
           05  VB-YEAR           PIC 9(4).
           05  VB-ENTITLED       PIC 9(3).
           05  VB-CARRIED        PIC 9(3).
           05  VB-USED           PIC 9(3).

       FD  RULES-FILE.
       01  RULES-RECORD          PIC X(80).

       FD  OFFBOARD-REPORT-FILE.
       01  OFFBOARD-REPORT-RECORD PIC X(100).

       FD  SEP-JOURNAL-FILE.
       01  SEP-JOURNAL-RECORD    PIC X(60).

       FD  SHEET-FILE.
       01  SHEET-RECORD          PIC X(132).

       FD  PAYOUT-FILE.
       01  PAYOUT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.

       01  EMP-INDEX-FILENAME    PIC X(60) VALUE
               '/app/data/emp.idx'.
       01  VACBAL-FILENAME       PIC X(60) VALUE
               '/app/data/vacation_balance.idx'.
       01  RULES-FILENAME        PIC X(60) VALUE
               '/app/data/bonus_rules.dat'.
       01  OFFBOARD-FILENAME     PIC X(60) VALUE
               '/app/data/offboard_report.txt'.
       01  SEP-JOURNAL-FILENAME  PIC X(60) VALUE
               '/app/data/separation_journal.dat'.
       01  SHEET-FILENAME        PIC X(60) VALUE
               '/app/data/separation_sheets.txt'.
       01  PAYOUT-FILENAME       PIC X(60) VALUE
               '/app/data/separation_payout.csv'.

       01  EMP-INDEX-STATUS      PIC X(2).
       01  VACBAL-STATUS         PIC X(2).
           88  VACBAL-FILE-OK         VALUE '00'.
       01  RULES-STATUS          PIC X(2).
           88  RULES-FILE-NOT-FOUND   VALUE '35'.
       01  OFFBOARD-STATUS       PIC X(2).
           88  OFFBOARD-FILE-OK       VALUE '00'.
       01  SEP-JOURNAL-STATUS    PIC X(2).
           88  SEP-JOURNAL-NOT-FOUND  VALUE '35'.

       01  END-OF-FILE           PIC X VALUE 'N'.
       01  PARM-MODE             PIC X(10).
       01  PARM-SINCE            PIC X(10).
       01  SINCE-DATE            PIC X(8) VALUE '00000000'.
       01  RUN-MODE-SW           PIC X VALUE 'P'.
           88  APPLY-MODE        VALUE 'A'.
       01  RUN-DATE              PIC 9(8).
       01  VACBAL-OPEN-SW        PIC X VALUE 'N'.
           88  VACBAL-OPEN       VALUE 'Y'.

      * ----------------------------------------------------------- *
      * Leavers already settled - empno + status date, so a rehire *
      * who leaves again is settled again.                          *
      * ----------------------------------------------------------- *
       01  DONE-COUNT            PIC 9(5) VALUE 0.
       01  DONE-IDX              PIC 9(5).
       01  DONE-FOUND-SW         PIC X VALUE 'N'.
           88  DONE-FOUND        VALUE 'Y'.
       01  DONE-PARSE-EMPNO      PIC X(5).
       01  DONE-PARSE-STATDATE   PIC X(8).
       01  DONE-TABLE.
           05  DONE-ENTRY        OCCURS 5000 TIMES.
               10  DONE-EMPNO         PIC X(5).
               10  DONE-STATDATE      PIC X(8).

      *> AUTOOFFBOARD's dispositions, by account id (= empno).
       01  OFFB-COUNT            PIC 9(4) VALUE 0.
       01  OFFB-IDX              PIC 9(4).
       01  OFFB-TABLE.
           05  OFFB-ENTRY        OCCURS 2000 TIMES.
               10  OFFB-ACCTID        PIC X(5).
               10  OFFB-ACTION        PIC X(16).

      *> Bonus tiers and exclusions, as DisplayIntegers loads them.
       01  TIER-COUNT            PIC 99 VALUE 0.
       01  TIER-IDX              PIC 99.
       01  BEST-TIER-IDX         PIC 99.
       01  TIER-TABLE.
           05  TIER-ENTRY        OCCURS 20 TIMES.
               10  TIER-THRESHOLD     PIC 9(7)V99.
               10  TIER-RATE          PIC V999.
               10  TIER-LABEL         PIC X(14).
       01  EXCL-COUNT            PIC 99 VALUE 0.
       01  EXCL-IDX              PIC 99.
       01  EXCL-DEPT-TABLE.
           05  EXCL-DEPTNO       OCCURS 20 TIMES PIC X(2).
       01  RULE-KEYWORD          PIC X(4).
       01  RULE-FIELD-2          PIC X(10).
       01  RULE-FIELD-3          PIC X(5).
       01  RULE-FIELD-4          PIC X(14).
       01  RULE-RATE-X           PIC X(5).
       01  RULE-RATE-N           PIC 9(3).

      *> Salary parse - the extract's ddddddd.cc shape.
       01  TEMP-SALARY-X         PIC X(10).
       01  TEMP-SALARY           PIC 9(7)V99.
       01  TEMP-SALARY-WHOLE     PIC X(7).
       01  TEMP-SALARY-CENTS     PIC X(2).
       01  TEMP-SALARY-WHOLE-N   PIC 9(7).
       01  TEMP-SALARY-CENTS-N   PIC 9(2).

      * ----------------------------------------------------------- *
      * The leaver being settled.                                   *
      * ----------------------------------------------------------- *
       01  DEPTNO-X              PIC X(2).
       01  VAC-YEAR              PIC 9(4).
       01  VAC-ENTITLED          PIC 9(3).
       01  VAC-CARRIED           PIC 9(3).
       01  VAC-USED              PIC 9(3).
       01  VAC-UNUSED            PIC S9(4).
       01  VAC-PAY-DAYS          PIC 9(4).
       01  VAC-NOTE              PIC X(30).
       01  DAILY-RATE            PIC 9(5)V99.
       01  PAYOUT-AMOUNT         PIC 9(7)V99.
       01  WORK-DAYS-PER-YEAR    PIC 9(3) VALUE 260.

       01  BONUS-YEAR            PIC 9(4).
       01  TERM-YYYY             PIC 9(4).
       01  TERM-MM               PIC 99.
       01  HIRE-YYYY             PIC 9(4).
       01  HIRE-MM               PIC 99.
       01  FIRST-MONTH           PIC 99.
       01  EARNED-MONTHS         PIC 99.
       01  FORFEIT-MONTHS        PIC 99.
       01  FORFEIT-AMOUNT        PIC 9(7)V99.
       01  FORFEIT-LABEL         PIC X(14).
       01  FORFEIT-NOTE          PIC X(40).

       01  ACCOUNT-CHECK         PIC X(40).
       01  ACCOUNT-CONFIRMED-SW  PIC X.
           88  ACCOUNT-CONFIRMED VALUE 'Y'.

       01  LEAVER-COUNT          PIC 9(5) VALUE 0.
       01  ALREADY-COUNT         PIC 9(5) VALUE 0.
       01  UNCONFIRMED-COUNT     PIC 9(5) VALUE 0.
       01  NO-BALANCE-COUNT      PIC 9(5) VALUE 0.
       01  PAYOUT-TOTAL          PIC 9(9)V99 VALUE 0.
       01  FORFEIT-TOTAL         PIC 9(9)V99 VALUE 0.

      *> Output formatting.
       01  TEMP-NAME             PIC X(10).
       01  QUOTED-NAME           PIC X(12).
       01  NAME-COMMA-COUNT      PIC 99.
       01  PAY-DAYS-OUT          PIC 9(4).
       01  PAY-RATE-OUT          PIC 9(5).9(2).
       01  PAY-AMOUNT-OUT        PIC 9(7).9(2).
       01  PAY-COUNT-OUT         PIC 9(5).
       01  PAY-TOTAL-OUT         PIC 9(9).9(2).
       01  SALARY-OUT            PIC Z,ZZZ,ZZ9.99.
       01  RATE-OUT              PIC ZZ,ZZ9.99.
       01  AMOUNT-OUT            PIC Z,ZZZ,ZZ9.99.
       01  DAYS-OUT              PIC -ZZZ9.
       01  SHEET-PRINT-LINE      PIC X(132).
       01  SHEET-PAGE-COUNT      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.

           DISPLAY " ".
           DISPLAY "SEPARATION FINAL SETTLEMENT".
           DISPLAY "---------------------------".

           PERFORM READ-RUN-PARAMETERS.
           PERFORM LOAD-SEPARATION-JOURNAL.
           PERFORM LOAD-OFFBOARD-REPORT.
           PERFORM LOAD-BONUS-RULES.

           DISPLAY "SEPIDXDD" UPON ENVIRONMENT-NAME.
           DISPLAY EMP-INDEX-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT EMP-INDEX-FILE.
           IF EMP-INDEX-STATUS NOT = '00'
               DISPLAY "CANNOT OPEN " EMP-INDEX-FILENAME
                   " - STATUS " EMP-INDEX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> No ledger yet is not fatal - every leaver simply settles
      *> with no vacation days and the sheet says why.
           DISPLAY "SEPVACDD" UPON ENVIRONMENT-NAME.
           DISPLAY VACBAL-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT VACBAL-FILE.
           IF VACBAL-FILE-OK
               MOVE 'Y' TO VACBAL-OPEN-SW
           ELSE
               DISPLAY "NO VACATION LEDGER - PAYOUTS WILL BE ZERO."
           END-IF.

           DISPLAY "SEPSHTDD" UPON ENVIRONMENT-NAME.
           DISPLAY SHEET-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT SHEET-FILE.
           DISPLAY "SEPPAYDD" UPON ENVIRONMENT-NAME.
           DISPLAY PAYOUT-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT PAYOUT-FILE.
           IF APPLY-MODE
               DISPLAY "SEPJRNDD" UPON ENVIRONMENT-NAME
               DISPLAY SEP-JOURNAL-FILENAME UPON ENVIRONMENT-VALUE
               OPEN EXTEND SEP-JOURNAL-FILE
               IF SEP-JOURNAL-NOT-FOUND
                   OPEN OUTPUT SEP-JOURNAL-FILE
               END-IF
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-INDEX-RECORD UNTIL END-OF-FILE = 'Y'.

           MOVE LEAVER-COUNT TO PAY-COUNT-OUT.
           MOVE PAYOUT-TOTAL TO PAY-TOTAL-OUT.
           MOVE SPACES TO PAYOUT-RECORD.
           STRING "C,"          DELIMITED BY SIZE
                  PAY-COUNT-OUT DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  PAY-TOTAL-OUT DELIMITED BY SIZE
               INTO PAYOUT-RECORD.
           WRITE PAYOUT-RECORD.

           IF LEAVER-COUNT = 0 AND UNCONFIRMED-COUNT = 0
               MOVE SPACES TO SHEET-RECORD
               STRING "SEPARATION SETTLEMENT  RUN " DELIMITED BY SIZE
                      RUN-DATE DELIMITED BY SIZE
                      " - NO NEW LEAVERS" DELIMITED BY SIZE
                   INTO SHEET-RECORD
               WRITE SHEET-RECORD
           END-IF.

           CLOSE EMP-INDEX-FILE.
           IF VACBAL-OPEN
               CLOSE VACBAL-FILE
           END-IF.
           CLOSE SHEET-FILE.
           CLOSE PAYOUT-FILE.
           IF APPLY-MODE
               CLOSE SEP-JOURNAL-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "LEAVERS SETTLED       : " LEAVER-COUNT.
           DISPLAY "ALREADY SETTLED       : " ALREADY-COUNT.
           DISPLAY "NO VACATION BALANCE   : " NO-BALANCE-COUNT.
           DISPLAY "HELD - NOT CONFIRMED  : " UNCONFIRMED-COUNT.
           MOVE PAYOUT-TOTAL TO AMOUNT-OUT.
           DISPLAY "VACATION PAYOUT TOTAL : " AMOUNT-OUT.
           MOVE FORFEIT-TOTAL TO AMOUNT-OUT.
           DISPLAY "BONUS FORFEITED TOTAL : " AMOUNT-OUT.
           DISPLAY "SHEETS: " SHEET-FILENAME.
           DISPLAY "PAYOUT: " PAYOUT-FILENAME.
           IF NOT APPLY-MODE
               DISPLAY "PREVIEW ONLY - NOTHING JOURNALLED. SET "
                   "SEPSETTL_MODE=APPLY TO SETTLE."
           END-IF.
           IF UNCONFIRMED-COUNT > 0
               DISPLAY "*** " UNCONFIRMED-COUNT " LEAVER(S) WITHOUT "
                   "A CONFIRMED ACCOUNT DISABLE - SEE THE SHEETS ***"
               DISPLAY "*** NOT PAID OR JOURNALLED - THEY COME UP "
                   "AGAIN ON THE NEXT RUN ***"
           END-IF.

           DISPLAY " ".
           DISPLAY "HAVE A GOOD DAY!".
           DISPLAY " ".
           STOP RUN.

       READ-RUN-PARAMETERS.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT PARM-MODE FROM ENVIRONMENT "SEPSETTL_MODE".
           INSPECT PARM-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF PARM-MODE = "APPLY"
               MOVE 'A' TO RUN-MODE-SW
               DISPLAY "MODE: APPLY - LEAVERS WILL BE JOURNALLED."
           ELSE
               DISPLAY "MODE: PREVIEW - NOTHING WILL BE JOURNALLED."
           END-IF.

           ACCEPT PARM-SINCE FROM ENVIRONMENT "SEPSETTL_SINCE".
           IF PARM-SINCE(1:8) IS NUMERIC
               MOVE PARM-SINCE(1:8) TO SINCE-DATE
               DISPLAY "STATUS DATES BEFORE " SINCE-DATE
                   " ARE NOT SETTLED."
           END-IF.
           DISPLAY " ".

       LOAD-SEPARATION-JOURNAL.

           DISPLAY "SEPJRNDD" UPON ENVIRONMENT-NAME.
           DISPLAY SEP-JOURNAL-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT SEP-JOURNAL-FILE.
           IF SEP-JOURNAL-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-JOURNAL-ENTRY UNTIL END-OF-FILE = 'Y'.
           CLOSE SEP-JOURNAL-FILE.
           MOVE 'N' TO END-OF-FILE.

      *> A journal entry that did not fit would let its leaver be
      *> settled a second time, so a full table stops the run
      *> before anything is settled.
       READ-ONE-JOURNAL-ENTRY.

           READ SEP-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   IF DONE-COUNT >= 5000
                       DISPLAY "*** JOURNAL TABLE CAPACITY (5000) "
                           "EXCEEDED - NOTHING SETTLED ***"
                       CLOSE SEP-JOURNAL-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE SPACES TO DONE-PARSE-EMPNO
                   MOVE SPACES TO DONE-PARSE-STATDATE
                   UNSTRING SEP-JOURNAL-RECORD DELIMITED BY ","
                       INTO DONE-PARSE-EMPNO, DONE-PARSE-STATDATE
                   ADD 1 TO DONE-COUNT
                   MOVE DONE-PARSE-EMPNO TO DONE-EMPNO(DONE-COUNT)
                   MOVE DONE-PARSE-STATDATE
                       TO DONE-STATDATE(DONE-COUNT)
           END-READ.

      *> "acctid name : action" - the action starts in column 20.
      *> No report means the disable cannot be confirmed for anyone.
       LOAD-OFFBOARD-REPORT.

           DISPLAY "SEPOFFDD" UPON ENVIRONMENT-NAME.
           DISPLAY OFFBOARD-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT OFFBOARD-REPORT-FILE.
           IF NOT OFFBOARD-FILE-OK
               DISPLAY "NO AUTOOFFBOARD REPORT - ACCOUNT DISABLES "
                   "CANNOT BE CONFIRMED."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-OFFBOARD-LINE UNTIL END-OF-FILE = 'Y'.
           CLOSE OFFBOARD-REPORT-FILE.
           MOVE 'N' TO END-OF-FILE.

       READ-ONE-OFFBOARD-LINE.

           READ OFFBOARD-REPORT-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   IF OFFB-COUNT < 2000
                           AND OFFBOARD-REPORT-RECORD(17:3) = " : "
                       ADD 1 TO OFFB-COUNT
                       MOVE OFFBOARD-REPORT-RECORD(1:5)
                           TO OFFB-ACCTID(OFFB-COUNT)
                       MOVE OFFBOARD-REPORT-RECORD(20:16)
                           TO OFFB-ACTION(OFFB-COUNT)
                   END-IF
           END-READ.

      * ----------------------------------------------------------- *
      * The rules file as DisplayIntegers reads it - TIER and EXCL *
      * lines, anything else commentary, the shipped schedule when *
      * there is no file.                                           *
      * ----------------------------------------------------------- *
       LOAD-BONUS-RULES.

           DISPLAY "SEPRULDD" UPON ENVIRONMENT-NAME.
           DISPLAY RULES-FILENAME UPON ENVIRONMENT-VALUE.

           OPEN INPUT RULES-FILE.
           IF RULES-FILE-NOT-FOUND
               PERFORM SEED-DEFAULT-SCHEDULE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-RULE UNTIL END-OF-FILE = 'Y'.
           CLOSE RULES-FILE.
           MOVE 'N' TO END-OF-FILE.

           IF TIER-COUNT = 0
               PERFORM SEED-DEFAULT-SCHEDULE
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

           IF RULE-KEYWORD = 'TIER' AND TIER-COUNT < 20
               PERFORM LOAD-ONE-TIER-RULE
           END-IF.
           IF RULE-KEYWORD = 'EXCL' AND EXCL-COUNT < 20
               ADD 1 TO EXCL-COUNT
               MOVE RULE-FIELD-2 TO EXCL-DEPTNO(EXCL-COUNT)
           END-IF.

       LOAD-ONE-TIER-RULE.

           MOVE RULE-FIELD-2 TO TEMP-SALARY-X.
           PERFORM PARSE-SALARY-AMOUNT.
           MOVE RULE-FIELD-3 TO RULE-RATE-X.

           IF TEMP-SALARY > 0
                   AND RULE-RATE-X(1:1) = '0'
                   AND RULE-RATE-X(2:1) = '.'
                   AND RULE-RATE-X(3:3) IS NUMERIC
               ADD 1 TO TIER-COUNT
               MOVE TEMP-SALARY TO TIER-THRESHOLD(TIER-COUNT)
               MOVE RULE-RATE-X(3:3) TO RULE-RATE-N
               COMPUTE TIER-RATE(TIER-COUNT) = RULE-RATE-N / 1000
               MOVE RULE-FIELD-4 TO TIER-LABEL(TIER-COUNT)
           END-IF.

       SEED-DEFAULT-SCHEDULE.

           MOVE 5 TO TIER-COUNT.
           MOVE  25000.00 TO TIER-THRESHOLD(1).
           MOVE .010 TO TIER-RATE(1).
           MOVE 'TIER 1 (1.0%)' TO TIER-LABEL(1).
           MOVE  40000.00 TO TIER-THRESHOLD(2).
           MOVE .020 TO TIER-RATE(2).
           MOVE 'TIER 2 (2.0%)' TO TIER-LABEL(2).
           MOVE  50000.00 TO TIER-THRESHOLD(3).
           MOVE .030 TO TIER-RATE(3).
           MOVE 'TIER 3 (3.0%)' TO TIER-LABEL(3).
           MOVE  75000.00 TO TIER-THRESHOLD(4).
           MOVE .040 TO TIER-RATE(4).
           MOVE 'TIER 4 (4.0%)' TO TIER-LABEL(4).
           MOVE 100000.00 TO TIER-THRESHOLD(5).
           MOVE .050 TO TIER-RATE(5).
           MOVE 'TIER 5 (5.0%)' TO TIER-LABEL(5).

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

       READ-ONE-INDEX-RECORD.

           READ EMP-INDEX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   IF EMPX-STATUS = 'T'
                       PERFORM SETTLE-IF-NEW-LEAVER
                   END-IF
           END-READ.

       SETTLE-IF-NEW-LEAVER.

           IF EMPX-STATDATE < SINCE-DATE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO DONE-FOUND-SW.
           PERFORM VARYING DONE-IDX FROM 1 BY 1
               UNTIL DONE-IDX > DONE-COUNT OR DONE-FOUND
               IF DONE-EMPNO(DONE-IDX) = EMPX-EMPNO
                       AND DONE-STATDATE(DONE-IDX) = EMPX-STATDATE
                   MOVE 'Y' TO DONE-FOUND-SW
               END-IF
           END-PERFORM.
           IF DONE-FOUND
               ADD 1 TO ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM PRICE-VACATION-PAYOUT.
           PERFORM PRICE-BONUS-FORFEITURE.
           PERFORM CHECK-ACCOUNT-DISABLED.
           PERFORM WRITE-SETTLEMENT-SHEET.

      *> Held until the account is confirmed - no payout, no journal.
           IF NOT ACCOUNT-CONFIRMED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO LEAVER-COUNT.
           ADD PAYOUT-AMOUNT TO PAYOUT-TOTAL.
           ADD FORFEIT-AMOUNT TO FORFEIT-TOTAL.
           PERFORM WRITE-PAYOUT-ROW.

           IF APPLY-MODE
               MOVE PAYOUT-AMOUNT TO PAY-AMOUNT-OUT
               MOVE SPACES TO SEP-JOURNAL-RECORD
               STRING EMPX-EMPNO     DELIMITED BY SIZE
                      ","            DELIMITED BY SIZE
                      EMPX-STATDATE  DELIMITED BY SIZE
                      ","            DELIMITED BY SIZE
                      RUN-DATE       DELIMITED BY SIZE
                      ","            DELIMITED BY SIZE
                      PAY-AMOUNT-OUT DELIMITED BY SIZE
                   INTO SEP-JOURNAL-RECORD
               WRITE SEP-JOURNAL-RECORD
           END-IF.

      * ----------------------------------------------------------- *
      * Unused days off the ledger at the daily rate.  An          *
      * overdrawn balance pays nothing here - recovering it is a   *
      * payroll decision, so it is flagged on the sheet instead.   *
      * ----------------------------------------------------------- *
       PRICE-VACATION-PAYOUT.

           MOVE 0 TO VAC-YEAR.
           MOVE 0 TO VAC-ENTITLED.
           MOVE 0 TO VAC-CARRIED.
           MOVE 0 TO VAC-USED.
           MOVE 0 TO VAC-UNUSED.
           MOVE 0 TO VAC-PAY-DAYS.
           MOVE SPACES TO VAC-NOTE.

           IF VACBAL-OPEN
               MOVE EMPX-EMPNO TO VB-EMPNO
               READ VACBAL-FILE
                   KEY IS VB-EMPNO
                   INVALID KEY
                       MOVE "NO VACATION BALANCE ON FILE" TO VAC-NOTE
                   NOT INVALID KEY
                       MOVE VB-YEAR     TO VAC-YEAR
                       MOVE VB-ENTITLED TO VAC-ENTITLED
                       MOVE VB-CARRIED  TO VAC-CARRIED
                       MOVE VB-USED     TO VAC-USED
               END-READ
           ELSE
               MOVE "NO VACATION LEDGER" TO VAC-NOTE
           END-IF.
           IF VAC-NOTE NOT = SPACES
               ADD 1 TO NO-BALANCE-COUNT
           END-IF.

           COMPUTE VAC-UNUSED = VAC-ENTITLED + VAC-CARRIED - VAC-USED.
           IF VAC-UNUSED > 0
               MOVE VAC-UNUSED TO VAC-PAY-DAYS
           ELSE
               IF VAC-UNUSED < 0
                   MOVE "BALANCE OVERDRAWN - NOT RECOVERED" TO VAC-NOTE
               END-IF
           END-IF.

           COMPUTE DAILY-RATE ROUNDED =
               EMPX-SALARY / WORK-DAYS-PER-YEAR.
           COMPUTE PAYOUT-AMOUNT ROUNDED =
               EMPX-SALARY * VAC-PAY-DAYS / WORK-DAYS-PER-YEAR.

      * ----------------------------------------------------------- *
      * The bonus the leaver gives up.  DisplayIntegers excludes   *
      * every month whose month-end standing is T, so from the     *
      * termination month to December is lost; the months before  *
      * it (from the hire month, for a hire in the same year)      *
      * stay earned.  Priced at the tier the salary clears.         *
      * ----------------------------------------------------------- *
       PRICE-BONUS-FORFEITURE.

           MOVE 0 TO FORFEIT-AMOUNT.
           MOVE 0 TO FORFEIT-MONTHS.
           MOVE 0 TO EARNED-MONTHS.
           MOVE SPACES TO FORFEIT-LABEL.
           MOVE SPACES TO FORFEIT-NOTE.
           MOVE EMPX-DEPTNO TO DEPTNO-X.

           IF EMPX-STATDATE IS NOT NUMERIC
               MOVE "NO USABLE STATUS DATE" TO FORFEIT-NOTE
               EXIT PARAGRAPH
           END-IF.
           MOVE EMPX-STATDATE(1:4) TO TERM-YYYY.
           MOVE EMPX-STATDATE(5:2) TO TERM-MM.
           MOVE TERM-YYYY TO BONUS-YEAR.

           PERFORM VARYING EXCL-IDX FROM 1 BY 1
               UNTIL EXCL-IDX > EXCL-COUNT
               IF EXCL-DEPTNO(EXCL-IDX) = DEPTNO-X
                   MOVE "DEPARTMENT NOT BONUS-ELIGIBLE"
                       TO FORFEIT-NOTE
               END-IF
           END-PERFORM.
           IF FORFEIT-NOTE NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO BEST-TIER-IDX.
           PERFORM VARYING TIER-IDX FROM 1 BY 1
               UNTIL TIER-IDX > TIER-COUNT
               IF EMPX-SALARY > TIER-THRESHOLD(TIER-IDX)
                   IF BEST-TIER-IDX = 0
                       MOVE TIER-IDX TO BEST-TIER-IDX
                   ELSE
                       IF TIER-THRESHOLD(TIER-IDX) >
                               TIER-THRESHOLD(BEST-TIER-IDX)
                           MOVE TIER-IDX TO BEST-TIER-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF BEST-TIER-IDX = 0
               MOVE "SALARY BELOW THE LOWEST TIER" TO FORFEIT-NOTE
               EXIT PARAGRAPH
           END-IF.
           MOVE TIER-LABEL(BEST-TIER-IDX) TO FORFEIT-LABEL.

           MOVE 1 TO FIRST-MONTH.
           IF EMPX-HIREDATE IS NUMERIC
               MOVE EMPX-HIREDATE(1:4) TO HIRE-YYYY
               MOVE EMPX-HIREDATE(5:2) TO HIRE-MM
               IF HIRE-YYYY = BONUS-YEAR
                       AND HIRE-MM >= 1 AND HIRE-MM <= 12
                   MOVE HIRE-MM TO FIRST-MONTH
               END-IF
               IF HIRE-YYYY > BONUS-YEAR
                   MOVE 13 TO FIRST-MONTH
               END-IF
           END-IF.

           IF FIRST-MONTH > 12
               MOVE "HIRED AFTER THE BONUS YEAR" TO FORFEIT-NOTE
               EXIT PARAGRAPH
           END-IF.
           IF TERM-MM > FIRST-MONTH
               COMPUTE EARNED-MONTHS = TERM-MM - FIRST-MONTH
           END-IF.
           IF TERM-MM >= FIRST-MONTH
               COMPUTE FORFEIT-MONTHS = 13 - TERM-MM
           ELSE
               COMPUTE FORFEIT-MONTHS = 13 - FIRST-MONTH
           END-IF.

           COMPUTE FORFEIT-AMOUNT ROUNDED =
               EMPX-SALARY * TIER-RATE(BEST-TIER-IDX)
               * FORFEIT-MONTHS / 12.

      *> The account id is the empno.  DISABLED and ALREADY
      *> DISABLED both confirm it; anything else is an exception.
       CHECK-ACCOUNT-DISABLED.

           MOVE 'N' TO ACCOUNT-CONFIRMED-SW.
           MOVE "NOT ON THE AUTOOFFBOARD REPORT" TO ACCOUNT-CHECK.
           PERFORM VARYING OFFB-IDX FROM 1 BY 1
               UNTIL OFFB-IDX > OFFB-COUNT
               IF OFFB-ACCTID(OFFB-IDX) = EMPX-EMPNO
                   EVALUATE OFFB-ACTION(OFFB-IDX)
                       WHEN "DISABLED"
                       WHEN "ALREADY DISABLED"
                           MOVE 'Y' TO ACCOUNT-CONFIRMED-SW
                           MOVE "CONFIRMED DISABLED" TO ACCOUNT-CHECK
                       WHEN "WOULD DISABLE"
                           MOVE "NOT DISABLED - OFFBOARD WAS A DRY RUN"
                               TO ACCOUNT-CHECK
                       WHEN "NO ACCOUNTS ROW"
                           MOVE 'Y' TO ACCOUNT-CONFIRMED-SW
                           MOVE "NO ACCOUNTS ROW TO DISABLE"
                               TO ACCOUNT-CHECK
                       WHEN OTHER
                           MOVE OFFB-ACTION(OFFB-IDX) TO ACCOUNT-CHECK
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF NOT ACCOUNT-CONFIRMED
               ADD 1 TO UNCONFIRMED-COUNT
           END-IF.

      * ----------------------------------------------------------- *
      * One page per leaver.                                        *
      * ----------------------------------------------------------- *
       WRITE-SETTLEMENT-SHEET.

           ADD 1 TO SHEET-PAGE-COUNT.
           MOVE SPACES TO SHEET-PRINT-LINE.
           STRING "SEPARATION SETTLEMENT SHEET  RUN " DELIMITED BY SIZE
                  RUN-DATE           DELIMITED BY SIZE
                  "   PAGE "         DELIMITED BY SIZE
                  SHEET-PAGE-COUNT   DELIMITED BY SIZE
               INTO SHEET-PRINT-LINE.
           IF SHEET-PAGE-COUNT > 1
               MOVE SPACES TO SHEET-RECORD
               WRITE SHEET-RECORD
           END-IF.
           PERFORM WRITE-SHEET-LINE.
           MOVE SPACES TO SHEET-PRINT-LINE.
           PERFORM WRITE-SHEET-LINE.

           MOVE SPACES TO SHEET-PRINT-LINE.
           STRING "EMPLOYEE      : " DELIMITED BY SIZE
                  EMPX-EMPNO         DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  EMPX-NAME          DELIMITED BY SIZE
                  "  DEPT "          DELIMITED BY SIZE
                  EMPX-DEPTNO        DELIMITED BY SIZE
               INTO SHEET-PRINT-LINE.
           PERFORM WRITE-SHEET-LINE.
           MOVE SPACES TO SHEET-PRINT-LINE.
           STRING "HIRED         : " DELIMITED BY SIZE
                  EMPX-HIREDATE      DELIMITED BY SIZE
                  "   TERMINATED : " DELIMITED BY SIZE
                  EMPX-STATDATE      DELIMITED BY SIZE
               INTO SHEET-PRINT-LINE.
           PERFORM WRITE-SHEET-LINE.
           MOVE EMPX-SALARY TO SALARY-OUT.
           MOVE DAILY-RATE TO RATE-OUT.
           MOVE SPACES TO SHEET-PRINT-LINE.
           STRING "ANNUAL SALARY : " DELIMITED BY SIZE
                  SALARY-OUT         DELIMITED BY SIZE
                  "   DAILY RATE : " DELIMITED BY SIZE
                  RATE-OUT           DELIMITED BY SIZE
               INTO SHEET-PRINT-LINE.
           PERFORM WRITE-SHEET-LINE.
           MOVE SPACES TO SHEET-PRINT-LINE.
           PERFORM WRITE-SHEET-LINE.

           MOVE "UNUSED VACATION" TO SHEET-PRINT-LINE.
           PERFORM WRITE-SHEET-LINE.
           MOVE SPACES TO SHEET-PRINT-LINE.
           STRING "  LEDGER YEAR : " DELIMITED BY SIZE
                  VAC-YEAR           DELIMITED BY SIZE
                  "  ENTITLED "      DELIMITED BY SIZE
                  VAC-ENTITLED       DELIMITED BY SIZE
                  "  CARRIED "       DELIMITED BY SIZE
                  VAC-CARRIED        DELIMITED BY SIZE
                  "  USED "          DELIMITED BY SIZE
                  VAC-USED           DELIMITED BY SIZE
               INTO SHEET-PRINT-LINE.
           PERFORM WRITE-SHEET-LINE.
           MOVE VAC-UNUSED TO DAYS-OUT.
           MOVE PAYOUT-AMOUNT TO AMOUNT-OUT.
           MOVE SPACES TO SHEET-PRINT-LINE.
           STRING "  UNUSED DAYS : " DELIMITED BY SIZE
                  DAYS-OUT           DELIMITED BY SIZE
                  "   PAYOUT : "     DELIMITED BY SIZE
                  AMOUNT-OUT         DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  VAC-NOTE           DELIMITED BY SIZE
               INTO SHEET-PRINT-LINE.
           PERFORM WRITE-SHEET-LINE.
           MOVE SPACES TO SHEET-PRINT-LINE.
           PERFORM WRITE-SHEET-LINE.

           MOVE "BONUS FORFEITURE" TO SHEET-PRINT-LINE.
           PERFORM WRITE-SHEET-LINE.
           MOVE SPACES TO SHEET-PRINT-LINE.
           IF FORFEIT-NOTE NOT = SPACES
               STRING "  NONE - "   DELIMITED BY SIZE
                      FORFEIT-NOTE  DELIMITED BY SIZE
                   INTO SHEET-PRINT-LINE
           ELSE
               MOVE FORFEIT-AMOUNT TO AMOUNT-OUT
               STRING "  "            DELIMITED BY SIZE
                      FORFEIT-LABEL   DELIMITED BY SIZE
                      " BONUS YEAR "  DELIMITED BY SIZE
                      BONUS-YEAR      DELIMITED BY SIZE
                      "  MONTHS EARNED " DELIMITED BY SIZE
                      EARNED-MONTHS   DELIMITED BY SIZE
                      "  FORFEITED "  DELIMITED BY SIZE
                      FORFEIT-MONTHS  DELIMITED BY SIZE
                      "  AMOUNT "     DELIMITED BY SIZE
                      AMOUNT-OUT      DELIMITED BY SIZE
                   INTO SHEET-PRINT-LINE
           END-IF.
           PERFORM WRITE-SHEET-LINE.
           MOVE SPACES TO SHEET-PRINT-LINE.
           PERFORM WRITE-SHEET-LINE.

           MOVE "SYSTEM ACCESS" TO SHEET-PRINT-LINE.
           PERFORM WRITE-SHEET-LINE.
           MOVE SPACES TO SHEET-PRINT-LINE.
           IF ACCOUNT-CONFIRMED
               STRING "  ACCOUNTS ROW: " DELIMITED BY SIZE
                      ACCOUNT-CHECK      DELIMITED BY SIZE
                   INTO SHEET-PRINT-LINE
           ELSE
               STRING "  *** ACCOUNTS ROW: " DELIMITED BY SIZE
                      ACCOUNT-CHECK          DELIMITED BY SIZE
                      " - FOLLOW UP ***"     DELIMITED BY SIZE
                   INTO SHEET-PRINT-LINE
           END-IF.
           PERFORM WRITE-SHEET-LINE.
           IF NOT ACCOUNT-CONFIRMED
               MOVE "  *** PAYOUT HELD UNTIL THE DISABLE IS CONFIRMED"
                   TO SHEET-PRINT-LINE
               PERFORM WRITE-SHEET-LINE
           END-IF.

       WRITE-SHEET-LINE.

           MOVE SHEET-PRINT-LINE TO SHEET-RECORD.
           WRITE SHEET-RECORD.

       WRITE-PAYOUT-ROW.

           MOVE EMPX-NAME TO TEMP-NAME.
           PERFORM QUOTE-NAME-FOR-OUTPUT.
           MOVE VAC-PAY-DAYS TO PAY-DAYS-OUT.
           MOVE DAILY-RATE TO PAY-RATE-OUT.
           MOVE PAYOUT-AMOUNT TO PAY-AMOUNT-OUT.

           MOVE SPACES TO PAYOUT-RECORD.
           STRING EMPX-EMPNO     DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  QUOTED-NAME    DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  EMPX-DEPTNO    DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  EMPX-STATDATE  DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  PAY-DAYS-OUT   DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  PAY-RATE-OUT   DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  PAY-AMOUNT-OUT DELIMITED BY SIZE
               INTO PAYOUT-RECORD.
           WRITE PAYOUT-RECORD.

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
