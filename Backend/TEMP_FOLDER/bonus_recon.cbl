      * carry a comma).  The return file is payroll's               *
      * "empno,paidamount,paydate,status" - status PAID for a       *
      * completed payment.                                          *
      *                                                             *
      * Every PAID row is also carried into the paid register      *
      * history - one generation per pay date, "P,paydate,empno,   *
      * paidamount,registerbonus,rundate" with the department      *
      * charge shares DisplayIntegers wrote for it as "S,paydate,  *
      * empno,deptno,amount" lines beneath.  The register itself   *
      * is overwritten by the next bonus run; the history is what  *
      * BONCLAW recovers against.  A payment already in the        *
      * history is not added twice, so a rerun is harmless.        *
      * ----------------------------------------------------------- *

       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAID-STATUS.

           SELECT CHARGE-FILE ASSIGN TO "BRCCHGDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHARGE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "BRCHSTDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  PAID-RECORD.
           05  PAID-LINE PIC X(200).

       FD  CHARGE-FILE.
       01  CHARGE-RECORD         PIC X(40).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD        PIC X(60).

       WORKING-STORAGE SECTION.

       01  REGISTER-FILENAME     PIC X(60) VALUE
           88  REGISTER-FILE-OK  VALUE '00'.
       01  PAID-STATUS           PIC X(2).
           88  PAID-FILE-OK      VALUE '00'.
       01  CHARGE-FILENAME       PIC X(60) VALUE
               '/app/data/bonus_charges.csv'.
       01  HISTORY-FILENAME      PIC X(60) VALUE
               '/app/data/bonus_paid_history.dat'.
       01  CHARGE-STATUS         PIC X(2).
           88  CHARGE-FILE-OK    VALUE '00'.
       01  HISTORY-STATUS        PIC X(2).
           88  HISTORY-FILE-NOT-FOUND VALUE '35'.
       01  RUN-DATE              PIC 9(8).

       01  END-OF-FILE           PIC X VALUE 'N'.

       01  CROSSFOOT-REG         PIC 9(11)V99.
       01  CROSSFOOT-PAID        PIC 9(11)V99.

      * ----------------------------------------------------------- *
      * Paid register history.  The charge shares of the current  *
      * bonus run, by employee, and the payments the history       *
      * already holds (empno + pay date).                           *
      * ----------------------------------------------------------- *
       01  CHG-COUNT             PIC 9(5) VALUE 0.
       01  CHG-IDX               PIC 9(5).
       01  CHG-TABLE.
           05  CHG-ENTRY         OCCURS 8000 TIMES.
               10  CHG-EMPNO          PIC X(5).
               10  CHG-DEPTNO         PIC X(2).
               10  CHG-AMOUNT-X       PIC X(10).
       01  CHG-PARSE-EMPNO       PIC X(5).
       01  CHG-PARSE-DEPTNO      PIC X(2).
       01  CHG-PARSE-AMOUNT      PIC X(10).

       01  HIST-COUNT            PIC 9(5) VALUE 0.
       01  HIST-IDX              PIC 9(5).
       01  HIST-TABLE.
           05  HIST-ENTRY        OCCURS 20000 TIMES.
               10  HIST-EMPNO         PIC X(5).
               10  HIST-PAYDATE       PIC X(8).
       01  HIST-PARSE-TYPE       PIC X(2).
       01  HIST-PARSE-PAYDATE    PIC X(8).
       01  HIST-PARSE-EMPNO      PIC X(5).
       01  HIST-FOUND-SW         PIC X.
           88  HIST-FOUND        VALUE 'Y'.
       01  HIST-ADDED-COUNT      PIC 9(5) VALUE 0.
       01  HIST-AMOUNT-OUT       PIC 9(7).9(2).
       01  HIST-BONUS-OUT        PIC 9(7).9(2).

      * ----------------------------------------------------------- *
      * Quoted-field CSV splitter - the same one DYNSQL3 uses, so  *
      * the re-quoted names the register writer produces parse     *
           DISPLAY "----------------------------------------------".
           DISPLAY " ".

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-REGISTER-TABLE.
           PERFORM LOAD-CHARGE-TABLE.
           PERFORM OPEN-PAID-HISTORY.
           PERFORM MATCH-PAID-FILE.
           CLOSE HISTORY-FILE.

           PERFORM REPORT-ONE-UNPAID-LINE
               VARYING REG-IDX FROM 1 BY 1

           PERFORM DISPLAY-RECON-SUMMARY.

           DISPLAY HIST-ADDED-COUNT " PAYMENT(S) ADDED TO "
               HISTORY-FILENAME.

           IF REG-TRUNCATED > 0
               DISPLAY " "
               DISPLAY "WARNING: TABLE CAPACITY (5000) EXCEEDED - "
           MOVE 'N' TO REG-MATCHED-SW(REG-COUNT).
           ADD TEMP-SALARY TO REG-TOTAL.

      *> No charge file (a register from before it was written)
      *> still carries the payments forward, just without shares.
       LOAD-CHARGE-TABLE.

           DISPLAY "BRCCHGDD" UPON ENVIRONMENT-NAME.
           DISPLAY CHARGE-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT CHARGE-FILE.
           IF NOT CHARGE-FILE-OK
               DISPLAY "NO CHARGE FILE - PAID HISTORY WILL CARRY NO "
                   "DEPARTMENT SHARES."
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
                   MOVE SPACES TO CHG-PARSE-EMPNO
                   MOVE SPACES TO CHG-PARSE-DEPTNO
                   MOVE SPACES TO CHG-PARSE-AMOUNT
                   UNSTRING CHARGE-RECORD DELIMITED BY ","
                       INTO CHG-PARSE-EMPNO, CHG-PARSE-DEPTNO,
                            CHG-PARSE-AMOUNT
                   IF CHG-PARSE-EMPNO NOT = SPACES
                           AND CHG-COUNT < 8000
                       ADD 1 TO CHG-COUNT
                       MOVE CHG-PARSE-EMPNO TO CHG-EMPNO(CHG-COUNT)
                       MOVE CHG-PARSE-DEPTNO TO CHG-DEPTNO(CHG-COUNT)
                       MOVE CHG-PARSE-AMOUNT
                           TO CHG-AMOUNT-X(CHG-COUNT)
                   END-IF
           END-READ.

      *> Load the payments already on file, then hold it open for
      *> this run's additions.
       OPEN-PAID-HISTORY.

           DISPLAY "BRCHSTDD" UPON ENVIRONMENT-NAME.
           DISPLAY HISTORY-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-NOT-FOUND
               MOVE 'N' TO END-OF-FILE
               PERFORM READ-ONE-HISTORY-ROW UNTIL END-OF-FILE = 'Y'
               CLOSE HISTORY-FILE
               MOVE 'N' TO END-OF-FILE
           END-IF.

           OPEN EXTEND HISTORY-FILE.
           IF HISTORY-FILE-NOT-FOUND
               OPEN OUTPUT HISTORY-FILE
           END-IF.

       READ-ONE-HISTORY-ROW.

           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   MOVE SPACES TO HIST-PARSE-TYPE
                   MOVE SPACES TO HIST-PARSE-PAYDATE
                   MOVE SPACES TO HIST-PARSE-EMPNO
                   UNSTRING HISTORY-RECORD DELIMITED BY ","
                       INTO HIST-PARSE-TYPE, HIST-PARSE-PAYDATE,
                            HIST-PARSE-EMPNO
                   IF HIST-PARSE-TYPE = 'P' AND HIST-COUNT < 20000
                       ADD 1 TO HIST-COUNT
                       MOVE HIST-PARSE-EMPNO TO HIST-EMPNO(HIST-COUNT)
                       MOVE HIST-PARSE-PAYDATE
                           TO HIST-PAYDATE(HIST-COUNT)
                   END-IF
           END-READ.

      * ----------------------------------------------------------- *
      * One pass over payroll's return file, each row matched back  *
      * to the register as it is read - no second table to cap.     *
               EXIT PARAGRAPH
           END-IF.

           PERFORM ADD-PAYMENT-TO-HISTORY.

           IF PAY-AMOUNT NOT = REG-BONUS(REG-IDX)
               ADD 1 TO MISMATCH-COUNT
               ADD REG-BONUS(REG-IDX) TO MISMATCH-REG-TOTAL
               ADD PAY-AMOUNT TO MATCHED-TOTAL
           END-IF.

      *> The amount payroll actually paid is what is on record -
      *> the register bonus rides alongside for the shares, which
      *> were cut from it.
       ADD-PAYMENT-TO-HISTORY.

           MOVE 'N' TO HIST-FOUND-SW.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT OR HIST-FOUND
               IF HIST-EMPNO(HIST-IDX) = PAY-EMPNO
                       AND HIST-PAYDATE(HIST-IDX) = PAY-DATE
                   MOVE 'Y' TO HIST-FOUND-SW
               END-IF
           END-PERFORM.
           IF HIST-FOUND OR PAY-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE PAY-AMOUNT TO HIST-AMOUNT-OUT.
           MOVE REG-BONUS(REG-IDX) TO HIST-BONUS-OUT.
           MOVE SPACES TO HISTORY-RECORD.
           STRING "P,"            DELIMITED BY SIZE
                  PAY-DATE        DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  PAY-EMPNO       DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  HIST-AMOUNT-OUT DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  HIST-BONUS-OUT  DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  RUN-DATE        DELIMITED BY SIZE
               INTO HISTORY-RECORD.
           WRITE HISTORY-RECORD.

           PERFORM VARYING CHG-IDX FROM 1 BY 1
               UNTIL CHG-IDX > CHG-COUNT
               IF CHG-EMPNO(CHG-IDX) = PAY-EMPNO
                   MOVE SPACES TO HISTORY-RECORD
                   STRING "S,"                 DELIMITED BY SIZE
                          PAY-DATE             DELIMITED BY SIZE
                          ","                  DELIMITED BY SIZE
                          PAY-EMPNO            DELIMITED BY SIZE
                          ","                  DELIMITED BY SIZE
                          CHG-DEPTNO(CHG-IDX)  DELIMITED BY SIZE
                          ","                  DELIMITED BY SIZE
                          CHG-AMOUNT-X(CHG-IDX) DELIMITED BY SPACE
                       INTO HISTORY-RECORD
                   WRITE HISTORY-RECORD
               END-IF
           END-PERFORM.

           IF HIST-COUNT < 20000
               ADD 1 TO HIST-COUNT
               MOVE PAY-EMPNO TO HIST-EMPNO(HIST-COUNT)
               MOVE PAY-DATE TO HIST-PAYDATE(HIST-COUNT)
           END-IF.
           ADD 1 TO HIST-ADDED-COUNT.

      *> A register line no return row ever claimed - the skipped
      *> employees who used to surface only when they complained.
       REPORT-ONE-UNPAID-LINE.
