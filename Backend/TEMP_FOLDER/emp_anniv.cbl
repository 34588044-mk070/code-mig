      * carries into the new year up to the cap                     *
      * (EMPANNIV_CARRYCAP, default 5 days) and the excess is       *
      * forfeited onto its own report.                              *
      *                                                             *
      * Rehired employees are aged from an adjusted service date   *
      * off REHIRE's event file rather than the extract's hire     *
      * date.  Under the bridged-service rule (EMPANNIV_BRIDGE,    *
      * default Y) a break of no more than EMPANNIV_BRIDGE_GAP     *
      * days (default 365) keeps the prior period's service, so    *
      * the service date is the rehire date less every bridged     *
      * day; a longer break, or EMPANNIV_BRIDGE=N, starts service  *
      * again at the rehire date.                                   *
      * ----------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           SELECT FORFEIT-FILE ASSIGN TO "VACFORDD"
              ORGANIZATION IS LINE SEQUENTIAL.

      *> REHIRE's event file - one line per rehire, oldest first
      *> within each employee.
           SELECT REHIRE-EVENT-FILE ASSIGN TO "ANNREHDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REHIRE-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FORFEIT-FILE.
       01  FORFEIT-RECORD        PIC X(80).

       FD  REHIRE-EVENT-FILE.
       01  REHIRE-EVENT-RECORD   PIC X(60).

       WORKING-STORAGE SECTION.

       01  EMP-FILENAME          PIC X(60) VALUE '/app/data/emp.csv'.
       01  USAGE-DONE-FILENAME   PIC X(80).
       01  USAGE-STAMP-TIME      PIC 9(8).

      * ----------------------------------------------------------- *
      * Bridged-service policy and the rehire events it applies to. *
      * ----------------------------------------------------------- *
       01  REHIRE-EVENT-FILENAME PIC X(60) VALUE
               '/app/data/rehire_events.dat'.
       01  REHIRE-EVENT-STATUS   PIC X(2).
           88  REHIRE-EVENT-NOT-FOUND VALUE '35'.
       01  PARM-BRIDGE           PIC X(10).
       01  BRIDGE-POLICY-SW      PIC X VALUE 'Y'.
           88  BRIDGE-SERVICE    VALUE 'Y'.
       01  PARM-BRIDGE-GAP       PIC X(10).
       01  BRIDGE-MAX-BREAK      PIC 9(5) VALUE 365.

       01  REH-COUNT             PIC 9(4) VALUE 0.
       01  REH-IDX               PIC 9(4).
       01  REH-TRUNCATED         PIC 9(4) VALUE 0.
       01  REH-TABLE.
           05  REH-ENTRY         OCCURS 2000 TIMES.
               10  REH-EMPNO          PIC X(5).
               10  REH-REHIREDATE     PIC X(8).
               10  REH-SERVICE-DAYS   PIC 9(5).
               10  REH-BREAK-DAYS     PIC 9(5).
       01  REH-PARSE-EMPNO       PIC X(5).
       01  REH-PARSE-DATE        PIC X(8).
       01  REH-PARSE-START       PIC X(8).
       01  REH-PARSE-END         PIC X(8).
       01  REH-PARSE-SERVICE     PIC X(5).
       01  REH-PARSE-BREAK       PIC X(5).

       01  LAST-REHIRE-DATE      PIC X(8).
       01  BRIDGED-DAYS          PIC 9(6).
       01  SERVICE-DATE-OUT      PIC 9(8).
       01  BRIDGED-COUNT         PIC 9(5) VALUE 0.
       01  RESTARTED-COUNT       PIC 9(5) VALUE 0.

      *> Serial day number back to YYYYMMDD - the year, then the
      *> month, stepped up to until the next one would pass it.
       01  TARGET-DAY-NUMBER     PIC 9(9).
       01  SOLVE-YYYY            PIC 9(4).
       01  SOLVE-MM              PIC 9(2).
       01  SOLVE-DD              PIC 9(2).
       01  SOLVE-DONE-SW         PIC X.
           88  SOLVE-DONE        VALUE 'Y'.

       01  BALANCE-DAYS          PIC S9(4).
       01  BALANCE-OUT           PIC ---9.
       01  FORFEIT-DAYS          PIC 9(3).
           DISPLAY ACCRUAL-FILENAME UPON ENVIRONMENT-VALUE.

           PERFORM PRELOAD-STATUS-ROWS.
           PERFORM PRELOAD-REHIRE-EVENTS.

           OPEN INPUT EMP-FILE.
           OPEN OUTPUT ACCRUAL-FILE.
                   CARRYOVER-CAP " DAY(S)"
           END-IF.

           ACCEPT PARM-BRIDGE FROM ENVIRONMENT "EMPANNIV_BRIDGE".
           INSPECT PARM-BRIDGE CONVERTING "ny" TO "NY".
           IF PARM-BRIDGE(1:1) = 'N'
               MOVE 'N' TO BRIDGE-POLICY-SW
           END-IF.

           ACCEPT PARM-BRIDGE-GAP
               FROM ENVIRONMENT "EMPANNIV_BRIDGE_GAP".
           MOVE 0 TO PARM-LEN.
           INSPECT PARM-BRIDGE-GAP
               TALLYING PARM-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
           IF PARM-LEN > 0
                   AND PARM-BRIDGE-GAP(1:PARM-LEN) IS NUMERIC
               MOVE PARM-BRIDGE-GAP(1:PARM-LEN) TO BRIDGE-MAX-BREAK
           END-IF.

      *> I-O with the same open-or-create dance DYNSQL3 gives its
      *> indexed files - the first accrual run ever creates the
      *> ledger empty and reopens it for keyed update.
           END-IF.

           ADD 1 TO EMPLOYEE-COUNT.
           PERFORM APPLY-REHIRE-SERVICE-DATE.
           PERFORM COMPUTE-SERVICE-YEARS.
           PERFORM COMPUTE-NEXT-ANNIVERSARY.
           PERFORM REPORT-UPCOMING-ANNIVERSARY.
               ADD 1 TO LOA-MONTHS
           END-IF.

      * ----------------------------------------------------------- *
      * Rehire support for the service date.                        *
      * ----------------------------------------------------------- *

      *> REHIRE's event file, loaded whole; no file means no
      *> rehires and every employee ages from the extract.
       PRELOAD-REHIRE-EVENTS.

           DISPLAY "ANNREHDD" UPON ENVIRONMENT-NAME.
           DISPLAY REHIRE-EVENT-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT REHIRE-EVENT-FILE.
           IF REHIRE-EVENT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-REHIRE-EVENT UNTIL END-OF-FILE = 'Y'.
           CLOSE REHIRE-EVENT-FILE.
           MOVE 'N' TO END-OF-FILE.

           IF BRIDGE-SERVICE
               DISPLAY REH-COUNT " REHIRE EVENT(S) - BREAKS UP TO "
                   BRIDGE-MAX-BREAK " DAY(S) BRIDGED."
           ELSE
               DISPLAY REH-COUNT " REHIRE EVENT(S) - BRIDGING OFF, "
                   "SERVICE RESTARTS AT REHIRE."
           END-IF.
           IF REH-TRUNCATED > 0
               DISPLAY "WARNING: REHIRE TABLE CAPACITY (2000) "
                   "EXCEEDED - " REH-TRUNCATED
                   " EVENT(S) IGNORED."
           END-IF.

       READ-ONE-REHIRE-EVENT.

           READ REHIRE-EVENT-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   PERFORM STORE-ONE-REHIRE-EVENT
           END-READ.

       STORE-ONE-REHIRE-EVENT.

           MOVE SPACES TO REH-PARSE-EMPNO.
           MOVE SPACES TO REH-PARSE-DATE.
           MOVE SPACES TO REH-PARSE-START.
           MOVE SPACES TO REH-PARSE-END.
           MOVE SPACES TO REH-PARSE-SERVICE.
           MOVE SPACES TO REH-PARSE-BREAK.
           UNSTRING REHIRE-EVENT-RECORD DELIMITED BY ","
               INTO REH-PARSE-EMPNO, REH-PARSE-DATE,
                    REH-PARSE-START, REH-PARSE-END,
                    REH-PARSE-SERVICE, REH-PARSE-BREAK.

           IF REH-PARSE-DATE IS NOT NUMERIC
                   OR REH-PARSE-SERVICE IS NOT NUMERIC
                   OR REH-PARSE-BREAK IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           IF REH-COUNT < 2000
               ADD 1 TO REH-COUNT
               MOVE REH-PARSE-EMPNO TO REH-EMPNO(REH-COUNT)
               MOVE REH-PARSE-DATE TO REH-REHIREDATE(REH-COUNT)
               MOVE REH-PARSE-SERVICE TO REH-SERVICE-DAYS(REH-COUNT)
               MOVE REH-PARSE-BREAK TO REH-BREAK-DAYS(REH-COUNT)
           ELSE
               ADD 1 TO REH-TRUNCATED
           END-IF.

      *> The employee's rehires up to the run date, oldest first.
      *> Each bridged break adds the period before it to the
      *> credited days; an unbridged one wipes them.  Service then
      *> runs from the last rehire date less the credited days.
       APPLY-REHIRE-SERVICE-DATE.

           IF REH-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO LAST-REHIRE-DATE.
           MOVE 0 TO BRIDGED-DAYS.
           PERFORM VARYING REH-IDX FROM 1 BY 1
               UNTIL REH-IDX > REH-COUNT
               IF REH-EMPNO(REH-IDX) = TEMP-EMPNO
                       AND REH-REHIREDATE(REH-IDX) <= RUN-DATE-X
                   MOVE REH-REHIREDATE(REH-IDX) TO LAST-REHIRE-DATE
                   IF BRIDGE-SERVICE
                           AND REH-BREAK-DAYS(REH-IDX)
                               <= BRIDGE-MAX-BREAK
                       ADD REH-SERVICE-DAYS(REH-IDX) TO BRIDGED-DAYS
                   ELSE
                       MOVE 0 TO BRIDGED-DAYS
                   END-IF
               END-IF
           END-PERFORM.

           IF LAST-REHIRE-DATE = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE LAST-REHIRE-DATE TO CONV-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           COMPUTE TARGET-DAY-NUMBER =
               CONV-DAY-NUMBER - BRIDGED-DAYS.
           PERFORM DAY-NUMBER-TO-DATE.
           MOVE CONV-DATE TO HIRE-DATE.
           MOVE HIRE-DATE TO SERVICE-DATE-OUT.

           IF BRIDGED-DAYS > 0
               ADD 1 TO BRIDGED-COUNT
               DISPLAY "BRIDGED SERVICE: " TEMP-EMPNO " "
                   TEMP-NAME " REHIRED " LAST-REHIRE-DATE
                   ", SERVICE FROM " SERVICE-DATE-OUT
           ELSE
               ADD 1 TO RESTARTED-COUNT
               DISPLAY "SERVICE RESTARTED: " TEMP-EMPNO " "
                   TEMP-NAME " REHIRED " LAST-REHIRE-DATE
           END-IF.

      * ----------------------------------------------------------- *
      * One accrual record per employee for payroll:                *
      * empno,name,hiredate,years,accrual-days.                     *
               REMAINDER CONV-LEAP-REMAINDER.
           ADD CONV-LEAP-QUOTIENT TO CONV-DAY-NUMBER.

      * ----------------------------------------------------------- *
      * Serial day number in TARGET-DAY-NUMBER back to YYYYMMDD in  *
      * CONV-DATE.  The year starts from a low estimate and steps   *
      * up while the next 1 January is still on or before the      *
      * target; the month steps down from December to the first   *
      * one that starts on or before it; the rest is the day.      *
      * ----------------------------------------------------------- *
       DAY-NUMBER-TO-DATE.

           DIVIDE TARGET-DAY-NUMBER BY 366 GIVING SOLVE-YYYY.
           MOVE 'N' TO SOLVE-DONE-SW.
           PERFORM STEP-SOLVE-YEAR UNTIL SOLVE-DONE.

           MOVE 12 TO SOLVE-MM.
           MOVE 'N' TO SOLVE-DONE-SW.
           PERFORM STEP-SOLVE-MONTH UNTIL SOLVE-DONE.

           MOVE SOLVE-YYYY TO CONV-YYYY.
           MOVE SOLVE-MM TO CONV-MM.
           MOVE SOLVE-DD TO CONV-DD.

       STEP-SOLVE-YEAR.

           COMPUTE CONV-YYYY = SOLVE-YYYY + 1.
           MOVE 1 TO CONV-MM.
           MOVE 1 TO CONV-DD.
           PERFORM DATE-TO-DAY-NUMBER.
           IF CONV-DAY-NUMBER <= TARGET-DAY-NUMBER
               ADD 1 TO SOLVE-YYYY
           ELSE
               MOVE 'Y' TO SOLVE-DONE-SW
           END-IF.

       STEP-SOLVE-MONTH.

           MOVE SOLVE-YYYY TO CONV-YYYY.
           MOVE SOLVE-MM TO CONV-MM.
           MOVE 1 TO CONV-DD.
           PERFORM DATE-TO-DAY-NUMBER.
           IF CONV-DAY-NUMBER <= TARGET-DAY-NUMBER
               COMPUTE SOLVE-DD =
                   TARGET-DAY-NUMBER - CONV-DAY-NUMBER + 1
               MOVE 'Y' TO SOLVE-DONE-SW
           ELSE
               SUBTRACT 1 FROM SOLVE-MM
           END-IF.

       DISPLAY-ANNIV-SUMMARY.

           DISPLAY " ".
           DISPLAY "SKIPPED (BAD DATE)  : " SKIPPED-COUNT.
           DISPLAY "TERMINATED (NO ACCR): " TERMINATED-COUNT.
           DISPLAY "LOA-REDUCED ACCRUALS: " LOA-EMP-COUNT.
           DISPLAY "REHIRES - BRIDGED   : " BRIDGED-COUNT.
           DISPLAY "REHIRES - RESTARTED : " RESTARTED-COUNT.
           DISPLAY "ANNIV WITHIN 30 DAYS: " ANNIV-30-COUNT.
           DISPLAY "ANNIV WITHIN 60 DAYS: " ANNIV-60-COUNT.
           DISPLAY "ANNIV WITHIN 90 DAYS: " ANNIV-90-COUNT.
