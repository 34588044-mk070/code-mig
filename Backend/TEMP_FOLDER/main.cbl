           SELECT GL-POSTING-FILE ASSIGN TO "BONGLDD"
              ORGANIZATION IS LINE SEQUENTIAL.

      *> The charge behind each D-line, employee by employee - what
      *> BONRECON carries forward with the paid register so a later
      *> clawback can credit the same departments back.
           SELECT CHARGE-FILE ASSIGN TO "BONCHGDD"
              ORGANIZATION IS LINE SEQUENTIAL.

      *> The what-if comparison a simulation run prints instead of
      *> touching the interface files.
           SELECT WHATIF-REPORT-FILE ASSIGN TO "BONWIFDD"
              ORGANIZATION IS LINE SEQUENTIAL.

      *> Comp-committee rules file - the tier schedule and the
      *> department eligibility list, read at run time so a schedule
      *> change no longer means a recompile.
       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD     PIC X(40).

       FD  CHARGE-FILE.
       01  CHARGE-RECORD         PIC X(40).

       FD  WHATIF-REPORT-FILE.
       01  WHATIF-REPORT-RECORD  PIC X(132).

       FD  RULES-FILE.
       01  RULES-RECORD          PIC X(80).

               '/app/data/bonus_register.csv'.
       01  GL-POSTING-FILENAME   PIC X(60) VALUE
               '/app/data/bonus_gl.dat'.
       01  CHARGE-FILENAME       PIC X(60) VALUE
               '/app/data/bonus_charges.csv'.
       01  END-OF-FILE           PIC X VALUE 'N'.

       01  TEMP-STRING           PIC X(200).

       01  NO-BONUS-COUNT        PIC 9(5) VALUE 0.

      * ----------------------------------------------------------- *
      * What-if simulation.  BONUS_MODE=SIMULATE prices every      *
      * employee twice - once on the live rules file, once on the  *
      * proposed one (BONUS_PROPOSED_RULES, default                 *
      * bonus_rules_proposed.dat) - through the very same          *
      * proration, eligibility and transfer-split logic, and       *
      * prints a cost comparison per department and cost center    *
      * instead of writing the register, charge and GL files,      *
      * which are left exactly as the last real run wrote them.    *
      * The proposed side's schedule, eligibility list and         *
      * accumulators are held in the PRP- mirrors below and        *
      * exchanged with the working ones around each pricing pass.  *
      * ----------------------------------------------------------- *
       01  PARM-RUN-MODE         PIC X(10).
       01  RUN-MODE-SW           PIC X VALUE 'L'.
           88  SIMULATION-MODE   VALUE 'S'.
       01  PARM-PROPOSED-RULES   PIC X(60).
       01  PROPOSED-RULES-FILENAME PIC X(60) VALUE
               '/app/data/bonus_rules_proposed.dat'.
       01  LIVE-RULES-FILENAME   PIC X(60).
       01  WHATIF-REPORT-FILENAME PIC X(60) VALUE
               '/app/data/bonus_whatif_report.txt'.

       01  PRP-TIER-COUNT        PIC 99 VALUE 0.
       01  PRP-TIER-TABLE.
           05  PRP-TIER-ENTRY    OCCURS 20 TIMES.
               10  PRP-TIER-THRESHOLD PIC 9(7)V99.
               10  PRP-TIER-RATE      PIC V999.
               10  PRP-TIER-LABEL     PIC X(14).
               10  PRP-TIER-EMP-COUNT PIC 9(5).
               10  PRP-TIER-BONUS-TOTAL PIC 9(9)V99.
       01  PRP-EXCL-COUNT        PIC 99 VALUE 0.
       01  PRP-EXCL-DEPT-TABLE.
           05  PRP-EXCL-DEPTNO   OCCURS 20 TIMES PIC X(2).
       01  PRP-GL-DEPT-COUNT     PIC 99 VALUE 0.
       01  PRP-GL-DEPT-TABLE.
           05  PRP-GL-DEPT-ENTRY OCCURS 99 TIMES.
               10  PRP-GL-DEPT-DEPTNO    PIC X(2).
               10  PRP-GL-DEPT-EMP-COUNT PIC 9(5).
               10  PRP-GL-DEPT-BONUS     PIC 9(9)V99.
       01  PRP-GRAND-TOTAL-COUNT PIC 9(5) VALUE 0.
       01  PRP-GRAND-TOTAL-BONUS PIC 9(9)V99 VALUE 0.
       01  PRP-NO-BONUS-COUNT    PIC 9(5) VALUE 0.
       01  PRP-EXCLUDED-COUNT    PIC 9(5) VALUE 0.
       01  PRP-LOA-EMP-COUNT     PIC 9(5) VALUE 0.
       01  PRP-SPLIT-EMP-COUNT   PIC 9(5) VALUE 0.

      *> Exchange scratch - wide enough for the largest table.
       01  SWAP-HOLD-AREA        PIC X(2000).
       01  SWAP-HOLD-COUNT       PIC 9(5).
       01  SWAP-HOLD-AMOUNT      PIC 9(9)V99.

      *> Each employee's outcome on either side - the tier label,
      *> or EXCLUDED for an ineligible department - compared to
      *> count the people the proposal moves to another tier.
       01  SIM-LIVE-OUTCOME      PIC X(14).
       01  SIM-PRP-OUTCOME       PIC X(14).
       01  SIM-TIER-CHANGE-COUNT PIC 9(5) VALUE 0.

      *> The comparison, one line per department seen on either
      *> side, rolled up by the cost center dept.csv assigns.
       01  CMP-COUNT             PIC 99 VALUE 0.
       01  CMP-IDX               PIC 99.
       01  CMP-TABLE.
           05  CMP-ENTRY         OCCURS 99 TIMES.
               10  CMP-DEPTNO         PIC X(2).
               10  CMP-LIVE-COUNT     PIC 9(5).
               10  CMP-LIVE-COST      PIC 9(9)V99.
               10  CMP-PRP-COUNT      PIC 9(5).
               10  CMP-PRP-COST       PIC 9(9)V99.
               10  CMP-TIER-CHANGES   PIC 9(5).
       01  CMP-FOUND-SW          PIC X.
           88  CMP-FOUND         VALUE 'Y'.
       01  CMP-KEY               PIC X(2).

       01  CCS-COUNT             PIC 99 VALUE 0.
       01  CCS-IDX               PIC 99.
       01  CCS-TABLE.
           05  CCS-ENTRY         OCCURS 99 TIMES.
               10  CCS-COSTCENTER     PIC X(6).
               10  CCS-LIVE-COUNT     PIC 9(5).
               10  CCS-LIVE-COST      PIC 9(9)V99.
               10  CCS-PRP-COUNT      PIC 9(5).
               10  CCS-PRP-COST       PIC 9(9)V99.
               10  CCS-TIER-CHANGES   PIC 9(5).
       01  CCS-FOUND-SW          PIC X.
           88  CCS-FOUND         VALUE 'Y'.
       01  CCS-KEY               PIC X(6).

       01  WIF-DIFFERENCE        PIC S9(9)V99.
       01  WIF-COST-OUT          PIC ZZZ,ZZZ,ZZ9.99.
       01  WIF-PRP-COST-OUT      PIC ZZZ,ZZZ,ZZ9.99.
       01  WIF-DIFF-OUT          PIC ----,---,--9.99.
       01  WIF-COUNT-OUT         PIC ZZ,ZZ9.
       01  WIF-PRP-COUNT-OUT     PIC ZZ,ZZ9.
       01  WIF-CHANGES-OUT       PIC ZZ,ZZ9.
       01  WIF-LABEL             PIC X(30).
       01  WIF-PRINT-LINE        PIC X(132).
       01  WIF-PAGE-SIZE         PIC 99 VALUE 60.
       01  WIF-LINE-COUNT        PIC 99 VALUE 0.
       01  WIF-PAGE-COUNT        PIC 999 VALUE 0.

      * ----------------------------------------------------------- *
      * Employee status records.  The extract's "S,empno,code,     *
      * effdate" rows (L leave, T terminated, A returned) are      *
       01  DEPT-KNOWN-SW         PIC X.
           88  DEPT-KNOWN        VALUE 'Y'.
       01  DEPT-NAME-OUT         PIC X(20).
       01  DEPT-COSTCENTER-OUT   PIC X(6).
      *> The found department's active flag - a department DEPTMAINT
      *> has deactivated pays no bonus, its rows dropped and counted
      *> the same way unknown departments are.
       01  REG-BONUS-OUT         PIC 9(7).9(2).
       01  GL-AMOUNT-OUT         PIC 9(9).9(2).
       01  GL-COUNT-OUT          PIC 9(5).
       01  CHG-DEPTNO            PIC X(2).
       01  CHG-AMOUNT            PIC 9(9)V99.
       01  CHG-AMOUNT-OUT        PIC 9(7).9(2).

      *> A name carrying a comma goes back out double-quoted, the
      *> same CSV rules the quoted-field parse honours on the way
           DISPLAY " ".

           PERFORM READ-BONUS-YEAR.
           PERFORM READ-RUN-MODE.
           PERFORM LOAD-BONUS-RULES.
           IF SIMULATION-MODE
               PERFORM LOAD-PROPOSED-RULES
           END-IF.
           PERFORM LOAD-DEPT-MASTER.
           PERFORM LOAD-DEPT-REMAP.
           PERFORM OPEN-EMP-MASTER.
           DISPLAY REGISTER-FILENAME UPON ENVIRONMENT-VALUE.
           DISPLAY "BONGLDD" UPON ENVIRONMENT-NAME.
           DISPLAY GL-POSTING-FILENAME UPON ENVIRONMENT-VALUE.
           DISPLAY "BONCHGDD" UPON ENVIRONMENT-NAME.
           DISPLAY CHARGE-FILENAME UPON ENVIRONMENT-VALUE.

           PERFORM PRELOAD-STATUS-ROWS.

           OPEN INPUT EMP-FILE.
           MOVE 'N' TO END-OF-FILE.

      *> A simulation never opens the interface files - opening
      *> them OUTPUT would already have emptied them.
           IF NOT SIMULATION-MODE
               OPEN OUTPUT REGISTER-FILE
               OPEN OUTPUT CHARGE-FILE
               DISPLAY "EMPLOYEE    SALARY       TIER           BONUS"
               DISPLAY "----------  -----------  -------------  "
                   "--------"
           END-IF.

           PERFORM GETROWS UNTIL END-OF-FILE = 'Y'.

           CLOSE EMP-FILE.
           IF NOT SIMULATION-MODE
               CLOSE REGISTER-FILE
               CLOSE CHARGE-FILE
           END-IF.

           IF EMP-MASTER-AVAILABLE
               CLOSE EMP-MASTER-FILE
           END-IF.

           IF SIMULATION-MODE
               DISPLAY " "
               DISPLAY "*** CURRENT RULES ***"
               PERFORM DISPLAY-TIER-SUMMARY
               PERFORM SWAP-RULE-SIDES
               DISPLAY " "
               DISPLAY "*** PROPOSED RULES ***"
               PERFORM DISPLAY-TIER-SUMMARY
               PERFORM SWAP-RULE-SIDES
               PERFORM WRITE-WHATIF-REPORT
               DISPLAY " "
               DISPLAY SIM-TIER-CHANGE-COUNT
                   " EMPLOYEE(S) CHANGE TIER UNDER THE PROPOSAL."
               DISPLAY "WHAT-IF REPORT: " WHATIF-REPORT-FILENAME
               DISPLAY "SIMULATION ONLY - REGISTER, CHARGE AND GL "
                   "FILES NOT WRITTEN."
           ELSE
               PERFORM WRITE-GL-POSTING-FILE
               PERFORM DISPLAY-TIER-SUMMARY
           END-IF.

           STOP RUN.

           END-IF.

           IF ROW-VALID
               IF SIMULATION-MODE
                   PERFORM SIMULATE-BOTH-SCHEDULES
               ELSE
                   PERFORM PRICE-ONE-EMPLOYEE
               END-IF
           END-IF.

      *> An excluded department's people draw no bonus at all - no
      *> screen line, no register row, no GL dollars; they surface
      *> as one count on the tier summary instead.
       PRICE-ONE-EMPLOYEE.

           PERFORM CHECK-DEPT-ELIGIBILITY.
           IF EMP-EXCLUDED
               ADD 1 TO EXCLUDED-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM PARSE-SALARY-AMOUNT.
           PERFORM COMPUTE-SERVICE-MONTHS.
           PERFORM APPLY-STATUS-EXCLUSIONS.
           PERFORM ASSIGN-BONUS-TIER.
           IF NOT SIMULATION-MODE
               PERFORM DISPLAY-EMPLOYEE-BONUS
               PERFORM WRITE-REGISTER-ROW
           END-IF.
           PERFORM APPORTION-GL-DEPT.

      * ----------------------------------------------------------- *
      * Price the row on the live rules, then again on the         *
      * proposed rules with the two sides exchanged, and count it  *
      * against its department when the two outcomes differ.       *
      * ----------------------------------------------------------- *
       SIMULATE-BOTH-SCHEDULES.

           PERFORM PRICE-ONE-EMPLOYEE.
           MOVE EMP-BONUS-LABEL TO SIM-LIVE-OUTCOME.
           IF EMP-EXCLUDED
               MOVE 'EXCLUDED' TO SIM-LIVE-OUTCOME
           END-IF.

           PERFORM SWAP-RULE-SIDES.
           PERFORM PRICE-ONE-EMPLOYEE.
           MOVE EMP-BONUS-LABEL TO SIM-PRP-OUTCOME.
           IF EMP-EXCLUDED
               MOVE 'EXCLUDED' TO SIM-PRP-OUTCOME
           END-IF.
           PERFORM SWAP-RULE-SIDES.

           IF SIM-LIVE-OUTCOME NOT = SIM-PRP-OUTCOME
               ADD 1 TO SIM-TIER-CHANGE-COUNT
               MOVE TEMP-DEPTNO-X TO CMP-KEY
               PERFORM FIND-CMP-ENTRY
               IF CMP-FOUND
                   ADD 1 TO CMP-TIER-CHANGES(CMP-IDX)
               END-IF
           END-IF.

      *> Exchange the working schedule, eligibility list and
      *> accumulators with the PRP- mirrors - called in pairs, so
      *> the working set is always the live side between them.
       SWAP-RULE-SIDES.

           MOVE TIER-TABLE TO SWAP-HOLD-AREA.
           MOVE PRP-TIER-TABLE TO TIER-TABLE.
           MOVE SWAP-HOLD-AREA TO PRP-TIER-TABLE.
           MOVE TIER-COUNT TO SWAP-HOLD-COUNT.
           MOVE PRP-TIER-COUNT TO TIER-COUNT.
           MOVE SWAP-HOLD-COUNT TO PRP-TIER-COUNT.

           MOVE EXCL-DEPT-TABLE TO SWAP-HOLD-AREA.
           MOVE PRP-EXCL-DEPT-TABLE TO EXCL-DEPT-TABLE.
           MOVE SWAP-HOLD-AREA TO PRP-EXCL-DEPT-TABLE.
           MOVE EXCL-COUNT TO SWAP-HOLD-COUNT.
           MOVE PRP-EXCL-COUNT TO EXCL-COUNT.
           MOVE SWAP-HOLD-COUNT TO PRP-EXCL-COUNT.

           MOVE GL-DEPT-TABLE TO SWAP-HOLD-AREA.
           MOVE PRP-GL-DEPT-TABLE TO GL-DEPT-TABLE.
           MOVE SWAP-HOLD-AREA TO PRP-GL-DEPT-TABLE.
           MOVE GL-DEPT-COUNT TO SWAP-HOLD-COUNT.
           MOVE PRP-GL-DEPT-COUNT TO GL-DEPT-COUNT.
           MOVE SWAP-HOLD-COUNT TO PRP-GL-DEPT-COUNT.

           MOVE GRAND-TOTAL-COUNT TO SWAP-HOLD-COUNT.
           MOVE PRP-GRAND-TOTAL-COUNT TO GRAND-TOTAL-COUNT.
           MOVE SWAP-HOLD-COUNT TO PRP-GRAND-TOTAL-COUNT.
           MOVE GRAND-TOTAL-BONUS TO SWAP-HOLD-AMOUNT.
           MOVE PRP-GRAND-TOTAL-BONUS TO GRAND-TOTAL-BONUS.
           MOVE SWAP-HOLD-AMOUNT TO PRP-GRAND-TOTAL-BONUS.

           MOVE NO-BONUS-COUNT TO SWAP-HOLD-COUNT.
           MOVE PRP-NO-BONUS-COUNT TO NO-BONUS-COUNT.
           MOVE SWAP-HOLD-COUNT TO PRP-NO-BONUS-COUNT.
           MOVE EXCLUDED-COUNT TO SWAP-HOLD-COUNT.
           MOVE PRP-EXCLUDED-COUNT TO EXCLUDED-COUNT.
           MOVE SWAP-HOLD-COUNT TO PRP-EXCLUDED-COUNT.
           MOVE LOA-EMP-COUNT TO SWAP-HOLD-COUNT.
           MOVE PRP-LOA-EMP-COUNT TO LOA-EMP-COUNT.
           MOVE SWAP-HOLD-COUNT TO PRP-LOA-EMP-COUNT.
           MOVE SPLIT-EMP-COUNT TO SWAP-HOLD-COUNT.
           MOVE PRP-SPLIT-EMP-COUNT TO SPLIT-EMP-COUNT.
           MOVE SWAP-HOLD-COUNT TO PRP-SPLIT-EMP-COUNT.

      * ----------------------------------------------------------- *
      * Split TEMP-STRING into up to six CSV fields, honouring      *
                   IF EMPM-EMPNO NOT = TEMP-EMPNO
                       MOVE 'Y' TO GLS-HIST-DONE-SW
                   ELSE
      *> A version MASTFIX voided stays on file for the record only.
                       IF EMPM-STATUS = 'V'
                           CONTINUE
                       ELSE
                           IF GLS-HIST-COUNT < 36
                               ADD 1 TO GLS-HIST-COUNT
                               MOVE EMPM-EFFDATE
                                   TO GLS-HIST-EFFDATE(GLS-HIST-COUNT)
                               MOVE EMPM-DEPTNO
                                   TO GLS-HIST-DEPTNO(GLS-HIST-COUNT)
                           ELSE
                               MOVE 'Y' TO GLS-HIST-DONE-SW
                           END-IF
                       END-IF
                   END-IF
           END-READ.

           MOVE GLS-SPLIT-DEPTNO(GLS-SPLIT-IDX) TO GLS-ADD-DEPTNO.
           MOVE GLS-SHARE TO GLS-ADD-AMOUNT.
           MOVE GLS-ADD-DEPTNO TO CHG-DEPTNO.
           MOVE GLS-SHARE TO CHG-AMOUNT.
           PERFORM WRITE-CHARGE-ROW.
           IF GLS-ADD-DEPTNO = TEMP-DEPTNO-X
                   AND NOT GLS-HEADCOUNT-CREDITED
               MOVE 1 TO GLS-ADD-HEADCOUNT
      * ----------------------------------------------------------- *
       ACCUMULATE-GL-DEPT.

           MOVE TEMP-DEPTNO-X TO CHG-DEPTNO.
           MOVE EMP-BONUS-AMOUNT TO CHG-AMOUNT.
           PERFORM WRITE-CHARGE-ROW.

           MOVE 'N' TO GL-DEPT-FOUND-SW.
           PERFORM VARYING GL-DEPT-IDX FROM 1 BY 1
               UNTIL GL-DEPT-IDX > GL-DEPT-COUNT
               MOVE EMP-BONUS-AMOUNT TO GL-DEPT-BONUS(GL-DEPT-COUNT)
           END-IF.

      *> "empno,deptno,amount" - one row per department share of a
      *> paying bonus, so the rows for an employee sum to the
      *> register bonus and the rows for a department to its D-line.
       WRITE-CHARGE-ROW.

           IF CHG-AMOUNT = 0 OR SIMULATION-MODE
               EXIT PARAGRAPH
           END-IF.

           MOVE CHG-AMOUNT TO CHG-AMOUNT-OUT.
           MOVE SPACES TO CHARGE-RECORD.
           STRING
               TEMP-EMPNO       DELIMITED BY SIZE
               ","              DELIMITED BY SIZE
               CHG-DEPTNO       DELIMITED BY SIZE
               ","              DELIMITED BY SIZE
               CHG-AMOUNT-OUT   DELIMITED BY SIZE
               INTO CHARGE-RECORD.
           WRITE CHARGE-RECORD.

      * ----------------------------------------------------------- *
      * The GL posting interface file - one summarized debit line   *
      * per department ("D,deptno,count,amount") and a balancing    *
           END-IF.
           DISPLAY "BONUS YEAR: " BONUS-YEAR.

      *> BONUS_MODE=SIMULATE turns on the what-if run; anything
      *> else is the live run it has always been.
       READ-RUN-MODE.

           ACCEPT PARM-RUN-MODE FROM ENVIRONMENT "BONUS_MODE".
           INSPECT PARM-RUN-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF PARM-RUN-MODE = "SIMULATE"
               MOVE 'S' TO RUN-MODE-SW
               ACCEPT PARM-PROPOSED-RULES
                   FROM ENVIRONMENT "BONUS_PROPOSED_RULES"
               IF PARM-PROPOSED-RULES NOT = SPACES
                   MOVE PARM-PROPOSED-RULES
                       TO PROPOSED-RULES-FILENAME
               END-IF
               DISPLAY "MODE: SIMULATE - PROPOSED RULES "
                   PROPOSED-RULES-FILENAME
               DISPLAY " "
           END-IF.

      * ----------------------------------------------------------- *
      * The proposed schedule loads through the same loader, into  *
      * the working tables with the sides exchanged - so it is     *
      * parsed exactly the way a live run would parse it.  Unlike  *
      * the live file, a proposal that is not there is an error:   *
      * comparing the shipped schedule with itself proves nothing. *
      * ----------------------------------------------------------- *
       LOAD-PROPOSED-RULES.

           MOVE RULES-FILENAME TO LIVE-RULES-FILENAME.
           MOVE PROPOSED-RULES-FILENAME TO RULES-FILENAME.
           DISPLAY "PROPOSED SCHEDULE:".
           PERFORM SWAP-RULE-SIDES.
           PERFORM LOAD-BONUS-RULES.
           PERFORM SWAP-RULE-SIDES.
           MOVE LIVE-RULES-FILENAME TO RULES-FILENAME.

           IF RULES-FILE-NOT-FOUND
               DISPLAY "CANNOT OPEN PROPOSED RULES FILE "
                   PROPOSED-RULES-FILENAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ----------------------------------------------------------- *
      * Load the schedule and the eligibility list from the rules  *
      * file: "TIER,ddddddd.cc,d.ddd,label" and "EXCL,dd" lines,   *
               ADD 1 TO EXCL-COUNT
               MOVE RULE-FIELD-2 TO EXCL-DEPTNO(EXCL-COUNT)
           END-IF.
      *> CLAW lines are the clawback schedule BONCLAW reads - they
      *> play no part in the calculation and fall through here.

      *> The threshold arrives in salary's own ddddddd.cc shape and
      *> the rate as d.ddd; either failing its shape check voids
           MOVE 'N' TO DEPT-KNOWN-SW.
           MOVE SPACES TO DEPT-NAME-OUT.
           MOVE SPACES TO DEPT-ACTIVE-OUT.
           MOVE SPACES TO DEPT-COSTCENTER-OUT.
           PERFORM VARYING DEPT-MASTER-IDX FROM 1 BY 1
               UNTIL DEPT-MASTER-IDX > DEPT-MASTER-COUNT
                   OR DEPT-KNOWN
                       TO DEPT-NAME-OUT
                   MOVE DEPT-MST-ACTIVE(DEPT-MASTER-IDX)
                       TO DEPT-ACTIVE-OUT
                   MOVE DEPT-MST-COSTCENTER(DEPT-MASTER-IDX)
                       TO DEPT-COSTCENTER-OUT
               END-IF
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "GRAND TOTAL   : " GRAND-TOTAL-COUNT
               " EMPLOYEE(S), " GRAND-TOTAL-BONUS " TOTAL BONUS".

      * ----------------------------------------------------------- *
      * The what-if comparison.  Every department either side      *
      * charged is folded into the comparison table - the live     *
      * D-line dollars as current cost, the proposed ones as       *
      * proposed cost, transfer splits and all - then rolled up    *
      * by the department's cost center off dept.csv.              *
      * ----------------------------------------------------------- *
       WRITE-WHATIF-REPORT.

           PERFORM FOLD-LIVE-GL-DEPT
               VARYING GL-DEPT-IDX FROM 1 BY 1
               UNTIL GL-DEPT-IDX > GL-DEPT-COUNT.
           PERFORM FOLD-PROPOSED-GL-DEPT
               VARYING GL-DEPT-IDX FROM 1 BY 1
               UNTIL GL-DEPT-IDX > PRP-GL-DEPT-COUNT.
           PERFORM ROLL-UP-ONE-COST-CENTER
               VARYING CMP-IDX FROM 1 BY 1
               UNTIL CMP-IDX > CMP-COUNT.

           DISPLAY "BONWIFDD" UPON ENVIRONMENT-NAME.
           DISPLAY WHATIF-REPORT-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT WHATIF-REPORT-FILE.
           PERFORM WRITE-WHATIF-PAGE-HEADER.

           MOVE "BY DEPARTMENT" TO WIF-PRINT-LINE.
           PERFORM WRITE-WHATIF-LINE.
           PERFORM WRITE-WHATIF-COLUMN-HEADER.
           PERFORM WRITE-ONE-DEPT-COMPARISON
               VARYING CMP-IDX FROM 1 BY 1
               UNTIL CMP-IDX > CMP-COUNT.

           MOVE SPACES TO WIF-PRINT-LINE.
           PERFORM WRITE-WHATIF-LINE.
           MOVE "BY COST CENTER" TO WIF-PRINT-LINE.
           PERFORM WRITE-WHATIF-LINE.
           PERFORM WRITE-WHATIF-COLUMN-HEADER.
           PERFORM WRITE-ONE-CC-COMPARISON
               VARYING CCS-IDX FROM 1 BY 1
               UNTIL CCS-IDX > CCS-COUNT.

           MOVE SPACES TO WIF-PRINT-LINE.
           PERFORM WRITE-WHATIF-LINE.
           MOVE "TOTAL" TO WIF-LABEL.
           MOVE GRAND-TOTAL-COUNT TO WIF-COUNT-OUT.
           MOVE GRAND-TOTAL-BONUS TO WIF-COST-OUT.
           MOVE PRP-GRAND-TOTAL-COUNT TO WIF-PRP-COUNT-OUT.
           MOVE PRP-GRAND-TOTAL-BONUS TO WIF-PRP-COST-OUT.
           COMPUTE WIF-DIFFERENCE =
               PRP-GRAND-TOTAL-BONUS - GRAND-TOTAL-BONUS.
           MOVE WIF-DIFFERENCE TO WIF-DIFF-OUT.
           MOVE SIM-TIER-CHANGE-COUNT TO WIF-CHANGES-OUT.
           PERFORM WRITE-WHATIF-DETAIL-LINE.

           CLOSE WHATIF-REPORT-FILE.

       FOLD-LIVE-GL-DEPT.

           MOVE GL-DEPT-DEPTNO(GL-DEPT-IDX) TO CMP-KEY.
           PERFORM FIND-CMP-ENTRY.
           IF CMP-FOUND
               ADD GL-DEPT-EMP-COUNT(GL-DEPT-IDX)
                   TO CMP-LIVE-COUNT(CMP-IDX)
               ADD GL-DEPT-BONUS(GL-DEPT-IDX)
                   TO CMP-LIVE-COST(CMP-IDX)
           END-IF.

       FOLD-PROPOSED-GL-DEPT.

           MOVE PRP-GL-DEPT-DEPTNO(GL-DEPT-IDX) TO CMP-KEY.
           PERFORM FIND-CMP-ENTRY.
           IF CMP-FOUND
               ADD PRP-GL-DEPT-EMP-COUNT(GL-DEPT-IDX)
                   TO CMP-PRP-COUNT(CMP-IDX)
               ADD PRP-GL-DEPT-BONUS(GL-DEPT-IDX)
                   TO CMP-PRP-COST(CMP-IDX)
           END-IF.

      *> Find CMP-KEY in the comparison table, adding it on first
      *> sight; CMP-IDX is left on the entry.
       FIND-CMP-ENTRY.

           MOVE 'N' TO CMP-FOUND-SW.
           PERFORM VARYING CMP-IDX FROM 1 BY 1
               UNTIL CMP-IDX > CMP-COUNT OR CMP-FOUND
               IF CMP-DEPTNO(CMP-IDX) = CMP-KEY
                   MOVE 'Y' TO CMP-FOUND-SW
               END-IF
           END-PERFORM.
           IF CMP-FOUND
               SUBTRACT 1 FROM CMP-IDX
               EXIT PARAGRAPH
           END-IF.

           IF CMP-COUNT < 99
               ADD 1 TO CMP-COUNT
               MOVE CMP-COUNT TO CMP-IDX
               MOVE CMP-KEY TO CMP-DEPTNO(CMP-IDX)
               MOVE 0 TO CMP-LIVE-COUNT(CMP-IDX)
               MOVE 0 TO CMP-LIVE-COST(CMP-IDX)
               MOVE 0 TO CMP-PRP-COUNT(CMP-IDX)
               MOVE 0 TO CMP-PRP-COST(CMP-IDX)
               MOVE 0 TO CMP-TIER-CHANGES(CMP-IDX)
               MOVE 'Y' TO CMP-FOUND-SW
           END-IF.

      *> A department dept.csv does not place rolls up under a
      *> blank cost center rather than dropping out of the totals.
       ROLL-UP-ONE-COST-CENTER.

           MOVE CMP-DEPTNO(CMP-IDX) TO DEPT-LOOKUP-KEY.
           PERFORM LOOK-UP-DEPARTMENT.
           MOVE DEPT-COSTCENTER-OUT TO CCS-KEY.

           MOVE 'N' TO CCS-FOUND-SW.
           PERFORM VARYING CCS-IDX FROM 1 BY 1
               UNTIL CCS-IDX > CCS-COUNT OR CCS-FOUND
               IF CCS-COSTCENTER(CCS-IDX) = CCS-KEY
                   MOVE 'Y' TO CCS-FOUND-SW
               END-IF
           END-PERFORM.
           IF CCS-FOUND
               SUBTRACT 1 FROM CCS-IDX
           ELSE
               IF CCS-COUNT >= 99
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CCS-COUNT
               MOVE CCS-COUNT TO CCS-IDX
               MOVE CCS-KEY TO CCS-COSTCENTER(CCS-IDX)
               MOVE 0 TO CCS-LIVE-COUNT(CCS-IDX)
               MOVE 0 TO CCS-LIVE-COST(CCS-IDX)
               MOVE 0 TO CCS-PRP-COUNT(CCS-IDX)
               MOVE 0 TO CCS-PRP-COST(CCS-IDX)
               MOVE 0 TO CCS-TIER-CHANGES(CCS-IDX)
           END-IF.

           ADD CMP-LIVE-COUNT(CMP-IDX) TO CCS-LIVE-COUNT(CCS-IDX).
           ADD CMP-LIVE-COST(CMP-IDX) TO CCS-LIVE-COST(CCS-IDX).
           ADD CMP-PRP-COUNT(CMP-IDX) TO CCS-PRP-COUNT(CCS-IDX).
           ADD CMP-PRP-COST(CMP-IDX) TO CCS-PRP-COST(CCS-IDX).
           ADD CMP-TIER-CHANGES(CMP-IDX)
               TO CCS-TIER-CHANGES(CCS-IDX).

       WRITE-ONE-DEPT-COMPARISON.

           MOVE CMP-DEPTNO(CMP-IDX) TO DEPT-LOOKUP-KEY.
           PERFORM LOOK-UP-DEPARTMENT.
           MOVE SPACES TO WIF-LABEL.
           STRING "DEPT "             DELIMITED BY SIZE
                  CMP-DEPTNO(CMP-IDX) DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  DEPT-NAME-OUT       DELIMITED BY SIZE
               INTO WIF-LABEL.
           MOVE CMP-LIVE-COUNT(CMP-IDX) TO WIF-COUNT-OUT.
           MOVE CMP-LIVE-COST(CMP-IDX) TO WIF-COST-OUT.
           MOVE CMP-PRP-COUNT(CMP-IDX) TO WIF-PRP-COUNT-OUT.
           MOVE CMP-PRP-COST(CMP-IDX) TO WIF-PRP-COST-OUT.
           COMPUTE WIF-DIFFERENCE =
               CMP-PRP-COST(CMP-IDX) - CMP-LIVE-COST(CMP-IDX).
           MOVE WIF-DIFFERENCE TO WIF-DIFF-OUT.
           MOVE CMP-TIER-CHANGES(CMP-IDX) TO WIF-CHANGES-OUT.
           PERFORM WRITE-WHATIF-DETAIL-LINE.

       WRITE-ONE-CC-COMPARISON.

           MOVE SPACES TO WIF-LABEL.
           IF CCS-COSTCENTER(CCS-IDX) = SPACES
               MOVE "CC (NONE)" TO WIF-LABEL
           ELSE
               STRING "CC "                   DELIMITED BY SIZE
                      CCS-COSTCENTER(CCS-IDX) DELIMITED BY SIZE
                   INTO WIF-LABEL
           END-IF.
           MOVE CCS-LIVE-COUNT(CCS-IDX) TO WIF-COUNT-OUT.
           MOVE CCS-LIVE-COST(CCS-IDX) TO WIF-COST-OUT.
           MOVE CCS-PRP-COUNT(CCS-IDX) TO WIF-PRP-COUNT-OUT.
           MOVE CCS-PRP-COST(CCS-IDX) TO WIF-PRP-COST-OUT.
           COMPUTE WIF-DIFFERENCE =
               CCS-PRP-COST(CCS-IDX) - CCS-LIVE-COST(CCS-IDX).
           MOVE WIF-DIFFERENCE TO WIF-DIFF-OUT.
           MOVE CCS-TIER-CHANGES(CCS-IDX) TO WIF-CHANGES-OUT.
           PERFORM WRITE-WHATIF-DETAIL-LINE.

       WRITE-WHATIF-DETAIL-LINE.

           MOVE SPACES TO WIF-PRINT-LINE.
           STRING WIF-LABEL         DELIMITED BY SIZE
                  WIF-COUNT-OUT     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WIF-COST-OUT      DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WIF-PRP-COUNT-OUT DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WIF-PRP-COST-OUT  DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WIF-DIFF-OUT      DELIMITED BY SIZE
                  "    "            DELIMITED BY SIZE
                  WIF-CHANGES-OUT   DELIMITED BY SIZE
               INTO WIF-PRINT-LINE.
           PERFORM WRITE-WHATIF-LINE.

       WRITE-WHATIF-COLUMN-HEADER.

           MOVE SPACES TO WIF-PRINT-LINE.
           STRING "                                EMPS"
                      DELIMITED BY SIZE
                  "   CURRENT COST    EMPS  PROPOSED COST"
                      DELIMITED BY SIZE
                  "       DIFFERENCE  TIER CHG"
                      DELIMITED BY SIZE
               INTO WIF-PRINT-LINE.
           PERFORM WRITE-WHATIF-LINE.

       WRITE-WHATIF-LINE.

           IF WIF-LINE-COUNT >= WIF-PAGE-SIZE
               PERFORM WRITE-WHATIF-PAGE-HEADER
           END-IF.
           MOVE WIF-PRINT-LINE TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           ADD 1 TO WIF-LINE-COUNT.

       WRITE-WHATIF-PAGE-HEADER.

           ADD 1 TO WIF-PAGE-COUNT.
           MOVE SPACES TO WHATIF-REPORT-RECORD.
           STRING "BONUS WHAT-IF COMPARISON  BONUS YEAR "
                      DELIMITED BY SIZE
                  BONUS-YEAR               DELIMITED BY SIZE
                  "   PAGE "               DELIMITED BY SIZE
                  WIF-PAGE-COUNT           DELIMITED BY SIZE
               INTO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE SPACES TO WHATIF-REPORT-RECORD.
           STRING "CURRENT : "             DELIMITED BY SIZE
                  RULES-FILENAME           DELIMITED BY SPACE
                  "   PROPOSED : "         DELIMITED BY SIZE
                  PROPOSED-RULES-FILENAME  DELIMITED BY SPACE
               INTO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE SPACES TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE 3 TO WIF-LINE-COUNT.
