       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BANKMAINT.

      * ----------------------------------------------------------- *
      * Employee bank instruction maintenance - the same            *
      * load-edit-save screen BUDGMAINT and GRADMAINT give their    *
      * files, over the direct-deposit instructions BANKPAY builds  *
      * the bonus payment file from.  One line per employee:        *
      *   empno,routing,account,type,effdate,state,statedate,retcd  *
      * type is C (checking) or S (savings); effdate is the first   *
      * payment date the instruction may be used for.  state        *
      * carries the prenote cycle:                                  *
      *   N - new or changed, waiting for BANKPAY to send the       *
      *       zero-dollar prenote,                                  *
      *   P - prenote sent on statedate, not yet usable,            *
      *   L - live - the prenote went unreturned long enough,       *
      *   R - the bank returned the prenote (or a live payment)     *
      *       with reason retcd; unusable until corrected.          *
      * Any change to routing, account or type puts the line back   *
      * to N - a new account is never paid before it is proven.    *
      *                                                             *
      * Routing numbers must pass the ABA check digit.  Every       *
      * change saved is appended to the instruction audit trail     *
      * with the operator and the before and after images;          *
      * accounts are masked to their last four digits on the        *
      * screen and in the trail.                                    *
      * ----------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTION-FILE ASSIGN TO "BANKDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INSTR-STATUS.

      *> Operator permissions - the same "operid,function" file
      *> sql-example, DEPTMAINT and BUDGMAINT check.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "BKAUTHDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUTH-STATUS.

           SELECT AUTH-VIOLATION-FILE ASSIGN TO "BKVIODD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VIOLATION-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "BKAUDDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  INSTRUCTION-FILE.
       01  INSTRUCTION-RECORD    PIC X(80).

       FD  OPERATOR-AUTH-FILE.
       01  OPERATOR-AUTH-RECORD  PIC X(20).

       FD  AUTH-VIOLATION-FILE.
       01  AUTH-VIOLATION-RECORD PIC X(60).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01  INSTR-FILENAME        PIC X(60) VALUE
               '/app/data/bank_instructions.dat'.
       01  INSTR-STATUS          PIC X(2).
           88  INSTR-FILE-OK           VALUE '00'.
           88  INSTR-FILE-NOT-FOUND    VALUE '35'.
       01  AUDIT-FILENAME        PIC X(60) VALUE
               '/app/data/bank_instruction_audit.log'.
       01  AUDIT-STATUS          PIC X(2).
           88  AUDIT-FILE-MISSING      VALUE '35'.

       01  END-OF-FILE           PIC X VALUE 'N'.
       01  RUN-DATE              PIC 9(8).
       01  RUN-TIME              PIC 9(8).

      * ----------------------------------------------------------- *
      * The instruction file, in memory.                            *
      * ----------------------------------------------------------- *
       01  INSTR-COUNT           PIC 9(4) VALUE 0.
       01  INSTR-IDX             PIC 9(4).
       01  INSTR-FOUND-IDX       PIC 9(4).
       01  INSTR-TABLE.
           05  INSTR-ENTRY       OCCURS 5000 TIMES.
               10  INS-EMPNO          PIC X(5).
               10  INS-ROUTING        PIC X(9).
               10  INS-ACCOUNT        PIC X(17).
               10  INS-TYPE           PIC X.
               10  INS-EFFDATE        PIC X(8).
               10  INS-STATE          PIC X.
               10  INS-STATE-DATE     PIC X(8).
               10  INS-RETURN-CODE    PIC X(3).
               10  INS-REMOVED-SW     PIC X.
                   88  INS-REMOVED    VALUE 'Y'.

       01  PARSE-EMPNO           PIC X(5).
       01  PARSE-ROUTING         PIC X(9).
       01  PARSE-ACCOUNT         PIC X(17).
       01  PARSE-TYPE            PIC X.
       01  PARSE-EFFDATE         PIC X(8).
       01  PARSE-STATE           PIC X.
       01  PARSE-STATE-DATE      PIC X(8).
       01  PARSE-RETURN-CODE     PIC X(3).

       01  MENU-CHOICE           PIC 9 VALUE 1.
       01  ANSWER-EMPNO          PIC X(5).
       01  FIELD-INPUT           PIC X(20).
       01  INPUT-LEN             PIC 99.
       01  CONFIRM-ANSWER        PIC X.

       01  CHANGED-SW            PIC X VALUE 'N'.
           88  TABLE-CHANGED     VALUE 'Y'.
       01  KEEP-GOING-SW         PIC X VALUE 'Y'.
           88  KEEP-GOING        VALUE 'Y'.
       01  FIELD-OK-SW           PIC X.
           88  FIELD-OK          VALUE 'Y'.
       01  PROVING-CHANGE-SW     PIC X.
           88  PROVING-CHANGE    VALUE 'Y'.

      *> The new values an add or change is building, screened
      *> before any of them touch the table.
       01  NEW-ROUTING           PIC X(9).
       01  NEW-ACCOUNT           PIC X(17).
       01  NEW-TYPE              PIC X.
       01  NEW-EFFDATE           PIC X(8).

      * ----------------------------------------------------------- *
      * ABA routing check digit: 3-7-1 weights across the nine     *
      * digits, and the weighted sum must be a multiple of ten.     *
      * ----------------------------------------------------------- *
       01  ROUTING-CHECK         PIC X(9).
       01  ROUTING-DIGITS REDEFINES ROUTING-CHECK.
           05  ROUTING-DIGIT     PIC 9 OCCURS 9 TIMES.
       01  ROUTING-SUM           PIC 9(4).
       01  ROUTING-QUOTIENT      PIC 9(4).
       01  ROUTING-REMAINDER     PIC 9.
       01  ROUTING-OK-SW         PIC X.
           88  ROUTING-OK        VALUE 'Y'.

       01  DATE-CHECK            PIC X(8).
       01  DATE-CHECK-R REDEFINES DATE-CHECK.
           05  DATE-CHECK-YYYY   PIC 9(4).
           05  DATE-CHECK-MM     PIC 9(2).
           05  DATE-CHECK-DD     PIC 9(2).
       01  DATE-OK-SW            PIC X.
           88  DATE-OK           VALUE 'Y'.

      *> Last four digits only, on the screen and in the trail.
       01  MASK-ACCOUNT-IN       PIC X(17).
       01  MASKED-ACCOUNT        PIC X(8).
       01  MASK-LEN              PIC 99.

       01  STATE-TEXT            PIC X(14).

      * ----------------------------------------------------------- *
      * Audit images.  Lines gather here as changes are made and    *
      * go to the trail only on save - a discarded session leaves   *
      * no trail of changes that never happened.  A full queue      *
      * refuses further changes until the session is saved.         *
      * ----------------------------------------------------------- *
       01  IMAGE-IDX             PIC 9(4).
       01  INSTR-IMAGE           PIC X(40).
       01  BEFORE-IMAGE          PIC X(40).
       01  AFTER-IMAGE           PIC X(40).
       01  AUDIT-ACTION          PIC X(8).
       01  AUDIT-EMPNO           PIC X(5).
       01  PENDING-AUDIT-COUNT   PIC 9(4) VALUE 0.
       01  PENDING-AUDIT-IDX     PIC 9(4).
       01  PENDING-AUDIT-TABLE.
           05  PENDING-AUDIT-LINE OCCURS 1000 TIMES PIC X(132).

      * ----------------------------------------------------------- *
      * Operator authorization - the write options run under the   *
      * BANKMAINT function; listing stays open.  No permissions    *
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

       PROCEDURE DIVISION.
       MAIN.

           DISPLAY " ".
           DISPLAY "EMPLOYEE BANK INSTRUCTION MAINTENANCE".
           DISPLAY "-------------------------------------".
           DISPLAY " ".

           ACCEPT OPERATOR-ID FROM ENVIRONMENT "USER".
           IF OPERATOR-ID = SPACES
               MOVE "OPERATOR" TO OPERATOR-ID
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-OPERATOR-AUTH.
           PERFORM LOAD-INSTRUCTION-FILE.

           PERFORM MENU-LOOP UNTIL NOT KEEP-GOING.

           DISPLAY " ".
           DISPLAY "HAVE A GOOD DAY!".
           DISPLAY " ".
           STOP RUN.

       LOAD-INSTRUCTION-FILE.

           DISPLAY "BANKDD" UPON ENVIRONMENT-NAME.
           DISPLAY INSTR-FILENAME UPON ENVIRONMENT-VALUE.

           OPEN INPUT INSTRUCTION-FILE.
           IF INSTR-FILE-NOT-FOUND
               DISPLAY "NO INSTRUCTION FILE YET - STARTING EMPTY."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-INSTRUCTION UNTIL END-OF-FILE = 'Y'.
           CLOSE INSTRUCTION-FILE.

           DISPLAY INSTR-COUNT " INSTRUCTION(S) LOADED.".

       READ-ONE-INSTRUCTION.

           READ INSTRUCTION-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   PERFORM PARSE-ONE-INSTRUCTION
           END-READ.

       PARSE-ONE-INSTRUCTION.

           MOVE SPACES TO PARSE-EMPNO PARSE-ROUTING PARSE-ACCOUNT
               PARSE-TYPE PARSE-EFFDATE PARSE-STATE PARSE-STATE-DATE
               PARSE-RETURN-CODE.
           UNSTRING INSTRUCTION-RECORD DELIMITED BY ","
               INTO PARSE-EMPNO, PARSE-ROUTING, PARSE-ACCOUNT,
                    PARSE-TYPE, PARSE-EFFDATE, PARSE-STATE,
                    PARSE-STATE-DATE, PARSE-RETURN-CODE.

           IF PARSE-EMPNO = SPACES
               EXIT PARAGRAPH
           END-IF.

      *> Saving a part-loaded table would drop every instruction
      *> that did not fit, so a file too big for it stops here.
           IF INSTR-COUNT >= 5000
               DISPLAY "*** INSTRUCTION FILE HOLDS MORE THAN 5000 "
                   "LINES - NOT LOADED ***"
               CLOSE INSTRUCTION-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO INSTR-COUNT.
           MOVE PARSE-EMPNO TO INS-EMPNO(INSTR-COUNT).
           MOVE PARSE-ROUTING TO INS-ROUTING(INSTR-COUNT).
           MOVE PARSE-ACCOUNT TO INS-ACCOUNT(INSTR-COUNT).
           MOVE PARSE-TYPE TO INS-TYPE(INSTR-COUNT).
           MOVE PARSE-EFFDATE TO INS-EFFDATE(INSTR-COUNT).
           MOVE PARSE-STATE TO INS-STATE(INSTR-COUNT).
           MOVE PARSE-STATE-DATE TO INS-STATE-DATE(INSTR-COUNT).
           MOVE PARSE-RETURN-CODE TO INS-RETURN-CODE(INSTR-COUNT).
           MOVE 'N' TO INS-REMOVED-SW(INSTR-COUNT).

       MENU-LOOP.

           DISPLAY " ".
           DISPLAY "1. LIST INSTRUCTIONS".
           DISPLAY "2. ADD INSTRUCTION".
           DISPLAY "3. CHANGE INSTRUCTION".
           DISPLAY "4. RECORD BANK RETURN".
           DISPLAY "5. REMOVE INSTRUCTION".
           DISPLAY "6. SAVE AND EXIT".
           DISPLAY "7. EXIT WITHOUT SAVING".
           DISPLAY " ".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.

           IF MENU-CHOICE = 1
               PERFORM LIST-INSTRUCTIONS
           ELSE
               IF MENU-CHOICE = 2
                   PERFORM CHECK-AUTHORIZATION
                   IF AUTHORIZED
                       PERFORM ADD-INSTRUCTION
                   END-IF
               ELSE
                   IF MENU-CHOICE = 3
                       PERFORM CHECK-AUTHORIZATION
                       IF AUTHORIZED
                           PERFORM CHANGE-INSTRUCTION
                       END-IF
                   ELSE
                       IF MENU-CHOICE = 4
                           PERFORM CHECK-AUTHORIZATION
                           IF AUTHORIZED
                               PERFORM RECORD-BANK-RETURN
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
                   PERFORM REMOVE-INSTRUCTION
               END-IF
           ELSE
               IF MENU-CHOICE = 6
                   PERFORM CHECK-AUTHORIZATION
                   IF AUTHORIZED
                       PERFORM SAVE-INSTRUCTION-FILE
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

       LIST-INSTRUCTIONS.

           DISPLAY " ".
           DISPLAY "EMPNO ROUTING   ACCOUNT  T EFFECTIVE STATE".
           DISPLAY "----- --------- -------- - --------- ----------"
               "----".
           PERFORM LIST-ONE-INSTRUCTION
               VARYING INSTR-IDX FROM 1 BY 1
               UNTIL INSTR-IDX > INSTR-COUNT.
           DISPLAY INSTR-COUNT " INSTRUCTION(S).".

       LIST-ONE-INSTRUCTION.

           IF INS-REMOVED(INSTR-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE INS-ACCOUNT(INSTR-IDX) TO MASK-ACCOUNT-IN.
           PERFORM MASK-ACCOUNT.
           MOVE INSTR-IDX TO IMAGE-IDX.
           PERFORM DESCRIBE-STATE.
           DISPLAY INS-EMPNO(INSTR-IDX) " "
               INS-ROUTING(INSTR-IDX) " "
               MASKED-ACCOUNT " "
               INS-TYPE(INSTR-IDX) " "
               INS-EFFDATE(INSTR-IDX) "  "
               STATE-TEXT.

      *> STATE-TEXT for the instruction at IMAGE-IDX.
       DESCRIBE-STATE.

           MOVE SPACES TO STATE-TEXT.
           EVALUATE INS-STATE(IMAGE-IDX)
               WHEN 'N'
                   MOVE "PRENOTE DUE" TO STATE-TEXT
               WHEN 'P'
                   STRING "PRENOTE "              DELIMITED BY SIZE
                          INS-STATE-DATE(IMAGE-IDX) DELIMITED BY SIZE
                       INTO STATE-TEXT
               WHEN 'L'
                   MOVE "LIVE" TO STATE-TEXT
               WHEN 'R'
                   STRING "RETURNED "             DELIMITED BY SIZE
                          INS-RETURN-CODE(IMAGE-IDX)
                                                  DELIMITED BY SIZE
                       INTO STATE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN STATE" TO STATE-TEXT
           END-EVALUATE.

       FIND-INSTRUCTION.

           MOVE 0 TO INSTR-FOUND-IDX.
           PERFORM VARYING INSTR-IDX FROM 1 BY 1
               UNTIL INSTR-IDX > INSTR-COUNT
                   OR INSTR-FOUND-IDX > 0
               IF INS-EMPNO(INSTR-IDX) = ANSWER-EMPNO
                       AND NOT INS-REMOVED(INSTR-IDX)
                   MOVE INSTR-IDX TO INSTR-FOUND-IDX
               END-IF
           END-PERFORM.

       ADD-INSTRUCTION.

           IF INSTR-COUNT >= 5000
               DISPLAY "TABLE FULL (5000 INSTRUCTIONS)."
               EXIT PARAGRAPH
           END-IF.
           IF PENDING-AUDIT-COUNT >= 1000
               DISPLAY "AUDIT QUEUE FULL (1000 CHANGES) - SAVE AND "
                   "START AGAIN."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "EMPNO (5 DIGITS): " WITH NO ADVANCING.
           MOVE SPACES TO ANSWER-EMPNO.
           ACCEPT ANSWER-EMPNO.
           IF ANSWER-EMPNO NOT NUMERIC
               DISPLAY "EMPNO MUST BE FIVE DIGITS."
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-INSTRUCTION.
           IF INSTR-FOUND-IDX > 0
               DISPLAY "EMPLOYEE " ANSWER-EMPNO
                   " ALREADY HAS AN INSTRUCTION - USE CHANGE."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO NEW-ROUTING NEW-ACCOUNT NEW-TYPE
               NEW-EFFDATE.

           DISPLAY "ROUTING NUMBER (9 DIGITS): " WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           PERFORM SCREEN-ROUTING-INPUT.
           IF NOT FIELD-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ACCOUNT NUMBER (4-17 DIGITS): "
               WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           PERFORM SCREEN-ACCOUNT-INPUT.
           IF NOT FIELD-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ACCOUNT TYPE (C=CHECKING, S=SAVINGS): "
               WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           PERFORM SCREEN-TYPE-INPUT.
           IF NOT FIELD-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "EFFECTIVE DATE YYYYMMDD [" RUN-DATE "]: "
               WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           IF FIELD-INPUT = SPACES
               MOVE RUN-DATE TO FIELD-INPUT
           END-IF.
           PERFORM SCREEN-EFFDATE-INPUT.
           IF NOT FIELD-OK
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO INSTR-COUNT.
           MOVE ANSWER-EMPNO TO INS-EMPNO(INSTR-COUNT).
           MOVE NEW-ROUTING TO INS-ROUTING(INSTR-COUNT).
           MOVE NEW-ACCOUNT TO INS-ACCOUNT(INSTR-COUNT).
           MOVE NEW-TYPE TO INS-TYPE(INSTR-COUNT).
           MOVE NEW-EFFDATE TO INS-EFFDATE(INSTR-COUNT).
           MOVE 'N' TO INS-STATE(INSTR-COUNT).
           MOVE RUN-DATE TO INS-STATE-DATE(INSTR-COUNT).
           MOVE SPACES TO INS-RETURN-CODE(INSTR-COUNT).
           MOVE 'N' TO INS-REMOVED-SW(INSTR-COUNT).
           MOVE 'Y' TO CHANGED-SW.

           MOVE "NONE" TO BEFORE-IMAGE.
           MOVE INSTR-COUNT TO IMAGE-IDX.
           PERFORM BUILD-INSTR-IMAGE.
           MOVE INSTR-IMAGE TO AFTER-IMAGE.
           MOVE "ADD" TO AUDIT-ACTION.
           MOVE ANSWER-EMPNO TO AUDIT-EMPNO.
           PERFORM QUEUE-AUDIT-LINE.

           DISPLAY "INSTRUCTION FOR " ANSWER-EMPNO
               " ADDED - PRENOTE GOES OUT ON THE NEXT BANKPAY RUN.".

      *> Blank keeps a field.  A new routing, account or type is a
      *> new destination and restarts the prenote cycle; moving
      *> only the effective date does not.
       CHANGE-INSTRUCTION.

           IF PENDING-AUDIT-COUNT >= 1000
               DISPLAY "AUDIT QUEUE FULL (1000 CHANGES) - SAVE AND "
                   "START AGAIN."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "EMPNO TO CHANGE: " WITH NO ADVANCING.
           MOVE SPACES TO ANSWER-EMPNO.
           ACCEPT ANSWER-EMPNO.
           PERFORM FIND-INSTRUCTION.
           IF INSTR-FOUND-IDX = 0
               DISPLAY "NO INSTRUCTION FOR " ANSWER-EMPNO "."
               EXIT PARAGRAPH
           END-IF.

           MOVE INSTR-FOUND-IDX TO IMAGE-IDX.
           PERFORM BUILD-INSTR-IMAGE.
           MOVE INSTR-IMAGE TO BEFORE-IMAGE.

           MOVE INS-ROUTING(INSTR-FOUND-IDX) TO NEW-ROUTING.
           MOVE INS-ACCOUNT(INSTR-FOUND-IDX) TO NEW-ACCOUNT.
           MOVE INS-TYPE(INSTR-FOUND-IDX) TO NEW-TYPE.
           MOVE INS-EFFDATE(INSTR-FOUND-IDX) TO NEW-EFFDATE.

           DISPLAY "ROUTING NUMBER [" NEW-ROUTING "]: "
               WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           IF FIELD-INPUT NOT = SPACES
               PERFORM SCREEN-ROUTING-INPUT
               IF NOT FIELD-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE INS-ACCOUNT(INSTR-FOUND-IDX) TO MASK-ACCOUNT-IN.
           PERFORM MASK-ACCOUNT.
           DISPLAY "ACCOUNT NUMBER [" MASKED-ACCOUNT "]: "
               WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           IF FIELD-INPUT NOT = SPACES
               PERFORM SCREEN-ACCOUNT-INPUT
               IF NOT FIELD-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "ACCOUNT TYPE [" NEW-TYPE "]: " WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           IF FIELD-INPUT NOT = SPACES
               PERFORM SCREEN-TYPE-INPUT
               IF NOT FIELD-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "EFFECTIVE DATE [" NEW-EFFDATE "]: "
               WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           IF FIELD-INPUT NOT = SPACES
               PERFORM SCREEN-EFFDATE-INPUT
               IF NOT FIELD-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 'N' TO PROVING-CHANGE-SW.
           IF NEW-ROUTING NOT = INS-ROUTING(INSTR-FOUND-IDX)
                   OR NEW-ACCOUNT NOT = INS-ACCOUNT(INSTR-FOUND-IDX)
                   OR NEW-TYPE NOT = INS-TYPE(INSTR-FOUND-IDX)
               MOVE 'Y' TO PROVING-CHANGE-SW
           END-IF.

           IF NOT PROVING-CHANGE
                   AND NEW-EFFDATE = INS-EFFDATE(INSTR-FOUND-IDX)
               DISPLAY "KEPT AS IT WAS."
               EXIT PARAGRAPH
           END-IF.

           MOVE NEW-ROUTING TO INS-ROUTING(INSTR-FOUND-IDX).
           MOVE NEW-ACCOUNT TO INS-ACCOUNT(INSTR-FOUND-IDX).
           MOVE NEW-TYPE TO INS-TYPE(INSTR-FOUND-IDX).
           MOVE NEW-EFFDATE TO INS-EFFDATE(INSTR-FOUND-IDX).
           IF PROVING-CHANGE
               MOVE 'N' TO INS-STATE(INSTR-FOUND-IDX)
               MOVE RUN-DATE TO INS-STATE-DATE(INSTR-FOUND-IDX)
               MOVE SPACES TO INS-RETURN-CODE(INSTR-FOUND-IDX)
           END-IF.
           MOVE 'Y' TO CHANGED-SW.

           PERFORM BUILD-INSTR-IMAGE.
           MOVE INSTR-IMAGE TO AFTER-IMAGE.
           MOVE "CHANGE" TO AUDIT-ACTION.
           MOVE ANSWER-EMPNO TO AUDIT-EMPNO.
           PERFORM QUEUE-AUDIT-LINE.

           IF PROVING-CHANGE
               DISPLAY "INSTRUCTION FOR " ANSWER-EMPNO
                   " CHANGED - NEW DESTINATION GOES BACK THROUGH "
                   "PRENOTE."
           ELSE
               DISPLAY "INSTRUCTION FOR " ANSWER-EMPNO " CHANGED."
           END-IF.

      *> The bank's return of a prenote, or of a live payment, with
      *> its reason code (R03 no account, R04 invalid account and
      *> so on).  The instruction stays unusable until changed.
       RECORD-BANK-RETURN.

           IF PENDING-AUDIT-COUNT >= 1000
               DISPLAY "AUDIT QUEUE FULL (1000 CHANGES) - SAVE AND "
                   "START AGAIN."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "EMPNO RETURNED: " WITH NO ADVANCING.
           MOVE SPACES TO ANSWER-EMPNO.
           ACCEPT ANSWER-EMPNO.
           PERFORM FIND-INSTRUCTION.
           IF INSTR-FOUND-IDX = 0
               DISPLAY "NO INSTRUCTION FOR " ANSWER-EMPNO "."
               EXIT PARAGRAPH
           END-IF.
           IF INS-STATE(INSTR-FOUND-IDX) NOT = 'P'
                   AND INS-STATE(INSTR-FOUND-IDX) NOT = 'L'
               DISPLAY "NOTHING HAS BEEN SENT ON THIS INSTRUCTION "
                   "TO BE RETURNED."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "RETURN REASON CODE (E.G. R03): "
               WITH NO ADVANCING.
           MOVE SPACES TO FIELD-INPUT.
           ACCEPT FIELD-INPUT.
           INSPECT FIELD-INPUT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF FIELD-INPUT(1:1) NOT = 'R'
                   OR FIELD-INPUT(2:2) IS NOT NUMERIC
                   OR FIELD-INPUT(4:17) NOT = SPACES
               DISPLAY "REASON CODE IS R FOLLOWED BY TWO DIGITS."
               EXIT PARAGRAPH
           END-IF.

           MOVE INSTR-FOUND-IDX TO IMAGE-IDX.
           PERFORM BUILD-INSTR-IMAGE.
           MOVE INSTR-IMAGE TO BEFORE-IMAGE.

           MOVE 'R' TO INS-STATE(INSTR-FOUND-IDX).
           MOVE RUN-DATE TO INS-STATE-DATE(INSTR-FOUND-IDX).
           MOVE FIELD-INPUT(1:3) TO INS-RETURN-CODE(INSTR-FOUND-IDX).
           MOVE 'Y' TO CHANGED-SW.

           PERFORM BUILD-INSTR-IMAGE.
           MOVE INSTR-IMAGE TO AFTER-IMAGE.
           MOVE "RETURN" TO AUDIT-ACTION.
           MOVE ANSWER-EMPNO TO AUDIT-EMPNO.
           PERFORM QUEUE-AUDIT-LINE.

           DISPLAY "INSTRUCTION FOR " ANSWER-EMPNO
               " MARKED RETURNED " FIELD-INPUT(1:3)
               " - NOT USABLE UNTIL CORRECTED.".

       REMOVE-INSTRUCTION.

           IF PENDING-AUDIT-COUNT >= 1000
               DISPLAY "AUDIT QUEUE FULL (1000 CHANGES) - SAVE AND "
                   "START AGAIN."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "EMPNO TO REMOVE: " WITH NO ADVANCING.
           MOVE SPACES TO ANSWER-EMPNO.
           ACCEPT ANSWER-EMPNO.
           PERFORM FIND-INSTRUCTION.
           IF INSTR-FOUND-IDX = 0
               DISPLAY "NO INSTRUCTION FOR " ANSWER-EMPNO "."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "REMOVE INSTRUCTION FOR " ANSWER-EMPNO
               " (Y/N)? " WITH NO ADVANCING.
           MOVE SPACES TO CONFIRM-ANSWER.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y' AND CONFIRM-ANSWER NOT = 'y'
               DISPLAY "KEPT AS IT WAS."
               EXIT PARAGRAPH
           END-IF.

           MOVE INSTR-FOUND-IDX TO IMAGE-IDX.
           PERFORM BUILD-INSTR-IMAGE.
           MOVE INSTR-IMAGE TO BEFORE-IMAGE.
           MOVE 'Y' TO INS-REMOVED-SW(INSTR-FOUND-IDX).
           MOVE 'Y' TO CHANGED-SW.

           MOVE "NONE" TO AFTER-IMAGE.
           MOVE "REMOVE" TO AUDIT-ACTION.
           MOVE ANSWER-EMPNO TO AUDIT-EMPNO.
           PERFORM QUEUE-AUDIT-LINE.

           DISPLAY "INSTRUCTION FOR " ANSWER-EMPNO " REMOVED.".

      *> Each screen leaves FIELD-OK set, the value in its NEW-
      *> field, and says why when it refuses.
       SCREEN-ROUTING-INPUT.

           MOVE 'N' TO FIELD-OK-SW.
           MOVE 0 TO INPUT-LEN.
           INSPECT FIELD-INPUT
               TALLYING INPUT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
           IF INPUT-LEN NOT = 9
                   OR FIELD-INPUT(1:9) IS NOT NUMERIC
               DISPLAY "ROUTING NUMBER MUST BE NINE DIGITS."
               EXIT PARAGRAPH
           END-IF.

           MOVE FIELD-INPUT(1:9) TO ROUTING-CHECK.
           PERFORM CHECK-ROUTING-DIGIT.
           IF NOT ROUTING-OK
               DISPLAY "ROUTING NUMBER " ROUTING-CHECK
                   " FAILS THE CHECK DIGIT - RE-KEY IT."
               EXIT PARAGRAPH
           END-IF.

           MOVE ROUTING-CHECK TO NEW-ROUTING.
           MOVE 'Y' TO FIELD-OK-SW.

       SCREEN-ACCOUNT-INPUT.

           MOVE 'N' TO FIELD-OK-SW.
           MOVE 0 TO INPUT-LEN.
           INSPECT FIELD-INPUT
               TALLYING INPUT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
           IF INPUT-LEN < 4 OR INPUT-LEN > 17
                   OR FIELD-INPUT(1:INPUT-LEN) IS NOT NUMERIC
               DISPLAY "ACCOUNT NUMBER MUST BE 4-17 DIGITS."
               EXIT PARAGRAPH
           END-IF.

           MOVE FIELD-INPUT(1:INPUT-LEN) TO NEW-ACCOUNT.
           MOVE 'Y' TO FIELD-OK-SW.

       SCREEN-TYPE-INPUT.

           MOVE 'N' TO FIELD-OK-SW.
           INSPECT FIELD-INPUT CONVERTING "cs" TO "CS".
           IF (FIELD-INPUT(1:1) NOT = 'C'
                       AND FIELD-INPUT(1:1) NOT = 'S')
                   OR FIELD-INPUT(2:19) NOT = SPACES
               DISPLAY "ACCOUNT TYPE MUST BE C OR S."
               EXIT PARAGRAPH
           END-IF.

           MOVE FIELD-INPUT(1:1) TO NEW-TYPE.
           MOVE 'Y' TO FIELD-OK-SW.

       SCREEN-EFFDATE-INPUT.

           MOVE 'N' TO FIELD-OK-SW.
           MOVE FIELD-INPUT(1:8) TO DATE-CHECK.
           PERFORM CHECK-DATE-SHAPE.
           IF NOT DATE-OK OR FIELD-INPUT(9:12) NOT = SPACES
               DISPLAY "EFFECTIVE DATE MUST BE A YYYYMMDD DATE."
               EXIT PARAGRAPH
           END-IF.

           MOVE DATE-CHECK TO NEW-EFFDATE.
           MOVE 'Y' TO FIELD-OK-SW.

       CHECK-ROUTING-DIGIT.

           MOVE 'N' TO ROUTING-OK-SW.
           IF ROUTING-CHECK IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ROUTING-SUM =
               3 * (ROUTING-DIGIT(1) + ROUTING-DIGIT(4)
                    + ROUTING-DIGIT(7))
               + 7 * (ROUTING-DIGIT(2) + ROUTING-DIGIT(5)
                      + ROUTING-DIGIT(8))
               + (ROUTING-DIGIT(3) + ROUTING-DIGIT(6)
                  + ROUTING-DIGIT(9)).
           DIVIDE ROUTING-SUM BY 10
               GIVING ROUTING-QUOTIENT
               REMAINDER ROUTING-REMAINDER.
           IF ROUTING-REMAINDER = 0 AND ROUTING-SUM > 0
               MOVE 'Y' TO ROUTING-OK-SW
           END-IF.

       CHECK-DATE-SHAPE.

           MOVE 'N' TO DATE-OK-SW.
           IF DATE-CHECK IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF DATE-CHECK-YYYY < 1900
                   OR DATE-CHECK-MM < 1 OR DATE-CHECK-MM > 12
                   OR DATE-CHECK-DD < 1 OR DATE-CHECK-DD > 31
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO DATE-OK-SW.

      *> "****1234" - the account's last four digits.
       MASK-ACCOUNT.

           MOVE SPACES TO MASKED-ACCOUNT.
           MOVE 0 TO MASK-LEN.
           INSPECT MASK-ACCOUNT-IN
               TALLYING MASK-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
           IF MASK-LEN < 4
               MOVE "****" TO MASKED-ACCOUNT
               EXIT PARAGRAPH
           END-IF.
           STRING "****"                          DELIMITED BY SIZE
                  MASK-ACCOUNT-IN(MASK-LEN - 3:4) DELIMITED BY SIZE
               INTO MASKED-ACCOUNT.

      *> "routing/****1234/type/effdate/state/retcd" for IMAGE-IDX.
       BUILD-INSTR-IMAGE.

           MOVE INS-ACCOUNT(IMAGE-IDX) TO MASK-ACCOUNT-IN.
           PERFORM MASK-ACCOUNT.
           MOVE SPACES TO INSTR-IMAGE.
           STRING INS-ROUTING(IMAGE-IDX)  DELIMITED BY SIZE
                  "/"                     DELIMITED BY SIZE
                  MASKED-ACCOUNT          DELIMITED BY SPACE
                  "/"                     DELIMITED BY SIZE
                  INS-TYPE(IMAGE-IDX)     DELIMITED BY SIZE
                  "/"                     DELIMITED BY SIZE
                  INS-EFFDATE(IMAGE-IDX)  DELIMITED BY SIZE
                  "/"                     DELIMITED BY SIZE
                  INS-STATE(IMAGE-IDX)    DELIMITED BY SIZE
                  "/"                     DELIMITED BY SIZE
                  INS-RETURN-CODE(IMAGE-IDX) DELIMITED BY SPACE
               INTO INSTR-IMAGE.

      *> "date,time,operator,action,empno,before,after".
       QUEUE-AUDIT-LINE.

           ACCEPT RUN-TIME FROM TIME.
           ADD 1 TO PENDING-AUDIT-COUNT.
           MOVE SPACES TO PENDING-AUDIT-LINE(PENDING-AUDIT-COUNT).
           STRING RUN-DATE        DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  RUN-TIME        DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  OPERATOR-ID     DELIMITED BY SPACE
                  ","             DELIMITED BY SIZE
                  AUDIT-ACTION    DELIMITED BY SPACE
                  ","             DELIMITED BY SIZE
                  AUDIT-EMPNO     DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  BEFORE-IMAGE    DELIMITED BY SPACE
                  ","             DELIMITED BY SIZE
                  AFTER-IMAGE     DELIMITED BY SPACE
               INTO PENDING-AUDIT-LINE(PENDING-AUDIT-COUNT).

       SAVE-INSTRUCTION-FILE.

           OPEN OUTPUT INSTRUCTION-FILE.
           PERFORM WRITE-ONE-INSTRUCTION
               VARYING INSTR-IDX FROM 1 BY 1
               UNTIL INSTR-IDX > INSTR-COUNT.
           CLOSE INSTRUCTION-FILE.
           DISPLAY "INSTRUCTIONS SAVED TO " INSTR-FILENAME.

           PERFORM WRITE-AUDIT-TRAIL.

       WRITE-ONE-INSTRUCTION.

           IF INS-REMOVED(INSTR-IDX)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO INSTRUCTION-RECORD.
           STRING INS-EMPNO(INSTR-IDX)       DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  INS-ROUTING(INSTR-IDX)     DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  INS-ACCOUNT(INSTR-IDX)     DELIMITED BY SPACE
                  ","                        DELIMITED BY SIZE
                  INS-TYPE(INSTR-IDX)        DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  INS-EFFDATE(INSTR-IDX)     DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  INS-STATE(INSTR-IDX)       DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  INS-STATE-DATE(INSTR-IDX)  DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  INS-RETURN-CODE(INSTR-IDX) DELIMITED BY SPACE
               INTO INSTRUCTION-RECORD.
           WRITE INSTRUCTION-RECORD.

      *> Appended, never rewritten - the trail outlives every
      *> version of the instruction file.
       WRITE-AUDIT-TRAIL.

           IF PENDING-AUDIT-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "BKAUDDD" UPON ENVIRONMENT-NAME.
           DISPLAY AUDIT-FILENAME UPON ENVIRONMENT-VALUE.

           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-MISSING
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           PERFORM WRITE-ONE-AUDIT-LINE
               VARYING PENDING-AUDIT-IDX FROM 1 BY 1
               UNTIL PENDING-AUDIT-IDX > PENDING-AUDIT-COUNT.
           CLOSE AUDIT-FILE.

           DISPLAY PENDING-AUDIT-COUNT " CHANGE(S) WRITTEN TO "
               AUDIT-FILENAME.

       WRITE-ONE-AUDIT-LINE.

           MOVE PENDING-AUDIT-LINE(PENDING-AUDIT-IDX)
               TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.

      * ----------------------------------------------------------- *
      * Operator authorization - the same "operid,function" file   *
      * and check sql-example, DEPTMAINT and BUDGMAINT use.        *
      * ----------------------------------------------------------- *
       LOAD-OPERATOR-AUTH.

           DISPLAY "BKAUTHDD" UPON ENVIRONMENT-NAME.
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

           MOVE "BANKMAINT" TO AUTH-FUNCTION.

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

           DISPLAY "BKVIODD" UPON ENVIRONMENT-NAME.
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
               ",BANKMAINT"   DELIMITED BY SIZE
               INTO AUTH-VIOLATION-RECORD.
           WRITE AUTH-VIOLATION-RECORD.

           CLOSE AUTH-VIOLATION-FILE.
