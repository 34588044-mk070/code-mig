       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BANKPAY.

      * ----------------------------------------------------------- *
      * Bonus direct-deposit file.  Payroll used to re-key every    *
      * bonus_register.csv line into the bank's upload screen, and  *
      * the typos surfaced later as BONRECON AMOUNT mismatches.     *
      * This program turns the register DisplayIntegers writes      *
      * straight into the bank's standard fixed-width payment file  *
      * (94-byte records, blocked by ten):                          *
      *   1 - file header,                                          *
      *   5 - batch header (PPD credits, one batch),                *
      *   6 - one entry per payment or prenote,                     *
      *   8 - batch control, 9 - file control, each carrying the    *
      *       entry count, the entry hash (the receiving banks'     *
      *       eight-digit routing prefixes summed, low ten digits)  *
      *       and the credit total,                                 *
      * padded to a full block with all-nines records.              *
      *                                                             *
      * Each register line is paid to the employee's instruction    *
      * from the bank instruction file BANKMAINT keeps - only a     *
      * live (L) instruction whose routing number passes the check  *
      * digit and whose effective date has arrived.  Every other    *
      * employee with a bonus goes to the exceptions list with the  *
      * reason, and stays out of the file.                          *
      *                                                             *
      * The prenote cycle runs here too.  A new or changed (N)      *
      * instruction gets a zero-dollar prenote entry in this file   *
      * and moves to P; a P instruction the bank has not returned   *
      * within BANK_PRENOTE_DAYS business days (Monday to Friday,   *
      * default 3) goes live at the start of the next run.  Those   *
      * state changes are written back to the instruction file and  *
      * appended to its audit trail under the operator BANKPAY.     *
      *                                                             *
      * Control: register bonus dollars must equal dollars paid in  *
      * the file plus dollars excepted, or no file is written and   *
      * the run ends with 8.  Exceptions end it with 4.  The file   *
      * is rewritten each run - send it once per bonus run.  An     *
      * instruction file bigger than the table, or state changes    *
      * past the audit queue, also end it with 8 before the payment *
      * file or the instruction file is written.                    *
      *                                                             *
      * Origination details come from the environment:              *
      *   BANK_ODFI_ROUTING   - our bank's routing number (needed), *
      *   BANK_COMPANY_ID     - company identification (needed),    *
      *   BANK_DEST_ROUTING   - immediate destination, default the  *
      *                         ODFI,                               *
      *   BANK_COMPANY_NAME   - default PAYROLL,                    *
      *   BANK_DEST_NAME      - destination bank name,              *
      *   BANK_EFFECTIVE_DATE - YYYYMMDD entry date, default today, *
      *   BANK_PRENOTE_DAYS   - business days a prenote waits,      *
      *   BANK_FILE_ID        - file id modifier, default A.        *
      * ----------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "BPREGDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REGISTER-STATUS.

           SELECT INSTRUCTION-FILE ASSIGN TO "BPINSDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INSTR-STATUS.

      *> Fixed 94-byte records with no line ends - a line
      *> sequential file would drop the blank reserved fields the
      *> header and file control records end with.
           SELECT PAYMENT-FILE ASSIGN TO "BPACHDD"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PAYMENT-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "BPEXCDD"
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "BPAUDDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05  REGISTER-LINE PIC X(200).

       FD  INSTRUCTION-FILE.
       01  INSTRUCTION-RECORD    PIC X(80).

       FD  PAYMENT-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  PAYMENT-RECORD        PIC X(94).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD      PIC X(100).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

       01  REGISTER-FILENAME     PIC X(60) VALUE
               '/app/data/bonus_register.csv'.
       01  INSTR-FILENAME        PIC X(60) VALUE
               '/app/data/bank_instructions.dat'.
       01  PAYMENT-FILENAME      PIC X(60) VALUE
               '/app/data/bonus_bank_payment.ach'.
       01  EXCEPTION-FILENAME    PIC X(60) VALUE
               '/app/data/bonus_bank_exceptions.txt'.
       01  AUDIT-FILENAME        PIC X(60) VALUE
               '/app/data/bank_instruction_audit.log'.

       01  REGISTER-STATUS       PIC X(2).
           88  REGISTER-FILE-OK  VALUE '00'.
       01  INSTR-STATUS          PIC X(2).
           88  INSTR-FILE-OK     VALUE '00'.
       01  PAYMENT-STATUS        PIC X(2).
           88  PAYMENT-FILE-OK   VALUE '00'.
       01  AUDIT-STATUS          PIC X(2).
           88  AUDIT-FILE-MISSING VALUE '35'.

       01  END-OF-FILE           PIC X VALUE 'N'.
       01  RUN-DATE              PIC 9(8).
       01  RUN-DATE-R REDEFINES RUN-DATE.
           05  FILLER            PIC 9(2).
           05  RUN-YYMMDD        PIC 9(6).
       01  RUN-TIME              PIC 9(8).
       01  RUN-TIME-R REDEFINES RUN-TIME.
           05  RUN-HHMM          PIC 9(4).
           05  FILLER            PIC 9(4).

      * ----------------------------------------------------------- *
      * Parameters.                                                 *
      * ----------------------------------------------------------- *
       01  PARM-INPUT            PIC X(30).
       01  PARM-LEN              PIC 99.
       01  PARM-ERROR-SW         PIC X VALUE 'N'.
           88  PARM-ERROR        VALUE 'Y'.
       01  ODFI-ROUTING          PIC X(9).
       01  DEST-ROUTING          PIC X(9).
       01  COMPANY-ID            PIC X(10).
       01  COMPANY-NAME          PIC X(16) VALUE 'PAYROLL'.
       01  DEST-NAME             PIC X(23) VALUE SPACES.
       01  EFFECTIVE-DATE        PIC 9(8).
       01  EFFECTIVE-DATE-R REDEFINES EFFECTIVE-DATE.
           05  FILLER            PIC 9(2).
           05  EFFECTIVE-YYMMDD  PIC 9(6).
       01  PRENOTE-DAYS          PIC 99 VALUE 3.
       01  FILE-ID-MODIFIER      PIC X VALUE 'A'.

      * ----------------------------------------------------------- *
      * The instruction file, in memory - BANKMAINT's layout.       *
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

       01  PARSE-EMPNO           PIC X(5).
       01  PARSE-ROUTING         PIC X(9).
       01  PARSE-ACCOUNT         PIC X(17).
       01  PARSE-TYPE            PIC X.
       01  PARSE-EFFDATE         PIC X(8).
       01  PARSE-STATE           PIC X.
       01  PARSE-STATE-DATE      PIC X(8).
       01  PARSE-RETURN-CODE     PIC X(3).

       01  INSTR-CHANGED-SW      PIC X VALUE 'N'.
           88  INSTR-CHANGED     VALUE 'Y'.
       01  WENT-LIVE-COUNT       PIC 9(5) VALUE 0.

      * ----------------------------------------------------------- *
      * Entries for the file, gathered before a byte is written so  *
      * a control failure leaves no half-built file behind.         *
      * ----------------------------------------------------------- *
       01  ENTRY-COUNT           PIC 9(5) VALUE 0.
       01  ENTRY-IDX             PIC 9(5).
       01  ENTRY-TRUNCATED       PIC 9(5) VALUE 0.
       01  ENTRY-TABLE.
           05  ENTRY-ITEM        OCCURS 10000 TIMES.
               10  ENT-TRAN-CODE      PIC 9(2).
               10  ENT-ROUTING        PIC X(9).
               10  ENT-ACCOUNT        PIC X(17).
               10  ENT-AMOUNT         PIC 9(8)V99.
               10  ENT-EMPNO          PIC X(5).
               10  ENT-NAME           PIC X(22).

       01  TRAN-CODE             PIC 9(2).
           88  TRAN-CHECKING-CREDIT   VALUE 22.
           88  TRAN-CHECKING-PRENOTE  VALUE 23.
           88  TRAN-SAVINGS-CREDIT    VALUE 32.
           88  TRAN-SAVINGS-PRENOTE   VALUE 33.
       01  PRENOTE-ENTRY-SW      PIC X.
           88  PRENOTE-ENTRY     VALUE 'Y'.

      * ----------------------------------------------------------- *
      * Control totals.                                             *
      * ----------------------------------------------------------- *
       01  REG-COUNT             PIC 9(5) VALUE 0.
       01  REG-TOTAL             PIC 9(11)V99 VALUE 0.
       01  ZERO-BONUS-COUNT      PIC 9(5) VALUE 0.
       01  PAID-COUNT            PIC 9(5) VALUE 0.
       01  PAID-TOTAL            PIC 9(11)V99 VALUE 0.
       01  PRENOTE-COUNT         PIC 9(5) VALUE 0.
       01  EXCEPTION-COUNT       PIC 9(5) VALUE 0.
       01  EXCEPTION-TOTAL       PIC 9(11)V99 VALUE 0.
       01  CROSSFOOT-TOTAL       PIC 9(11)V99.

       01  HASH-TOTAL            PIC 9(12) VALUE 0.
       01  CREDIT-CENTS-TOTAL    PIC 9(12) VALUE 0.
       01  RECORD-COUNT          PIC 9(6) VALUE 0.
       01  BLOCK-BASE            PIC 9(6).
       01  BLOCK-COUNT           PIC 9(6).
       01  BLOCK-REMAINDER       PIC 99.
       01  TRACE-SEQUENCE        PIC 9(7) VALUE 0.

      * ----------------------------------------------------------- *
      * One parsed register line.                                   *
      * ----------------------------------------------------------- *
       01  TEMP-STRING           PIC X(200).
       01  TEMP-SALARY           PIC 9(7)V99.
       01  TEMP-SALARY-X         PIC X(10).
       01  TEMP-SALARY-WHOLE     PIC X(7).
       01  TEMP-SALARY-CENTS     PIC X(2).
       01  TEMP-SALARY-WHOLE-N   PIC 9(7).
       01  TEMP-SALARY-CENTS-N   PIC 9(2).
       01  REG-EMPNO             PIC X(5).
       01  REG-NAME              PIC X(20).
       01  REG-BONUS             PIC 9(7)V99.

       01  EXCEPTION-REASON      PIC X(50).
       01  EXC-EMPNO             PIC X(5).
       01  EXC-NAME              PIC X(20).
       01  EXC-AMOUNT            PIC 9(7)V99.
       01  EXC-AMOUNT-OUT        PIC Z(6)9.99.
       01  TOTAL-OUT             PIC Z(10)9.99.

      * ----------------------------------------------------------- *
      * Quoted-field CSV splitter - the same one DYNSQL3 and        *
      * BONRECON use, so the re-quoted names the register writer    *
      * produces parse back to the fields it wrote.                 *
      * ----------------------------------------------------------- *
       01  CSV-POS               PIC 9(3).
       01  CSV-OUT-COL           PIC 99.
       01  CSV-FIELD-TALLY       PIC 9.
       01  CSV-CHAR              PIC X.
       01  CSV-IN-QUOTES-SW      PIC X VALUE 'N'.
           88  CSV-IN-QUOTES     VALUE 'Y'.
       01  CSV-SKIP-NEXT-SW      PIC X VALUE 'N'.
           88  CSV-SKIP-NEXT     VALUE 'Y'.
       01  CSV-DONE-SW           PIC X VALUE 'N'.
           88  CSV-DONE          VALUE 'Y'.
       01  CSV-FIELD-TABLE.
           05  CSV-FIELD         OCCURS 6 TIMES PIC X(20).

      * ----------------------------------------------------------- *
      * ABA routing check digit: 3-7-1 weights across the nine     *
      * digits, and the weighted sum must be a multiple of ten.     *
      * ----------------------------------------------------------- *
       01  ROUTING-CHECK         PIC X(9).
       01  ROUTING-DIGITS REDEFINES ROUTING-CHECK.
           05  ROUTING-DIGIT     PIC 9 OCCURS 9 TIMES.
       01  ROUTING-PREFIX-R REDEFINES ROUTING-CHECK.
           05  ROUTING-PREFIX    PIC 9(8).
           05  ROUTING-CHECK-DIGIT PIC 9.
       01  ROUTING-SUM           PIC 9(4).
       01  ROUTING-QUOTIENT      PIC 9(4).
       01  ROUTING-REMAINDER     PIC 9.
       01  ROUTING-OK-SW         PIC X.
           88  ROUTING-OK        VALUE 'Y'.

       01  ACCOUNT-LEN           PIC 99.

      * ----------------------------------------------------------- *
      * Prenote waiting period - serial day numbers, the EMPANNIV   *
      * conversion BATCH-CONTROL also uses; remainder 0 by 7 is a   *
      * Saturday and 1 a Sunday.                                    *
      * ----------------------------------------------------------- *
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

       01  RUN-DAY-NUMBER        PIC 9(9).
       01  PRENOTE-DAY-NUMBER    PIC 9(9).
       01  PROBE-DAY-NUMBER      PIC 9(9).
       01  BUSINESS-DAYS-WAITED  PIC 9(3).
       01  WEEKDAY-QUOTIENT      PIC 9(9).
       01  WEEKDAY-REMAINDER     PIC 9.

      * ----------------------------------------------------------- *
      * Audit trail - BANKMAINT's "date,time,operator,action,       *
      * empno,before,after" lines, accounts masked.                 *
      * ----------------------------------------------------------- *
       01  IMAGE-IDX             PIC 9(4).
       01  INSTR-IMAGE           PIC X(40).
       01  BEFORE-IMAGE          PIC X(40).
       01  AUDIT-ACTION          PIC X(8).
       01  MASK-ACCOUNT-IN       PIC X(17).
       01  MASKED-ACCOUNT        PIC X(8).
       01  MASK-LEN              PIC 99.
       01  PENDING-AUDIT-COUNT   PIC 9(5) VALUE 0.
       01  PENDING-AUDIT-IDX     PIC 9(5).
       01  PENDING-AUDIT-DROPPED PIC 9(5) VALUE 0.
       01  PENDING-AUDIT-TABLE.
           05  PENDING-AUDIT-LINE OCCURS 10000 TIMES PIC X(132).

      * ----------------------------------------------------------- *
      * The 94-byte records, built here and moved to the file.      *
      * ----------------------------------------------------------- *
       01  FILE-HEADER-REC.
           05  FH-RECORD-TYPE    PIC X     VALUE '1'.
           05  FH-PRIORITY       PIC X(2)  VALUE '01'.
           05  FH-DESTINATION    PIC X(10).
           05  FH-ORIGIN         PIC X(10).
           05  FH-CREATE-DATE    PIC 9(6).
           05  FH-CREATE-TIME    PIC 9(4).
           05  FH-FILE-ID        PIC X.
           05  FH-RECORD-SIZE    PIC X(3)  VALUE '094'.
           05  FH-BLOCKING       PIC X(2)  VALUE '10'.
           05  FH-FORMAT-CODE    PIC X     VALUE '1'.
           05  FH-DEST-NAME      PIC X(23).
           05  FH-ORIGIN-NAME    PIC X(23).
           05  FH-REFERENCE      PIC X(8)  VALUE SPACES.

       01  BATCH-HEADER-REC.
           05  BH-RECORD-TYPE    PIC X     VALUE '5'.
           05  BH-SERVICE-CLASS  PIC X(3)  VALUE '220'.
           05  BH-COMPANY-NAME   PIC X(16).
           05  BH-DISCRETIONARY  PIC X(20) VALUE SPACES.
           05  BH-COMPANY-ID     PIC X(10).
           05  BH-SEC-CODE       PIC X(3)  VALUE 'PPD'.
           05  BH-DESCRIPTION    PIC X(10) VALUE 'BONUS'.
           05  BH-DESCRIPTIVE-DATE PIC 9(6).
           05  BH-EFFECTIVE-DATE PIC 9(6).
           05  BH-SETTLEMENT     PIC X(3)  VALUE SPACES.
           05  BH-ORIGINATOR-STATUS PIC X  VALUE '1'.
           05  BH-ODFI           PIC X(8).
           05  BH-BATCH-NUMBER   PIC 9(7)  VALUE 1.

       01  ENTRY-DETAIL-REC.
           05  ED-RECORD-TYPE    PIC X     VALUE '6'.
           05  ED-TRAN-CODE      PIC 9(2).
           05  ED-RDFI           PIC X(8).
           05  ED-CHECK-DIGIT    PIC X.
           05  ED-ACCOUNT        PIC X(17).
           05  ED-AMOUNT         PIC 9(10).
           05  ED-INDIVIDUAL-ID  PIC X(15).
           05  ED-NAME           PIC X(22).
           05  ED-DISCRETIONARY  PIC X(2)  VALUE SPACES.
           05  ED-ADDENDA        PIC X     VALUE '0'.
           05  ED-TRACE.
               10  ED-TRACE-ODFI      PIC X(8).
               10  ED-TRACE-SEQUENCE  PIC 9(7).

       01  BATCH-CONTROL-REC.
           05  BC-RECORD-TYPE    PIC X     VALUE '8'.
           05  BC-SERVICE-CLASS  PIC X(3)  VALUE '220'.
           05  BC-ENTRY-COUNT    PIC 9(6).
           05  BC-ENTRY-HASH     PIC 9(10).
           05  BC-DEBIT-TOTAL    PIC 9(12) VALUE 0.
           05  BC-CREDIT-TOTAL   PIC 9(12).
           05  BC-COMPANY-ID     PIC X(10).
           05  BC-AUTH-CODE      PIC X(19) VALUE SPACES.
           05  BC-RESERVED       PIC X(6)  VALUE SPACES.
           05  BC-ODFI           PIC X(8).
           05  BC-BATCH-NUMBER   PIC 9(7)  VALUE 1.

       01  FILE-CONTROL-REC.
           05  FC-RECORD-TYPE    PIC X     VALUE '9'.
           05  FC-BATCH-COUNT    PIC 9(6)  VALUE 1.
           05  FC-BLOCK-COUNT    PIC 9(6).
           05  FC-ENTRY-COUNT    PIC 9(8).
           05  FC-ENTRY-HASH     PIC 9(10).
           05  FC-DEBIT-TOTAL    PIC 9(12) VALUE 0.
           05  FC-CREDIT-TOTAL   PIC 9(12).
           05  FC-RESERVED       PIC X(39) VALUE SPACES.

       01  PADDING-REC           PIC X(94) VALUE ALL '9'.

       PROCEDURE DIVISION.
       MAIN.

           DISPLAY " ".
           DISPLAY "BONUS DIRECT-DEPOSIT PAYMENT FILE".
           DISPLAY "---------------------------------".
           DISPLAY " ".

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.

           PERFORM READ-PARAMETERS.
           IF PARM-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-INSTRUCTION-FILE.
           PERFORM PROMOTE-MATURED-PRENOTES
               VARYING INSTR-IDX FROM 1 BY 1
               UNTIL INSTR-IDX > INSTR-COUNT.

           DISPLAY "BPEXCDD" UPON ENVIRONMENT-NAME.
           DISPLAY EXCEPTION-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT EXCEPTION-FILE.
           PERFORM WRITE-EXCEPTION-HEADING.

           PERFORM PAY-REGISTER-LINES.
           PERFORM QUEUE-DUE-PRENOTES
               VARYING INSTR-IDX FROM 1 BY 1
               UNTIL INSTR-IDX > INSTR-COUNT.

           COMPUTE CROSSFOOT-TOTAL = PAID-TOTAL + EXCEPTION-TOTAL.
           PERFORM WRITE-EXCEPTION-SUMMARY.
           CLOSE EXCEPTION-FILE.

           IF CROSSFOOT-TOTAL NOT = REG-TOTAL
               DISPLAY "*** CONTROL TOTALS DO NOT CROSS-FOOT: "
                   "REGISTER " REG-TOTAL " VS PAID PLUS EXCEPTED "
                   CROSSFOOT-TOTAL " - NO PAYMENT FILE WRITTEN ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ENTRY-TRUNCATED > 0
               DISPLAY "*** " ENTRY-TRUNCATED " ENTRIES BEYOND "
                   "10000 - NO PAYMENT FILE WRITTEN ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> A state change with no audit line is never saved.
           IF PENDING-AUDIT-DROPPED > 0
               DISPLAY "*** " PENDING-AUDIT-DROPPED " AUDIT LINE(S) "
                   "BEYOND 10000 - NOTHING WRITTEN OR SAVED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF ENTRY-COUNT = 0
               DISPLAY "NOTHING TO PAY OR PRENOTE - NO PAYMENT FILE "
                   "WRITTEN."
           ELSE
               PERFORM WRITE-PAYMENT-FILE
           END-IF.

           IF INSTR-CHANGED
               PERFORM SAVE-INSTRUCTION-FILE
               PERFORM WRITE-AUDIT-TRAIL
           END-IF.

           PERFORM DISPLAY-PAYMENT-SUMMARY.

           IF EXCEPTION-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY " ".
           DISPLAY "HAVE A GOOD DAY!".
           DISPLAY " ".
           STOP RUN.

      * ----------------------------------------------------------- *
      * Parameters - ODFI and company id have no sensible default;  *
      * the rest do.                                                *
      * ----------------------------------------------------------- *
       READ-PARAMETERS.

           MOVE SPACES TO PARM-INPUT.
           ACCEPT PARM-INPUT FROM ENVIRONMENT "BANK_ODFI_ROUTING".
           MOVE PARM-INPUT(1:9) TO ROUTING-CHECK.
           PERFORM CHECK-ROUTING-DIGIT.
           IF NOT ROUTING-OK OR PARM-INPUT(10:21) NOT = SPACES
               DISPLAY "BANK_ODFI_ROUTING MUST BE A VALID NINE-DIGIT "
                   "ROUTING NUMBER."
               MOVE 'Y' TO PARM-ERROR-SW
           END-IF.
           MOVE ROUTING-CHECK TO ODFI-ROUTING.

           MOVE SPACES TO PARM-INPUT.
           ACCEPT PARM-INPUT FROM ENVIRONMENT "BANK_DEST_ROUTING".
           IF PARM-INPUT = SPACES
               MOVE ODFI-ROUTING TO DEST-ROUTING
           ELSE
               MOVE PARM-INPUT(1:9) TO ROUTING-CHECK
               PERFORM CHECK-ROUTING-DIGIT
               IF NOT ROUTING-OK OR PARM-INPUT(10:21) NOT = SPACES
                   DISPLAY "BANK_DEST_ROUTING MUST BE A VALID "
                       "NINE-DIGIT ROUTING NUMBER."
                   MOVE 'Y' TO PARM-ERROR-SW
               END-IF
               MOVE ROUTING-CHECK TO DEST-ROUTING
           END-IF.

           MOVE SPACES TO PARM-INPUT.
           ACCEPT PARM-INPUT FROM ENVIRONMENT "BANK_COMPANY_ID".
           IF PARM-INPUT = SPACES OR PARM-INPUT(11:20) NOT = SPACES
               DISPLAY "BANK_COMPANY_ID MUST BE 1-10 CHARACTERS."
               MOVE 'Y' TO PARM-ERROR-SW
           END-IF.
           MOVE PARM-INPUT(1:10) TO COMPANY-ID.

           MOVE SPACES TO PARM-INPUT.
           ACCEPT PARM-INPUT FROM ENVIRONMENT "BANK_COMPANY_NAME".
           IF PARM-INPUT NOT = SPACES
               MOVE PARM-INPUT(1:16) TO COMPANY-NAME
           END-IF.

           MOVE SPACES TO PARM-INPUT.
           ACCEPT PARM-INPUT FROM ENVIRONMENT "BANK_DEST_NAME".
           IF PARM-INPUT NOT = SPACES
               MOVE PARM-INPUT(1:23) TO DEST-NAME
           END-IF.

           MOVE RUN-DATE TO EFFECTIVE-DATE.
           MOVE SPACES TO PARM-INPUT.
           ACCEPT PARM-INPUT FROM ENVIRONMENT "BANK_EFFECTIVE_DATE".
           IF PARM-INPUT NOT = SPACES
               IF PARM-INPUT(1:8) IS NOT NUMERIC
                       OR PARM-INPUT(9:22) NOT = SPACES
                       OR PARM-INPUT(1:8) < RUN-DATE
                   DISPLAY "BANK_EFFECTIVE_DATE MUST BE A YYYYMMDD "
                       "DATE, TODAY OR LATER."
                   MOVE 'Y' TO PARM-ERROR-SW
               ELSE
                   MOVE PARM-INPUT(1:8) TO EFFECTIVE-DATE
               END-IF
           END-IF.

           MOVE SPACES TO PARM-INPUT.
           ACCEPT PARM-INPUT FROM ENVIRONMENT "BANK_PRENOTE_DAYS".
           IF PARM-INPUT NOT = SPACES
               MOVE 0 TO PARM-LEN
               INSPECT PARM-INPUT
                   TALLYING PARM-LEN FOR CHARACTERS BEFORE INITIAL SPACE
               IF PARM-LEN > 2
                       OR PARM-INPUT(1:PARM-LEN) IS NOT NUMERIC
                   DISPLAY "BANK_PRENOTE_DAYS MUST BE 0-99."
                   MOVE 'Y' TO PARM-ERROR-SW
               ELSE
                   MOVE PARM-INPUT(1:PARM-LEN) TO PRENOTE-DAYS
               END-IF
           END-IF.

           MOVE SPACES TO PARM-INPUT.
           ACCEPT PARM-INPUT FROM ENVIRONMENT "BANK_FILE_ID".
           IF PARM-INPUT NOT = SPACES
               MOVE PARM-INPUT(1:1) TO FILE-ID-MODIFIER
           END-IF.

           IF NOT PARM-ERROR
               DISPLAY "ORIGINATING BANK : " ODFI-ROUTING
               DISPLAY "COMPANY          : " COMPANY-ID " "
                   COMPANY-NAME
               DISPLAY "EFFECTIVE DATE   : " EFFECTIVE-DATE
               DISPLAY "PRENOTE WAIT     : " PRENOTE-DAYS
                   " BUSINESS DAY(S)"
               DISPLAY " "
           END-IF.

      * ----------------------------------------------------------- *
      * Instruction file - BANKMAINT's layout.  With none on file   *
      * every bonus becomes an exception; that is a setup problem,  *
      * not a reason to stop.                                       *
      * ----------------------------------------------------------- *
       LOAD-INSTRUCTION-FILE.

           DISPLAY "BPINSDD" UPON ENVIRONMENT-NAME.
           DISPLAY INSTR-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT INSTRUCTION-FILE.
           IF NOT INSTR-FILE-OK
               DISPLAY "NO BANK INSTRUCTION FILE AT " INSTR-FILENAME
                   " - EVERY BONUS GOES TO THE EXCEPTIONS LIST."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-INSTRUCTION UNTIL END-OF-FILE = 'Y'.
           CLOSE INSTRUCTION-FILE.
           DISPLAY INSTR-COUNT " BANK INSTRUCTION(S) LOADED.".

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

      *> The instruction file is rewritten at the end of the run,
      *> so a part-loaded table would erase every line past it.
           IF INSTR-COUNT >= 5000
               DISPLAY "*** INSTRUCTION FILE HOLDS MORE THAN 5000 "
                   "LINES - NOTHING WRITTEN OR SAVED ***"
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

      *> A prenote the bank has had BANK_PRENOTE_DAYS business days
      *> to return, and has not, proves the account.
       PROMOTE-MATURED-PRENOTES.

           IF INS-STATE(INSTR-IDX) NOT = 'P'
                   OR INS-STATE-DATE(INSTR-IDX) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE INS-STATE-DATE(INSTR-IDX) TO CONV-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONV-DAY-NUMBER TO PRENOTE-DAY-NUMBER.
           MOVE RUN-DATE TO CONV-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONV-DAY-NUMBER TO RUN-DAY-NUMBER.

           MOVE 0 TO BUSINESS-DAYS-WAITED.
           IF RUN-DAY-NUMBER > PRENOTE-DAY-NUMBER
               COMPUTE PROBE-DAY-NUMBER = PRENOTE-DAY-NUMBER + 1
               PERFORM COUNT-ONE-WAITING-DAY
                   UNTIL PROBE-DAY-NUMBER > RUN-DAY-NUMBER
                       OR BUSINESS-DAYS-WAITED >= PRENOTE-DAYS
           END-IF.
           IF BUSINESS-DAYS-WAITED < PRENOTE-DAYS
               EXIT PARAGRAPH
           END-IF.

           MOVE INSTR-IDX TO IMAGE-IDX.
           PERFORM BUILD-INSTR-IMAGE.
           MOVE INSTR-IMAGE TO BEFORE-IMAGE.
           MOVE 'L' TO INS-STATE(INSTR-IDX).
           MOVE RUN-DATE TO INS-STATE-DATE(INSTR-IDX).
           MOVE "LIVE" TO AUDIT-ACTION.
           PERFORM QUEUE-AUDIT-LINE.
           MOVE 'Y' TO INSTR-CHANGED-SW.
           ADD 1 TO WENT-LIVE-COUNT.

       COUNT-ONE-WAITING-DAY.

           DIVIDE PROBE-DAY-NUMBER BY 7
               GIVING WEEKDAY-QUOTIENT
               REMAINDER WEEKDAY-REMAINDER.
           IF WEEKDAY-REMAINDER NOT = 0 AND WEEKDAY-REMAINDER NOT = 1
               ADD 1 TO BUSINESS-DAYS-WAITED
           END-IF.
           ADD 1 TO PROBE-DAY-NUMBER.

      * ----------------------------------------------------------- *
      * Register lines - each bonus is either an entry or an        *
      * exception, never both and never neither.                    *
      * ----------------------------------------------------------- *
       PAY-REGISTER-LINES.

           DISPLAY "BPREGDD" UPON ENVIRONMENT-NAME.
           DISPLAY REGISTER-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT REGISTER-FILE.
           IF NOT REGISTER-FILE-OK
               DISPLAY "CANNOT OPEN " REGISTER-FILENAME
                   " - STATUS " REGISTER-STATUS
               DISPLAY "RUN THE BONUS CALCULATION FIRST."
               CLOSE EXCEPTION-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM PAY-ONE-REGISTER-LINE UNTIL END-OF-FILE = 'Y'.
           CLOSE REGISTER-FILE.

      *> empno,name,salary,tier,bonus - the bonus rides in field 5.
       PAY-ONE-REGISTER-LINE.

           READ REGISTER-FILE INTO REGISTER-RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE REGISTER-LINE TO TEMP-STRING.
           PERFORM PARSE-CSV-ROW.
           IF CSV-FIELD-TALLY NOT = 5 OR CSV-FIELD(1) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE CSV-FIELD(1) TO REG-EMPNO.
           MOVE CSV-FIELD(2) TO REG-NAME.
           MOVE CSV-FIELD(5) TO TEMP-SALARY-X.
           PERFORM PARSE-SALARY-AMOUNT.
           MOVE TEMP-SALARY TO REG-BONUS.
           ADD 1 TO REG-COUNT.
           ADD REG-BONUS TO REG-TOTAL.

           IF REG-BONUS = 0
               ADD 1 TO ZERO-BONUS-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE REG-EMPNO TO EXC-EMPNO.
           MOVE REG-NAME TO EXC-NAME.
           MOVE REG-BONUS TO EXC-AMOUNT.

           PERFORM FIND-INSTRUCTION.
           IF INSTR-FOUND-IDX = 0
               MOVE "NO BANK INSTRUCTION ON FILE" TO EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM SCREEN-INSTRUCTION.
           IF EXCEPTION-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF.

           IF INS-TYPE(INSTR-FOUND-IDX) = 'S'
               SET TRAN-SAVINGS-CREDIT TO TRUE
           ELSE
               SET TRAN-CHECKING-CREDIT TO TRUE
           END-IF.
           MOVE 'N' TO PRENOTE-ENTRY-SW.
           PERFORM QUEUE-ENTRY.
           IF ENTRY-TRUNCATED = 0
               ADD 1 TO PAID-COUNT
               ADD REG-BONUS TO PAID-TOTAL
           END-IF.

       FIND-INSTRUCTION.

           MOVE 0 TO INSTR-FOUND-IDX.
           PERFORM VARYING INSTR-IDX FROM 1 BY 1
               UNTIL INSTR-IDX > INSTR-COUNT
                   OR INSTR-FOUND-IDX > 0
               IF INS-EMPNO(INSTR-IDX) = REG-EMPNO
                   MOVE INSTR-IDX TO INSTR-FOUND-IDX
               END-IF
           END-PERFORM.

      *> EXCEPTION-REASON stays blank for an instruction that can
      *> be paid today.  The routing, account and type are screened
      *> again here - the file may have been edited by hand.
       SCREEN-INSTRUCTION.

           MOVE SPACES TO EXCEPTION-REASON.

           MOVE INS-ROUTING(INSTR-FOUND-IDX) TO ROUTING-CHECK.
           PERFORM CHECK-ROUTING-DIGIT.
           IF NOT ROUTING-OK
               MOVE "ROUTING NUMBER FAILS THE CHECK DIGIT"
                   TO EXCEPTION-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ACCOUNT-LEN.
           INSPECT INS-ACCOUNT(INSTR-FOUND-IDX)
               TALLYING ACCOUNT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
           IF ACCOUNT-LEN < 4
               MOVE "ACCOUNT NUMBER MISSING OR TOO SHORT"
                   TO EXCEPTION-REASON
               EXIT PARAGRAPH
           END-IF.
           IF INS-ACCOUNT(INSTR-FOUND-IDX)(1:ACCOUNT-LEN)
                   IS NOT NUMERIC
               MOVE "ACCOUNT NUMBER NOT NUMERIC" TO EXCEPTION-REASON
               EXIT PARAGRAPH
           END-IF.
           IF INS-TYPE(INSTR-FOUND-IDX) NOT = 'C'
                   AND INS-TYPE(INSTR-FOUND-IDX) NOT = 'S'
               MOVE "ACCOUNT TYPE NOT C OR S" TO EXCEPTION-REASON
               EXIT PARAGRAPH
           END-IF.

           EVALUATE INS-STATE(INSTR-FOUND-IDX)
               WHEN 'L'
                   CONTINUE
               WHEN 'N'
                   MOVE "NEW INSTRUCTION - PRENOTE GOES IN THIS FILE"
                       TO EXCEPTION-REASON
               WHEN 'P'
                   STRING "PRENOTE SENT "       DELIMITED BY SIZE
                          INS-STATE-DATE(INSTR-FOUND-IDX)
                                                DELIMITED BY SIZE
                          " - NOT YET LIVE"     DELIMITED BY SIZE
                       INTO EXCEPTION-REASON
               WHEN 'R'
                   STRING "BANK RETURNED "      DELIMITED BY SIZE
                          INS-RETURN-CODE(INSTR-FOUND-IDX)
                                                DELIMITED BY SIZE
                          " - CORRECT THE INSTRUCTION"
                                                DELIMITED BY SIZE
                       INTO EXCEPTION-REASON
               WHEN OTHER
                   MOVE "INSTRUCTION STATE NOT RECOGNISED"
                       TO EXCEPTION-REASON
           END-EVALUATE.
           IF EXCEPTION-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF INS-EFFDATE(INSTR-FOUND-IDX) IS NOT NUMERIC
               MOVE "EFFECTIVE DATE MISSING" TO EXCEPTION-REASON
               EXIT PARAGRAPH
           END-IF.
           IF INS-EFFDATE(INSTR-FOUND-IDX) > EFFECTIVE-DATE
               STRING "INSTRUCTION NOT EFFECTIVE UNTIL "
                                                DELIMITED BY SIZE
                      INS-EFFDATE(INSTR-FOUND-IDX)
                                                DELIMITED BY SIZE
                   INTO EXCEPTION-REASON
           END-IF.

      *> Every new or changed instruction gets its zero-dollar
      *> prenote, whether or not the employee is in this register.
      *> One that cannot be prenoted is listed and left at N.
       QUEUE-DUE-PRENOTES.

           IF INS-STATE(INSTR-IDX) NOT = 'N'
               EXIT PARAGRAPH
           END-IF.

           MOVE INSTR-IDX TO INSTR-FOUND-IDX.
           MOVE INS-EMPNO(INSTR-IDX) TO REG-EMPNO.
           MOVE INS-EMPNO(INSTR-IDX) TO EXC-EMPNO.
           MOVE "(PRENOTE)" TO EXC-NAME.
           MOVE 0 TO EXC-AMOUNT.

           MOVE SPACES TO EXCEPTION-REASON.
           MOVE INS-ROUTING(INSTR-IDX) TO ROUTING-CHECK.
           PERFORM CHECK-ROUTING-DIGIT.
           MOVE 0 TO ACCOUNT-LEN.
           INSPECT INS-ACCOUNT(INSTR-IDX)
               TALLYING ACCOUNT-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
               WHEN NOT ROUTING-OK
                   MOVE "PRENOTE NOT SENT - ROUTING FAILS CHECK DIGIT"
                       TO EXCEPTION-REASON
               WHEN ACCOUNT-LEN < 4
                   MOVE "PRENOTE NOT SENT - ACCOUNT NUMBER TOO SHORT"
                       TO EXCEPTION-REASON
               WHEN INS-ACCOUNT(INSTR-IDX)(1:ACCOUNT-LEN)
                       IS NOT NUMERIC
                   MOVE "PRENOTE NOT SENT - ACCOUNT NOT NUMERIC"
                       TO EXCEPTION-REASON
               WHEN INS-TYPE(INSTR-IDX) NOT = 'C'
                       AND INS-TYPE(INSTR-IDX) NOT = 'S'
                   MOVE "PRENOTE NOT SENT - ACCOUNT TYPE NOT C OR S"
                       TO EXCEPTION-REASON
           END-EVALUATE.
           IF EXCEPTION-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REG-NAME.
           MOVE 0 TO REG-BONUS.
           IF INS-TYPE(INSTR-IDX) = 'S'
               SET TRAN-SAVINGS-PRENOTE TO TRUE
           ELSE
               SET TRAN-CHECKING-PRENOTE TO TRUE
           END-IF.
           MOVE 'Y' TO PRENOTE-ENTRY-SW.
           PERFORM QUEUE-ENTRY.
           IF ENTRY-TRUNCATED > 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PRENOTE-COUNT.

           MOVE INSTR-IDX TO IMAGE-IDX.
           PERFORM BUILD-INSTR-IMAGE.
           MOVE INSTR-IMAGE TO BEFORE-IMAGE.
           MOVE 'P' TO INS-STATE(INSTR-IDX).
           MOVE RUN-DATE TO INS-STATE-DATE(INSTR-IDX).
           MOVE "PRENOTE" TO AUDIT-ACTION.
           PERFORM QUEUE-AUDIT-LINE.
           MOVE 'Y' TO INSTR-CHANGED-SW.

      *> TRAN-CODE, the instruction at INSTR-FOUND-IDX and REG-
      *> BONUS / REG-NAME in.  A prenote carries the register name
      *> when there is one, else the employee number.
       QUEUE-ENTRY.

           IF ENTRY-COUNT >= 10000
               ADD 1 TO ENTRY-TRUNCATED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ENTRY-COUNT.
           MOVE TRAN-CODE TO ENT-TRAN-CODE(ENTRY-COUNT).
           MOVE INS-ROUTING(INSTR-FOUND-IDX)
               TO ENT-ROUTING(ENTRY-COUNT).
           MOVE INS-ACCOUNT(INSTR-FOUND-IDX)
               TO ENT-ACCOUNT(ENTRY-COUNT).
           MOVE REG-BONUS TO ENT-AMOUNT(ENTRY-COUNT).
           MOVE REG-EMPNO TO ENT-EMPNO(ENTRY-COUNT).
           IF REG-NAME = SPACES
               MOVE REG-EMPNO TO ENT-NAME(ENTRY-COUNT)
           ELSE
               MOVE REG-NAME TO ENT-NAME(ENTRY-COUNT)
           END-IF.
           INSPECT ENT-NAME(ENTRY-COUNT) CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * ----------------------------------------------------------- *
      * The payment file itself.                                    *
      * ----------------------------------------------------------- *
       WRITE-PAYMENT-FILE.

           DISPLAY "BPACHDD" UPON ENVIRONMENT-NAME.
           DISPLAY PAYMENT-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT PAYMENT-FILE.
           IF NOT PAYMENT-FILE-OK
               DISPLAY "CANNOT WRITE " PAYMENT-FILENAME
                   " - STATUS " PAYMENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACE TO FH-DESTINATION(1:1).
           MOVE DEST-ROUTING TO FH-DESTINATION(2:9).
           MOVE COMPANY-ID TO FH-ORIGIN.
           MOVE RUN-YYMMDD TO FH-CREATE-DATE.
           MOVE RUN-HHMM TO FH-CREATE-TIME.
           MOVE FILE-ID-MODIFIER TO FH-FILE-ID.
           MOVE DEST-NAME TO FH-DEST-NAME.
           MOVE COMPANY-NAME TO FH-ORIGIN-NAME.
           MOVE FILE-HEADER-REC TO PAYMENT-RECORD.
           PERFORM WRITE-PAYMENT-RECORD.

           MOVE COMPANY-NAME TO BH-COMPANY-NAME.
           MOVE COMPANY-ID TO BH-COMPANY-ID.
           MOVE RUN-YYMMDD TO BH-DESCRIPTIVE-DATE.
           MOVE EFFECTIVE-YYMMDD TO BH-EFFECTIVE-DATE.
           MOVE ODFI-ROUTING(1:8) TO BH-ODFI.
           MOVE BATCH-HEADER-REC TO PAYMENT-RECORD.
           PERFORM WRITE-PAYMENT-RECORD.

           PERFORM WRITE-ONE-ENTRY
               VARYING ENTRY-IDX FROM 1 BY 1
               UNTIL ENTRY-IDX > ENTRY-COUNT.

      *> The entry hash keeps its low ten digits - MOVE truncates
      *> the high-order end.
           MOVE ENTRY-COUNT TO BC-ENTRY-COUNT.
           MOVE HASH-TOTAL TO BC-ENTRY-HASH.
           MOVE CREDIT-CENTS-TOTAL TO BC-CREDIT-TOTAL.
           MOVE COMPANY-ID TO BC-COMPANY-ID.
           MOVE ODFI-ROUTING(1:8) TO BC-ODFI.
           MOVE BATCH-CONTROL-REC TO PAYMENT-RECORD.
           PERFORM WRITE-PAYMENT-RECORD.

      *> The file control counts itself, so the block count is
      *> taken with it included.
           ADD 1 TO RECORD-COUNT GIVING BLOCK-BASE.
           DIVIDE BLOCK-BASE BY 10
               GIVING BLOCK-COUNT REMAINDER BLOCK-REMAINDER.
           IF BLOCK-REMAINDER > 0
               ADD 1 TO BLOCK-COUNT
           END-IF.
           MOVE BLOCK-COUNT TO FC-BLOCK-COUNT.
           MOVE ENTRY-COUNT TO FC-ENTRY-COUNT.
           MOVE HASH-TOTAL TO FC-ENTRY-HASH.
           MOVE CREDIT-CENTS-TOTAL TO FC-CREDIT-TOTAL.
           MOVE FILE-CONTROL-REC TO PAYMENT-RECORD.
           PERFORM WRITE-PAYMENT-RECORD.

           PERFORM WRITE-PADDING-RECORD
               UNTIL RECORD-COUNT >= BLOCK-COUNT * 10.

           CLOSE PAYMENT-FILE.

       WRITE-ONE-ENTRY.

           MOVE ENT-TRAN-CODE(ENTRY-IDX) TO ED-TRAN-CODE.
           MOVE ENT-ROUTING(ENTRY-IDX) TO ROUTING-CHECK.
           MOVE ROUTING-CHECK(1:8) TO ED-RDFI.
           MOVE ROUTING-CHECK(9:1) TO ED-CHECK-DIGIT.
           MOVE ENT-ACCOUNT(ENTRY-IDX) TO ED-ACCOUNT.
           COMPUTE ED-AMOUNT = ENT-AMOUNT(ENTRY-IDX) * 100.
           MOVE ENT-EMPNO(ENTRY-IDX) TO ED-INDIVIDUAL-ID.
           MOVE ENT-NAME(ENTRY-IDX) TO ED-NAME.
           MOVE ODFI-ROUTING(1:8) TO ED-TRACE-ODFI.
           ADD 1 TO TRACE-SEQUENCE.
           MOVE TRACE-SEQUENCE TO ED-TRACE-SEQUENCE.
           MOVE ENTRY-DETAIL-REC TO PAYMENT-RECORD.
           PERFORM WRITE-PAYMENT-RECORD.

           ADD ROUTING-PREFIX TO HASH-TOTAL.
           ADD ED-AMOUNT TO CREDIT-CENTS-TOTAL.

       WRITE-PADDING-RECORD.

           MOVE PADDING-REC TO PAYMENT-RECORD.
           PERFORM WRITE-PAYMENT-RECORD.

       WRITE-PAYMENT-RECORD.

           WRITE PAYMENT-RECORD.
           ADD 1 TO RECORD-COUNT.

      * ----------------------------------------------------------- *
      * Exceptions list.                                            *
      * ----------------------------------------------------------- *
       WRITE-EXCEPTION-HEADING.

           MOVE SPACES TO EXCEPTION-RECORD.
           STRING "BONUS DIRECT-DEPOSIT EXCEPTIONS   RUN DATE "
                                             DELIMITED BY SIZE
                  RUN-DATE                   DELIMITED BY SIZE
                  "   EFFECTIVE "            DELIMITED BY SIZE
                  EFFECTIVE-DATE             DELIMITED BY SIZE
               INTO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE SPACES TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE "EMPNO NAME                      BONUS  REASON"
               TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE "----- -------------------- ----------  ------------"
               TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.

      *> EXC-EMPNO, EXC-NAME, EXC-AMOUNT and EXCEPTION-REASON in.
      *> Only money counts toward the excepted total - a prenote
      *> that could not be sent carries none.
       WRITE-EXCEPTION-LINE.

           ADD 1 TO EXCEPTION-COUNT.
           ADD EXC-AMOUNT TO EXCEPTION-TOTAL.
           MOVE EXC-AMOUNT TO EXC-AMOUNT-OUT.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING EXC-EMPNO          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  EXC-NAME           DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  EXC-AMOUNT-OUT     DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  EXCEPTION-REASON   DELIMITED BY SIZE
               INTO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.

       WRITE-EXCEPTION-SUMMARY.

           IF EXCEPTION-COUNT = 0
               MOVE "(NONE - EVERY BONUS IS IN THE PAYMENT FILE.)"
                   TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
           END-IF.
           MOVE SPACES TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.

           MOVE REG-TOTAL TO TOTAL-OUT.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING "REGISTER LINES      : " DELIMITED BY SIZE
                  REG-COUNT                DELIMITED BY SIZE
                  " FOR "                  DELIMITED BY SIZE
                  TOTAL-OUT                DELIMITED BY SIZE
               INTO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE PAID-TOTAL TO TOTAL-OUT.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING "PAID IN FILE        : " DELIMITED BY SIZE
                  PAID-COUNT               DELIMITED BY SIZE
                  " FOR "                  DELIMITED BY SIZE
                  TOTAL-OUT                DELIMITED BY SIZE
               INTO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE EXCEPTION-TOTAL TO TOTAL-OUT.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING "EXCEPTIONS          : " DELIMITED BY SIZE
                  EXCEPTION-COUNT          DELIMITED BY SIZE
                  " FOR "                  DELIMITED BY SIZE
                  TOTAL-OUT                DELIMITED BY SIZE
               INTO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING "ZERO-BONUS LINES    : " DELIMITED BY SIZE
                  ZERO-BONUS-COUNT         DELIMITED BY SIZE
               INTO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE SPACES TO EXCEPTION-RECORD.
           STRING "PRENOTES IN FILE    : " DELIMITED BY SIZE
                  PRENOTE-COUNT            DELIMITED BY SIZE
               INTO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           IF CROSSFOOT-TOTAL = REG-TOTAL
               MOVE "CONTROL TOTALS CROSS-FOOT."
                   TO EXCEPTION-RECORD
           ELSE
               MOVE "*** CONTROL TOTALS DO NOT CROSS-FOOT ***"
                   TO EXCEPTION-RECORD
           END-IF.
           WRITE EXCEPTION-RECORD.

       DISPLAY-PAYMENT-SUMMARY.

           DISPLAY " ".
           DISPLAY "PAYMENT FILE SUMMARY".
           DISPLAY "--------------------".
           DISPLAY "REGISTER LINES       : " REG-COUNT
               " FOR " REG-TOTAL.
           DISPLAY "ZERO-BONUS LINES     : " ZERO-BONUS-COUNT.
           DISPLAY "PAID IN FILE         : " PAID-COUNT
               " FOR " PAID-TOTAL.
           DISPLAY "EXCEPTIONS           : " EXCEPTION-COUNT
               " FOR " EXCEPTION-TOTAL.
           DISPLAY "PRENOTES IN FILE     : " PRENOTE-COUNT.
           DISPLAY "PRENOTES GONE LIVE   : " WENT-LIVE-COUNT.
           IF ENTRY-COUNT > 0
               DISPLAY "ENTRIES " ENTRY-COUNT " HASH " BC-ENTRY-HASH
                   " CREDITS " BC-CREDIT-TOTAL
                   " BLOCKS " FC-BLOCK-COUNT
               DISPLAY "PAYMENT FILE: " PAYMENT-FILENAME
           END-IF.
           DISPLAY "EXCEPTIONS  : " EXCEPTION-FILENAME.

      * ----------------------------------------------------------- *
      * Instruction file and audit trail - rewritten and appended   *
      * only after the payment file is safely out.                  *
      * ----------------------------------------------------------- *
       SAVE-INSTRUCTION-FILE.

           OPEN OUTPUT INSTRUCTION-FILE.
           PERFORM WRITE-ONE-INSTRUCTION
               VARYING INSTR-IDX FROM 1 BY 1
               UNTIL INSTR-IDX > INSTR-COUNT.
           CLOSE INSTRUCTION-FILE.

       WRITE-ONE-INSTRUCTION.

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

       WRITE-AUDIT-TRAIL.

           DISPLAY "BPAUDDD" UPON ENVIRONMENT-NAME.
           DISPLAY AUDIT-FILENAME UPON ENVIRONMENT-VALUE.

           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-MISSING
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           PERFORM WRITE-ONE-AUDIT-LINE
               VARYING PENDING-AUDIT-IDX FROM 1 BY 1
               UNTIL PENDING-AUDIT-IDX > PENDING-AUDIT-COUNT.
           CLOSE AUDIT-FILE.

       WRITE-ONE-AUDIT-LINE.

           MOVE PENDING-AUDIT-LINE(PENDING-AUDIT-IDX)
               TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.

      *> BEFORE-IMAGE, AUDIT-ACTION and the instruction at IMAGE-IDX
      *> (already changed) in.
       QUEUE-AUDIT-LINE.

           IF PENDING-AUDIT-COUNT >= 10000
               ADD 1 TO PENDING-AUDIT-DROPPED
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUILD-INSTR-IMAGE.
           ADD 1 TO PENDING-AUDIT-COUNT.
           MOVE SPACES TO PENDING-AUDIT-LINE(PENDING-AUDIT-COUNT).
           STRING RUN-DATE               DELIMITED BY SIZE
                  ","                    DELIMITED BY SIZE
                  RUN-TIME               DELIMITED BY SIZE
                  ",BANKPAY,"            DELIMITED BY SIZE
                  AUDIT-ACTION           DELIMITED BY SPACE
                  ","                    DELIMITED BY SIZE
                  INS-EMPNO(IMAGE-IDX)   DELIMITED BY SIZE
                  ","                    DELIMITED BY SIZE
                  BEFORE-IMAGE           DELIMITED BY SPACE
                  ","                    DELIMITED BY SIZE
                  INSTR-IMAGE            DELIMITED BY SPACE
               INTO PENDING-AUDIT-LINE(PENDING-AUDIT-COUNT).

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

      * ----------------------------------------------------------- *
      * Shared helpers.                                             *
      * ----------------------------------------------------------- *
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

       PARSE-CSV-ROW.

           MOVE SPACES TO CSV-FIELD-TABLE.
           MOVE 1 TO CSV-FIELD-TALLY.
           MOVE 0 TO CSV-OUT-COL.
           MOVE 'N' TO CSV-IN-QUOTES-SW.
           MOVE 'N' TO CSV-SKIP-NEXT-SW.
           MOVE 'N' TO CSV-DONE-SW.
           PERFORM PARSE-CSV-CHAR
               VARYING CSV-POS FROM 1 BY 1
               UNTIL CSV-POS > 200 OR CSV-DONE.

       PARSE-CSV-CHAR.

           IF CSV-SKIP-NEXT
               MOVE 'N' TO CSV-SKIP-NEXT-SW
               EXIT PARAGRAPH
           END-IF.

           MOVE TEMP-STRING(CSV-POS:1) TO CSV-CHAR.

           IF CSV-IN-QUOTES
               IF CSV-CHAR = '"'
                   IF CSV-POS < 200
                           AND TEMP-STRING(CSV-POS + 1:1) = '"'
                       PERFORM APPEND-CSV-CHAR
                       MOVE 'Y' TO CSV-SKIP-NEXT-SW
                   ELSE
                       MOVE 'N' TO CSV-IN-QUOTES-SW
                   END-IF
               ELSE
                   PERFORM APPEND-CSV-CHAR
               END-IF
           ELSE
               IF CSV-CHAR = '"' AND CSV-OUT-COL = 0
                   MOVE 'Y' TO CSV-IN-QUOTES-SW
               ELSE
                   IF CSV-CHAR = ','
                       IF CSV-FIELD-TALLY < 6
                           ADD 1 TO CSV-FIELD-TALLY
                           MOVE 0 TO CSV-OUT-COL
                       ELSE
                           MOVE 'Y' TO CSV-DONE-SW
                       END-IF
                   ELSE
                       PERFORM APPEND-CSV-CHAR
                   END-IF
               END-IF
           END-IF.

       APPEND-CSV-CHAR.

           IF CSV-OUT-COL < 20
               ADD 1 TO CSV-OUT-COL
               MOVE CSV-CHAR TO
                   CSV-FIELD(CSV-FIELD-TALLY)(CSV-OUT-COL:1)
           END-IF.

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
