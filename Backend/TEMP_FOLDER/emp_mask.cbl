       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EMPMASK.

      * ----------------------------------------------------------- *
      * De-identified copies of the employee files for the         *
      * vendor's test environment, so it stops getting either      *
      * hand-typed junk or real salaries.  Reads:                   *
      *   - the dated emp_YYYYMMDD.csv extracts named in           *
      *     MASK_FILEDATES (comma list, DYNSQL3's convention;      *
      *     unset means the undated emp.csv),                       *
      *   - emp_master.idx,                                         *
      *   - the VACBAL ledger (vacation_balance.idx),              *
      *   - accounts_export.csv,                                    *
      * and writes each one, same name and layout, into the        *
      * output directory MASK_OUTDIR (default /app/data/vendor/,   *
      * which may not be /app/data itself).                         *
      *                                                             *
      * Employee numbers go through one keyed renumbering in every *
      * file - empno, manager id, master key, ledger key, account  *
      * id alike - so manager links, the reconciliation match and  *
      * master history still line up.  It is a fixed permutation  *
      * of 00001-99999 worked out from MASK_KEY (6 to 18 digits,   *
      * required), so the same key gives the same numbers on every *
      * refresh; 00000 and blank stay as the no-manager markers.   *
      * The key is held by whoever runs the job and is written     *
      * nowhere - no cross-reference file, not on the console.     *
      *                                                             *
      * Names become pseudonyms made from the NEW number (an       *
      * initial and a surname off a fixed list), so one person has *
      * one pseudonym everywhere and nothing of the real name      *
      * survives.  Salaries move by a per-employee percentage      *
      * inside +/- MASK_SALARY_BAND percent (default 10), the same *
      * percentage on every file and every master version, so     *
      * raises still show as raises.  None of the four files       *
      * carries a phone or an address - those stay in ACCOUNTS.    *
      *                                                             *
      * Header records are copied, and every trailer is worked out *
      * again from the masked rows - the row count and salary      *
      * total DYNSQL3 and the accounts-export readers verify - so  *
      * the copies pass the same controls the originals do.        *
      * ----------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-IN-FILE ASSIGN TO "MSKEMPDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EMP-IN-STATUS.

           SELECT EMP-OUT-FILE ASSIGN TO "MSKEOUDD"
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASTER-IN-FILE ASSIGN TO "MSKMSTDD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MIN-KEY
              FILE STATUS IS MASTER-IN-STATUS.

           SELECT MASTER-OUT-FILE ASSIGN TO "MSKMOUDD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EMPM-KEY
              FILE STATUS IS MASTER-OUT-STATUS.

           SELECT VACBAL-IN-FILE ASSIGN TO "MSKVACDD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VIN-EMPNO
              FILE STATUS IS VACBAL-IN-STATUS.

           SELECT VACBAL-OUT-FILE ASSIGN TO "MSKVOUDD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VB-EMPNO
              FILE STATUS IS VACBAL-OUT-STATUS.

           SELECT ACCOUNTS-IN-FILE ASSIGN TO "MSKACCDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACCOUNTS-IN-STATUS.

           SELECT ACCOUNTS-OUT-FILE ASSIGN TO "MSKAOUDD"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  EMP-IN-FILE.
       01  EMP-IN-RECORD.
           05  EMP-LINE PIC X(200).

       FD  EMP-OUT-FILE.
       01  EMP-OUT-RECORD        PIC X(200).

       FD  MASTER-IN-FILE.
       01  MASTER-IN-RECORD.
           05  MIN-KEY.
               10  MIN-EMPNO      PIC X(5).
               10  MIN-EFFDATE    PIC X(8).
           05  MIN-NAME       PIC X(10).
           05  MIN-DEPTNO     PIC 99.
           05  MIN-SALARY     PIC 9(7)V99.
           05  MIN-HIREDATE   PIC X(8).
           05  MIN-MGRID      PIC X(5).
           05  MIN-STATUS     PIC X.
           05  MIN-STATDATE   PIC X(8).

       FD  MASTER-OUT-FILE.
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

       FD  VACBAL-IN-FILE.
       01  VACBAL-IN-RECORD.
           05  VIN-EMPNO         PIC X(5).
           05  VIN-NAME          PIC X(10).
           05  VIN-DEPTNO        PIC X(2).
           05  VIN-YEAR          PIC 9(4).
           05  VIN-ENTITLED      PIC 9(3).
           05  VIN-CARRIED       PIC 9(3).
           05  VIN-USED          PIC 9(3).

       FD  VACBAL-OUT-FILE.
       01  VACBAL-RECORD.
           05  VB-EMPNO          PIC X(5).
           05  VB-NAME           PIC X(10).
           05  VB-DEPTNO         PIC X(2).
           05  VB-YEAR           PIC 9(4).
           05  VB-ENTITLED       PIC 9(3).
           05  VB-CARRIED        PIC 9(3).
           05  VB-USED           PIC 9(3).

       FD  ACCOUNTS-IN-FILE.
       01  ACCOUNTS-IN-RECORD    PIC X(120).

       FD  ACCOUNTS-OUT-FILE.
       01  ACCOUNTS-OUT-RECORD   PIC X(120).

       WORKING-STORAGE SECTION.

       01  EMP-IN-FILENAME       PIC X(60).
       01  EMP-OUT-FILENAME      PIC X(60).
       01  MASTER-IN-FILENAME    PIC X(60) VALUE
               '/app/data/emp_master.idx'.
       01  MASTER-OUT-FILENAME   PIC X(60).
       01  VACBAL-IN-FILENAME    PIC X(60) VALUE
               '/app/data/vacation_balance.idx'.
       01  VACBAL-OUT-FILENAME   PIC X(60).
       01  ACCOUNTS-IN-FILENAME  PIC X(60) VALUE
               '/app/data/accounts_export.csv'.
       01  ACCOUNTS-OUT-FILENAME PIC X(60).

       01  EMP-IN-STATUS         PIC X(2).
           88  EMP-IN-NOT-FOUND       VALUE '35'.
       01  MASTER-IN-STATUS      PIC X(2).
       01  MASTER-OUT-STATUS     PIC X(2).
       01  VACBAL-IN-STATUS      PIC X(2).
       01  VACBAL-OUT-STATUS     PIC X(2).
       01  ACCOUNTS-IN-STATUS    PIC X(2).
           88  ACCOUNTS-IN-NOT-FOUND  VALUE '35'.

       01  END-OF-FILE           PIC X VALUE 'N'.

      * ----------------------------------------------------------- *
      * Run parameters.                                             *
      * ----------------------------------------------------------- *
       01  PARM-KEY              PIC X(20).
       01  PARM-FILEDATES        PIC X(200).
       01  PARM-BAND             PIC X(10).
       01  PARM-OUTDIR           PIC X(60).
       01  PARM-LEN              PIC 99.

       01  OUT-DIR               PIC X(60) VALUE '/app/data/vendor/'.
       01  SALARY-BAND           PIC 99 VALUE 10.

       01  FILEDATE-COUNT        PIC 99 VALUE 0.
       01  FILEDATE-IDX          PIC 99.
       01  FILEDATE-TABLE.
           05  FILEDATE-ENTRY    OCCURS 31 TIMES PIC X(8).

      * ----------------------------------------------------------- *
      * Renumbering.  MAP-MULT (odd, not a multiple of 5, so prime *
      * to 100000) and MAP-OFFSET come from the key; a number maps *
      * to (MAP-MULT x empno + MAP-OFFSET) mod 100000, a one-to-   *
      * one shuffle of 00000-99999.  The one number that would    *
      * land on 00000 takes the slot 00000 itself would have had,  *
      * so 00000 stays free as the no-manager marker.              *
      * ----------------------------------------------------------- *
       01  KEY-NUM               PIC 9(18).
       01  KEY-QUOT              PIC 9(18).
       01  KEY-REM               PIC 9(5).
       01  MAP-MULT              PIC 9(5).
       01  MAP-MULT-REM          PIC 9.
       01  MAP-OFFSET            PIC 9(5).
       01  MAP-WORK              PIC 9(12).
       01  MAP-QUOT              PIC 9(12).
       01  MAP-IN                PIC X(5).
       01  MAP-IN-NUM            PIC 9(5).
       01  MAP-OUT               PIC X(5).
       01  MAP-OUT-NUM           PIC 9(5).
       01  UNMAPPED-COUNT        PIC 9(7) VALUE 0.

      * ----------------------------------------------------------- *
      * Pseudonyms - initial and surname picked by the new number. *
      * ----------------------------------------------------------- *
       01  PSEUDO-INITIALS       PIC X(26) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  SURNAME-VALUES.
           05  FILLER  PIC X(8) VALUE 'ADAMS'.
           05  FILLER  PIC X(8) VALUE 'BAKER'.
           05  FILLER  PIC X(8) VALUE 'CARTER'.
           05  FILLER  PIC X(8) VALUE 'DAVIES'.
           05  FILLER  PIC X(8) VALUE 'ELLIS'.
           05  FILLER  PIC X(8) VALUE 'FISHER'.
           05  FILLER  PIC X(8) VALUE 'GRANT'.
           05  FILLER  PIC X(8) VALUE 'HUGHES'.
           05  FILLER  PIC X(8) VALUE 'IRVING'.
           05  FILLER  PIC X(8) VALUE 'JENKINS'.
           05  FILLER  PIC X(8) VALUE 'KELLY'.
           05  FILLER  PIC X(8) VALUE 'LAWSON'.
           05  FILLER  PIC X(8) VALUE 'MORGAN'.
           05  FILLER  PIC X(8) VALUE 'NORRIS'.
           05  FILLER  PIC X(8) VALUE 'OWENS'.
           05  FILLER  PIC X(8) VALUE 'PARKER'.
           05  FILLER  PIC X(8) VALUE 'QUINN'.
           05  FILLER  PIC X(8) VALUE 'REED'.
           05  FILLER  PIC X(8) VALUE 'SAUNDERS'.
           05  FILLER  PIC X(8) VALUE 'TURNER'.
           05  FILLER  PIC X(8) VALUE 'UPTON'.
           05  FILLER  PIC X(8) VALUE 'VAUGHAN'.
           05  FILLER  PIC X(8) VALUE 'WALKER'.
           05  FILLER  PIC X(8) VALUE 'YOUNG'.
           05  FILLER  PIC X(8) VALUE 'ARCHER'.
           05  FILLER  PIC X(8) VALUE 'BRENNAN'.
           05  FILLER  PIC X(8) VALUE 'COLLINS'.
           05  FILLER  PIC X(8) VALUE 'DRAKE'.
           05  FILLER  PIC X(8) VALUE 'FOSTER'.
           05  FILLER  PIC X(8) VALUE 'HARPER'.
           05  FILLER  PIC X(8) VALUE 'KNIGHT'.
           05  FILLER  PIC X(8) VALUE 'MASON'.
           05  FILLER  PIC X(8) VALUE 'PRICE'.
           05  FILLER  PIC X(8) VALUE 'ROWE'.
           05  FILLER  PIC X(8) VALUE 'SHAW'.
           05  FILLER  PIC X(8) VALUE 'WEBB'.
           05  FILLER  PIC X(8) VALUE 'BARLOW'.
           05  FILLER  PIC X(8) VALUE 'DALTON'.
           05  FILLER  PIC X(8) VALUE 'GARDNER'.
           05  FILLER  PIC X(8) VALUE 'HOLT'.
       01  SURNAME-TABLE REDEFINES SURNAME-VALUES.
           05  SURNAME-ENTRY     PIC X(8) OCCURS 40 TIMES.
       01  PSEUDO-NAME           PIC X(10).
       01  PSEUDO-QUOT           PIC 9(5).
       01  PSEUDO-INITIAL-IDX    PIC 99.
       01  PSEUDO-SURNAME-IDX    PIC 99.
       01  PSEUDO-REM            PIC 99.

      * ----------------------------------------------------------- *
      * Salary perturbation - a signed number of basis points       *
      * inside the band, fixed per (new) employee number and key.   *
      * ----------------------------------------------------------- *
       01  SALARY-SEED           PIC 9(4).
       01  SALARY-MODULUS        PIC 9(5).
       01  SALARY-SPREAD-WORK    PIC 9(12).
       01  SALARY-SPREAD-QUOT    PIC 9(12).
       01  SALARY-SPREAD-REM     PIC 9(5).
       01  SALARY-POINTS         PIC S9(5).
       01  SALARY-IN             PIC 9(7)V99.
       01  SALARY-WORK           PIC 9(8)V99.
       01  SALARY-OUT            PIC 9(7)V99.

      *> The ddddddd.cc text shape every salary field travels in.
       01  TEMP-SALARY-X         PIC X(10).
       01  TEMP-SALARY           PIC 9(7)V99.
       01  TEMP-SALARY-WHOLE     PIC X(7).
       01  TEMP-SALARY-CENTS     PIC X(2).
       01  TEMP-SALARY-WHOLE-N   PIC 9(7).
       01  TEMP-SALARY-CENTS-N   PIC 9(2).
       01  SALARY-PARSED-SW      PIC X.
           88  SALARY-PARSED     VALUE 'Y'.
       01  SALARY-OUT-TEXT.
           05  SALARY-OUT-WHOLE  PIC 9(7).
           05  FILLER            PIC X VALUE '.'.
           05  SALARY-OUT-CENTS  PIC 9(2).
       01  SALARY-SPLIT          PIC 9(7)V99.
       01  SALARY-SPLIT-R REDEFINES SALARY-SPLIT.
           05  SALARY-SPLIT-WHOLE PIC 9(7).
           05  SALARY-SPLIT-CENTS PIC 9(2).

      * ----------------------------------------------------------- *
      * Quoted-field CSV splitter - DYNSQL3's, so a row splits here *
      * exactly the way the loader will split it.                   *
      * ----------------------------------------------------------- *
       01  TEMP-STRING           PIC X(200).
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
       01  OUT-FIELD-TABLE.
           05  OUT-FIELD         OCCURS 6 TIMES PIC X(20).
       01  OUT-FIELD-IDX         PIC 9.
       01  OUT-POINTER           PIC 9(3).

      *> Status rows, "S,empno,code,effdate".
       01  STAT-FLAG             PIC X(2).
       01  STAT-EMPNO-IN         PIC X(5).
       01  STAT-REST             PIC X(40).

      * ----------------------------------------------------------- *
      * Control totals, recomputed over the masked rows of the file *
      * being copied, in the trailer shape the readers split.       *
      * ----------------------------------------------------------- *
       01  CTL-DETAIL-COUNT      PIC 9(9) VALUE 0.
       01  CTL-SALARY-TOTAL      PIC 9(11)V99 VALUE 0.
       01  CTL-HASH-OUT          PIC 9(11).9(2).
       01  CTL-TRAILER-SEEN-SW   PIC X VALUE 'N'.
           88  CTL-TRAILER-SEEN  VALUE 'Y'.

       01  EMP-FILE-COUNT        PIC 99 VALUE 0.
       01  EMP-FILE-MISSING      PIC 99 VALUE 0.
       01  EMP-ROW-COUNT         PIC 9(7) VALUE 0.
       01  MASTER-COUNT          PIC 9(7) VALUE 0.
       01  VACBAL-COUNT          PIC 9(7) VALUE 0.
       01  ACCOUNTS-COUNT        PIC 9(7) VALUE 0.
       01  WRITE-FAIL-COUNT      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.

           DISPLAY " ".
           DISPLAY "DE-IDENTIFIED TEST-DATA EXTRACT".
           DISPLAY "-------------------------------".

           PERFORM READ-RUN-PARAMETERS.
           PERFORM DERIVE-KEY-CONSTANTS.

           CALL "CBL_CREATE_DIR" USING OUT-DIR.

           PERFORM BUILD-FILEDATE-TABLE.
           PERFORM MASK-ONE-EXTRACT
               VARYING FILEDATE-IDX FROM 1 BY 1
               UNTIL FILEDATE-IDX > FILEDATE-COUNT.

           PERFORM MASK-EMP-MASTER.
           PERFORM MASK-VACBAL-LEDGER.
           PERFORM MASK-ACCOUNTS-EXPORT.

           DISPLAY " ".
           DISPLAY "EXTRACTS MASKED       : " EMP-FILE-COUNT
               " (" EMP-ROW-COUNT " ROWS)".
           DISPLAY "EXTRACTS NOT FOUND    : " EMP-FILE-MISSING.
           DISPLAY "MASTER VERSIONS       : " MASTER-COUNT.
           DISPLAY "VACBAL RECORDS        : " VACBAL-COUNT.
           DISPLAY "ACCOUNT ROWS          : " ACCOUNTS-COUNT.
           DISPLAY "OUTPUT DIRECTORY      : " OUT-DIR.
           IF UNMAPPED-COUNT > 0
               DISPLAY "WARNING: " UNMAPPED-COUNT " NON-NUMERIC "
                   "EMPLOYEE NUMBER(S) COPIED UNCHANGED."
           END-IF.
           IF WRITE-FAIL-COUNT > 0
               DISPLAY "WARNING: " WRITE-FAIL-COUNT " INDEXED "
                   "RECORD(S) COULD NOT BE WRITTEN."
           END-IF.
           IF EMP-FILE-MISSING > 0 OR UNMAPPED-COUNT > 0
                   OR WRITE-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY " ".
           STOP RUN.

      * ----------------------------------------------------------- *
      * The key is mandatory - a default key would be a published  *
      * one.  The output directory must be somewhere other than    *
      * the live data directory, or the copies would overwrite the *
      * files they were taken from.                                 *
      * ----------------------------------------------------------- *
       READ-RUN-PARAMETERS.

           ACCEPT PARM-KEY FROM ENVIRONMENT "MASK_KEY".
           ACCEPT PARM-FILEDATES FROM ENVIRONMENT "MASK_FILEDATES".
           ACCEPT PARM-BAND FROM ENVIRONMENT "MASK_SALARY_BAND".
           ACCEPT PARM-OUTDIR FROM ENVIRONMENT "MASK_OUTDIR".

           MOVE 0 TO PARM-LEN.
           INSPECT PARM-KEY
               TALLYING PARM-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
           IF PARM-LEN < 6 OR PARM-LEN > 18
               DISPLAY "MASK_KEY MUST BE 6 TO 18 DIGITS - NOTHING "
                   "WRITTEN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-KEY(1:PARM-LEN) IS NOT NUMERIC
               DISPLAY "MASK_KEY MUST BE 6 TO 18 DIGITS - NOTHING "
                   "WRITTEN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-KEY(1:PARM-LEN) TO KEY-NUM.

           MOVE 0 TO PARM-LEN.
           INSPECT PARM-BAND
               TALLYING PARM-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
           IF PARM-LEN > 0 AND PARM-LEN <= 2
                   AND PARM-BAND(1:PARM-LEN) IS NUMERIC
               MOVE PARM-BAND(1:PARM-LEN) TO SALARY-BAND
           END-IF.
           IF SALARY-BAND = 0 OR SALARY-BAND > 50
               DISPLAY "MASK_SALARY_BAND OUT OF RANGE - USING 10."
               MOVE 10 TO SALARY-BAND
           END-IF.

           IF PARM-OUTDIR NOT = SPACES
               MOVE PARM-OUTDIR TO OUT-DIR
           END-IF.

      *> The file names are strung straight on behind the directory,
      *> so it must end in a slash - "/app/data/vendor" would
      *> otherwise put the copies in /app/data as vendoremp_....
           MOVE 0 TO PARM-LEN.
           INSPECT OUT-DIR
               TALLYING PARM-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
           IF PARM-LEN = 0
               DISPLAY "MASK_OUTDIR IS NOT A PATH - NOTHING WRITTEN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OUT-DIR(PARM-LEN:1) NOT = '/'
               IF PARM-LEN >= 60
                   DISPLAY "MASK_OUTDIR TOO LONG - NOTHING WRITTEN."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE '/' TO OUT-DIR(PARM-LEN + 1:1)
           END-IF.

           IF OUT-DIR = '/app/data/'
               DISPLAY "MASK_OUTDIR MAY NOT BE THE LIVE DATA "
                   "DIRECTORY - NOTHING WRITTEN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "SALARY BAND: +/- " SALARY-BAND " PERCENT".
           DISPLAY "OUTPUT TO  : " OUT-DIR.

      * ----------------------------------------------------------- *
      * Renumbering and salary constants off the key.               *
      * ----------------------------------------------------------- *
       DERIVE-KEY-CONSTANTS.

           DIVIDE KEY-NUM BY 44000 GIVING KEY-QUOT
               REMAINDER KEY-REM.
           COMPUTE MAP-MULT = 10001 + (2 * KEY-REM).
           DIVIDE MAP-MULT BY 5 GIVING MAP-QUOT
               REMAINDER MAP-MULT-REM.
           IF MAP-MULT-REM = 0
               ADD 2 TO MAP-MULT
           END-IF.

           DIVIDE KEY-QUOT BY 99999 GIVING KEY-QUOT
               REMAINDER KEY-REM.
           COMPUTE MAP-OFFSET = KEY-REM + 1.

           DIVIDE KEY-NUM BY 9973 GIVING KEY-QUOT
               REMAINDER SALARY-SEED.
           COMPUTE SALARY-MODULUS = (SALARY-BAND * 200) + 1.

      * ----------------------------------------------------------- *
      * The dated extracts to copy, in DYNSQL3_FILEDATES' shape.    *
      * ----------------------------------------------------------- *
       BUILD-FILEDATE-TABLE.

           MOVE 0 TO FILEDATE-COUNT.
           IF PARM-FILEDATES NOT = SPACES
               UNSTRING PARM-FILEDATES DELIMITED BY ","
                   INTO FILEDATE-ENTRY(1)  FILEDATE-ENTRY(2)
                        FILEDATE-ENTRY(3)  FILEDATE-ENTRY(4)
                        FILEDATE-ENTRY(5)  FILEDATE-ENTRY(6)
                        FILEDATE-ENTRY(7)  FILEDATE-ENTRY(8)
                        FILEDATE-ENTRY(9)  FILEDATE-ENTRY(10)
                        FILEDATE-ENTRY(11) FILEDATE-ENTRY(12)
                        FILEDATE-ENTRY(13) FILEDATE-ENTRY(14)
                        FILEDATE-ENTRY(15) FILEDATE-ENTRY(16)
                        FILEDATE-ENTRY(17) FILEDATE-ENTRY(18)
                        FILEDATE-ENTRY(19) FILEDATE-ENTRY(20)
                        FILEDATE-ENTRY(21) FILEDATE-ENTRY(22)
                        FILEDATE-ENTRY(23) FILEDATE-ENTRY(24)
                        FILEDATE-ENTRY(25) FILEDATE-ENTRY(26)
                        FILEDATE-ENTRY(27) FILEDATE-ENTRY(28)
                        FILEDATE-ENTRY(29) FILEDATE-ENTRY(30)
                        FILEDATE-ENTRY(31)
                   TALLYING IN FILEDATE-COUNT
           ELSE
               MOVE 1 TO FILEDATE-COUNT
               MOVE SPACES TO FILEDATE-ENTRY(1)
           END-IF.

      * ----------------------------------------------------------- *
      * One extract copied row for row.  Header and status records *
      * keep their place; the trailer is replaced by one counted   *
      * over the masked rows, with every data row counted whether  *
      * or not it would pass validation - DYNSQL3 counts them all. *
      * ----------------------------------------------------------- *
       MASK-ONE-EXTRACT.

           MOVE SPACES TO EMP-IN-FILENAME.
           MOVE SPACES TO EMP-OUT-FILENAME.
           IF FILEDATE-ENTRY(FILEDATE-IDX) = SPACES
               MOVE '/app/data/emp.csv' TO EMP-IN-FILENAME
               STRING OUT-DIR   DELIMITED BY SPACE
                      'emp.csv' DELIMITED BY SIZE
                   INTO EMP-OUT-FILENAME
           ELSE
               STRING '/app/data/emp_'             DELIMITED BY SIZE
                      FILEDATE-ENTRY(FILEDATE-IDX) DELIMITED BY SIZE
                      '.csv'                       DELIMITED BY SIZE
                   INTO EMP-IN-FILENAME
               STRING OUT-DIR                      DELIMITED BY SPACE
                      'emp_'                       DELIMITED BY SIZE
                      FILEDATE-ENTRY(FILEDATE-IDX) DELIMITED BY SIZE
                      '.csv'                       DELIMITED BY SIZE
                   INTO EMP-OUT-FILENAME
           END-IF.

           DISPLAY "MSKEMPDD" UPON ENVIRONMENT-NAME.
           DISPLAY EMP-IN-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT EMP-IN-FILE.
           IF EMP-IN-STATUS NOT = '00'
               DISPLAY "EXTRACT NOT FOUND, SKIPPED: " EMP-IN-FILENAME
               ADD 1 TO EMP-FILE-MISSING
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "MSKEOUDD" UPON ENVIRONMENT-NAME.
           DISPLAY EMP-OUT-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT EMP-OUT-FILE.

           MOVE 0 TO CTL-DETAIL-COUNT.
           MOVE 0 TO CTL-SALARY-TOTAL.
           MOVE 'N' TO END-OF-FILE.
           PERFORM MASK-ONE-EXTRACT-ROW UNTIL END-OF-FILE = 'Y'.

           CLOSE EMP-IN-FILE.
           CLOSE EMP-OUT-FILE.
           ADD 1 TO EMP-FILE-COUNT.
           DISPLAY "MASKED: " EMP-OUT-FILENAME.

       MASK-ONE-EXTRACT-ROW.

           READ EMP-IN-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   PERFORM MASK-EXTRACT-RECORD
           END-READ.

       MASK-EXTRACT-RECORD.

           IF EMP-LINE(1:2) = 'H,'
               MOVE EMP-LINE TO EMP-OUT-RECORD
               WRITE EMP-OUT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF EMP-LINE(1:2) = 'T,'
               PERFORM WRITE-EXTRACT-TRAILER
               EXIT PARAGRAPH
           END-IF.
           IF EMP-LINE(1:2) = 'S,'
               PERFORM MASK-STATUS-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE EMP-LINE TO TEMP-STRING.
           PERFORM PARSE-CSV-ROW.
           MOVE CSV-FIELD-TABLE TO OUT-FIELD-TABLE.

           MOVE CSV-FIELD(1) TO MAP-IN.
           PERFORM MAP-EMPNO.
           MOVE MAP-OUT TO OUT-FIELD(1).

      *> A blank name stays blank, so the row still fails the
      *> loader's BLANK NAME check the way the original would.
           IF CSV-FIELD(2) NOT = SPACES
               PERFORM MAKE-PSEUDONYM
               MOVE PSEUDO-NAME TO OUT-FIELD(2)
           END-IF.

      *> An unusable salary is counted as zero by the loader and is
      *> blanked here rather than carried across as it stood.
           MOVE CSV-FIELD(4) TO TEMP-SALARY-X.
           PERFORM PARSE-SALARY-AMOUNT.
           IF SALARY-PARSED
               MOVE TEMP-SALARY TO SALARY-IN
               PERFORM PERTURB-SALARY
               MOVE SALARY-OUT TO SALARY-SPLIT
               MOVE SALARY-SPLIT-WHOLE TO SALARY-OUT-WHOLE
               MOVE SALARY-SPLIT-CENTS TO SALARY-OUT-CENTS
               MOVE SALARY-OUT-TEXT TO OUT-FIELD(4)
               ADD SALARY-OUT TO CTL-SALARY-TOTAL
           ELSE
               MOVE SPACES TO OUT-FIELD(4)
           END-IF.

           MOVE CSV-FIELD(6) TO MAP-IN.
           PERFORM MAP-EMPNO.
           MOVE MAP-OUT TO OUT-FIELD(6).

           ADD 1 TO CTL-DETAIL-COUNT.
           ADD 1 TO EMP-ROW-COUNT.

      *> As many fields as the row came with, so an incomplete row
      *> stays incomplete on the copy.
           MOVE SPACES TO EMP-OUT-RECORD.
           MOVE 1 TO OUT-POINTER.
           PERFORM APPEND-OUT-FIELD
               VARYING OUT-FIELD-IDX FROM 1 BY 1
               UNTIL OUT-FIELD-IDX > CSV-FIELD-TALLY.
           WRITE EMP-OUT-RECORD.

       APPEND-OUT-FIELD.

           IF OUT-FIELD-IDX > 1
               STRING ',' DELIMITED BY SIZE
                   INTO EMP-OUT-RECORD WITH POINTER OUT-POINTER
           END-IF.
           STRING OUT-FIELD(OUT-FIELD-IDX) DELIMITED BY '  '
               INTO EMP-OUT-RECORD WITH POINTER OUT-POINTER.

       MASK-STATUS-RECORD.

           MOVE SPACES TO STAT-FLAG.
           MOVE SPACES TO STAT-EMPNO-IN.
           MOVE SPACES TO STAT-REST.
           MOVE 1 TO OUT-POINTER.
           UNSTRING EMP-LINE DELIMITED BY ","
               INTO STAT-FLAG, STAT-EMPNO-IN
               WITH POINTER OUT-POINTER.
      *> Code and date follow as they stand.
           MOVE EMP-LINE(OUT-POINTER:40) TO STAT-REST.

           MOVE STAT-EMPNO-IN TO MAP-IN.
           PERFORM MAP-EMPNO.

           MOVE SPACES TO EMP-OUT-RECORD.
           STRING 'S,'      DELIMITED BY SIZE
                  MAP-OUT   DELIMITED BY SPACE
                  ','       DELIMITED BY SIZE
                  STAT-REST DELIMITED BY '  '
               INTO EMP-OUT-RECORD.
           WRITE EMP-OUT-RECORD.

      *> "T,count,salarytotal" in the widths DYNSQL3 splits at.
       WRITE-EXTRACT-TRAILER.

           MOVE CTL-SALARY-TOTAL TO CTL-HASH-OUT.
           MOVE SPACES TO EMP-OUT-RECORD.
           STRING 'T,'             DELIMITED BY SIZE
                  CTL-DETAIL-COUNT DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  CTL-HASH-OUT     DELIMITED BY SIZE
               INTO EMP-OUT-RECORD.
           WRITE EMP-OUT-RECORD.

      * ----------------------------------------------------------- *
      * The master copied version for version.  The new keys come  *
      * out in a different order, so the copy is written by key.   *
      * ----------------------------------------------------------- *
       MASK-EMP-MASTER.

           DISPLAY "MSKMSTDD" UPON ENVIRONMENT-NAME.
           DISPLAY MASTER-IN-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT MASTER-IN-FILE.
           IF MASTER-IN-STATUS NOT = '00'
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE (STATUS "
                   MASTER-IN-STATUS ") - SKIPPED."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO MASTER-OUT-FILENAME.
           STRING OUT-DIR          DELIMITED BY SPACE
                  'emp_master.idx' DELIMITED BY SIZE
               INTO MASTER-OUT-FILENAME.
           DISPLAY "MSKMOUDD" UPON ENVIRONMENT-NAME.
           DISPLAY MASTER-OUT-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT MASTER-OUT-FILE.

           MOVE 'N' TO END-OF-FILE.
           PERFORM MASK-ONE-MASTER-VERSION UNTIL END-OF-FILE = 'Y'.

           CLOSE MASTER-IN-FILE.
           CLOSE MASTER-OUT-FILE.
           DISPLAY "MASKED: " MASTER-OUT-FILENAME.

       MASK-ONE-MASTER-VERSION.

           READ MASTER-IN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   PERFORM MASK-MASTER-RECORD
           END-READ.

       MASK-MASTER-RECORD.

           MOVE MASTER-IN-RECORD TO EMP-MASTER-RECORD.

           MOVE MIN-EMPNO TO MAP-IN.
           PERFORM MAP-EMPNO.
           MOVE MAP-OUT TO EMPM-EMPNO.
           PERFORM MAKE-PSEUDONYM.
           MOVE PSEUDO-NAME TO EMPM-NAME.

           MOVE MIN-SALARY TO SALARY-IN.
           PERFORM PERTURB-SALARY.
           MOVE SALARY-OUT TO EMPM-SALARY.

           MOVE MIN-MGRID TO MAP-IN.
           PERFORM MAP-EMPNO.
           MOVE MAP-OUT TO EMPM-MGRID.

           WRITE EMP-MASTER-RECORD.
           IF MASTER-OUT-STATUS = '00'
               ADD 1 TO MASTER-COUNT
           ELSE
               ADD 1 TO WRITE-FAIL-COUNT
           END-IF.

      * ----------------------------------------------------------- *
      * The VACBAL ledger - renumbered and renamed; the day counts *
      * carry no identity and are copied as they stand.            *
      * ----------------------------------------------------------- *
       MASK-VACBAL-LEDGER.

           DISPLAY "MSKVACDD" UPON ENVIRONMENT-NAME.
           DISPLAY VACBAL-IN-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT VACBAL-IN-FILE.
           IF VACBAL-IN-STATUS NOT = '00'
               DISPLAY "VACBAL LEDGER NOT AVAILABLE (STATUS "
                   VACBAL-IN-STATUS ") - SKIPPED."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO VACBAL-OUT-FILENAME.
           STRING OUT-DIR                DELIMITED BY SPACE
                  'vacation_balance.idx' DELIMITED BY SIZE
               INTO VACBAL-OUT-FILENAME.
           DISPLAY "MSKVOUDD" UPON ENVIRONMENT-NAME.
           DISPLAY VACBAL-OUT-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT VACBAL-OUT-FILE.

           MOVE 'N' TO END-OF-FILE.
           PERFORM MASK-ONE-VACBAL-RECORD UNTIL END-OF-FILE = 'Y'.

           CLOSE VACBAL-IN-FILE.
           CLOSE VACBAL-OUT-FILE.
           DISPLAY "MASKED: " VACBAL-OUT-FILENAME.

       MASK-ONE-VACBAL-RECORD.

           READ VACBAL-IN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   MOVE VACBAL-IN-RECORD TO VACBAL-RECORD
                   MOVE VIN-EMPNO TO MAP-IN
                   PERFORM MAP-EMPNO
                   MOVE MAP-OUT TO VB-EMPNO
                   PERFORM MAKE-PSEUDONYM
                   MOVE PSEUDO-NAME TO VB-NAME
                   WRITE VACBAL-RECORD
                   IF VACBAL-OUT-STATUS = '00'
                       ADD 1 TO VACBAL-COUNT
                   ELSE
                       ADD 1 TO WRITE-FAIL-COUNT
                   END-IF
           END-READ.

      * ----------------------------------------------------------- *
      * accounts_export.csv - the account id is the employee       *
      * number, so it takes the same new number and the same       *
      * pseudonym as the extracts; the placeholder fields are      *
      * copied and the trailer recounted.                           *
      * ----------------------------------------------------------- *
       MASK-ACCOUNTS-EXPORT.

           DISPLAY "MSKACCDD" UPON ENVIRONMENT-NAME.
           DISPLAY ACCOUNTS-IN-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT ACCOUNTS-IN-FILE.
           IF ACCOUNTS-IN-STATUS NOT = '00'
               DISPLAY "ACCOUNTS EXPORT NOT AVAILABLE (STATUS "
                   ACCOUNTS-IN-STATUS ") - SKIPPED."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ACCOUNTS-OUT-FILENAME.
           STRING OUT-DIR               DELIMITED BY SPACE
                  'accounts_export.csv' DELIMITED BY SIZE
               INTO ACCOUNTS-OUT-FILENAME.
           DISPLAY "MSKAOUDD" UPON ENVIRONMENT-NAME.
           DISPLAY ACCOUNTS-OUT-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT ACCOUNTS-OUT-FILE.

           MOVE 0 TO CTL-DETAIL-COUNT.
           MOVE 0 TO CTL-SALARY-TOTAL.
           MOVE 'N' TO END-OF-FILE.
           PERFORM MASK-ONE-ACCOUNT-ROW UNTIL END-OF-FILE = 'Y'.

           CLOSE ACCOUNTS-IN-FILE.
           CLOSE ACCOUNTS-OUT-FILE.
           DISPLAY "MASKED: " ACCOUNTS-OUT-FILENAME.

       MASK-ONE-ACCOUNT-ROW.

           READ ACCOUNTS-IN-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   PERFORM MASK-ACCOUNT-RECORD
           END-READ.

       MASK-ACCOUNT-RECORD.

           IF ACCOUNTS-IN-RECORD(1:2) = 'H,'
               MOVE ACCOUNTS-IN-RECORD TO ACCOUNTS-OUT-RECORD
               WRITE ACCOUNTS-OUT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF ACCOUNTS-IN-RECORD(1:2) = 'T,'
               MOVE CTL-SALARY-TOTAL TO CTL-HASH-OUT
               MOVE SPACES TO ACCOUNTS-OUT-RECORD
               STRING 'T,'             DELIMITED BY SIZE
                      CTL-DETAIL-COUNT DELIMITED BY SIZE
                      ','              DELIMITED BY SIZE
                      CTL-HASH-OUT     DELIMITED BY SIZE
                   INTO ACCOUNTS-OUT-RECORD
               WRITE ACCOUNTS-OUT-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE ACCOUNTS-IN-RECORD TO TEMP-STRING.
           PERFORM PARSE-CSV-ROW.
           MOVE CSV-FIELD-TABLE TO OUT-FIELD-TABLE.

           MOVE CSV-FIELD(1) TO MAP-IN.
           PERFORM MAP-EMPNO.
           MOVE MAP-OUT TO OUT-FIELD(1).
           IF CSV-FIELD(2) NOT = SPACES
               PERFORM MAKE-PSEUDONYM
               MOVE PSEUDO-NAME TO OUT-FIELD(2)
           END-IF.

           MOVE CSV-FIELD(4) TO TEMP-SALARY-X.
           PERFORM PARSE-SALARY-AMOUNT.
           IF SALARY-PARSED
               ADD TEMP-SALARY TO CTL-SALARY-TOTAL
           END-IF.
           ADD 1 TO CTL-DETAIL-COUNT.
           ADD 1 TO ACCOUNTS-COUNT.

           MOVE SPACES TO EMP-OUT-RECORD.
           MOVE 1 TO OUT-POINTER.
           PERFORM APPEND-OUT-FIELD
               VARYING OUT-FIELD-IDX FROM 1 BY 1
               UNTIL OUT-FIELD-IDX > CSV-FIELD-TALLY.
           MOVE EMP-OUT-RECORD TO ACCOUNTS-OUT-RECORD.
           WRITE ACCOUNTS-OUT-RECORD.

      * ----------------------------------------------------------- *
      * MAP-IN to MAP-OUT.  Blank and 00000 (no manager) pass      *
      * through; anything non-numeric cannot be renumbered and is  *
      * copied and counted so the run warns about it.              *
      * ----------------------------------------------------------- *
       MAP-EMPNO.

           MOVE MAP-IN TO MAP-OUT.
           MOVE 0 TO MAP-OUT-NUM.
           IF MAP-IN = SPACES OR MAP-IN = '00000'
               EXIT PARAGRAPH
           END-IF.
           IF MAP-IN IS NOT NUMERIC
               ADD 1 TO UNMAPPED-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE MAP-IN TO MAP-IN-NUM.
           COMPUTE MAP-WORK = (MAP-MULT * MAP-IN-NUM) + MAP-OFFSET.
           DIVIDE MAP-WORK BY 100000 GIVING MAP-QUOT
               REMAINDER MAP-OUT-NUM.
           IF MAP-OUT-NUM = 0
               MOVE MAP-OFFSET TO MAP-OUT-NUM
           END-IF.
           MOVE MAP-OUT-NUM TO MAP-OUT.

      *> Pseudonym for the number MAP-EMPNO last produced.
       MAKE-PSEUDONYM.

           DIVIDE MAP-OUT-NUM BY 26 GIVING PSEUDO-QUOT
               REMAINDER PSEUDO-REM.
           COMPUTE PSEUDO-INITIAL-IDX = PSEUDO-REM + 1.
           DIVIDE PSEUDO-QUOT BY 40 GIVING PSEUDO-QUOT
               REMAINDER PSEUDO-REM.
           COMPUTE PSEUDO-SURNAME-IDX = PSEUDO-REM + 1.

           MOVE SPACES TO PSEUDO-NAME.
           STRING PSEUDO-INITIALS(PSEUDO-INITIAL-IDX:1)
                                                DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  SURNAME-ENTRY(PSEUDO-SURNAME-IDX)
                                                DELIMITED BY SPACE
               INTO PSEUDO-NAME.

      * ----------------------------------------------------------- *
      * SALARY-IN to SALARY-OUT, moved by the basis points fixed   *
      * for the number MAP-EMPNO last produced.                     *
      * ----------------------------------------------------------- *
       PERTURB-SALARY.

           COMPUTE SALARY-SPREAD-WORK =
               (MAP-OUT-NUM * 7919) + SALARY-SEED.
           DIVIDE SALARY-SPREAD-WORK BY SALARY-MODULUS
               GIVING SALARY-SPREAD-QUOT
               REMAINDER SALARY-SPREAD-REM.
           COMPUTE SALARY-POINTS =
               SALARY-SPREAD-REM - (SALARY-BAND * 100).

           COMPUTE SALARY-WORK ROUNDED =
               SALARY-IN + ((SALARY-IN * SALARY-POINTS) / 10000).
           IF SALARY-WORK > 9999999.99
               MOVE 9999999.99 TO SALARY-WORK
           END-IF.
           MOVE SALARY-WORK TO SALARY-OUT.

      * ----------------------------------------------------------- *
      * DDDDDDD.CC split by position, the loader's own parse.       *
      * ----------------------------------------------------------- *
       PARSE-SALARY-AMOUNT.

           MOVE 0 TO TEMP-SALARY.
           MOVE 'N' TO SALARY-PARSED-SW.
           MOVE TEMP-SALARY-X(1:7) TO TEMP-SALARY-WHOLE.
           MOVE TEMP-SALARY-X(9:2) TO TEMP-SALARY-CENTS.

           IF TEMP-SALARY-X(8:1) = '.'
                   AND TEMP-SALARY-WHOLE IS NUMERIC
                   AND TEMP-SALARY-CENTS IS NUMERIC
               MOVE TEMP-SALARY-WHOLE TO TEMP-SALARY-WHOLE-N
               MOVE TEMP-SALARY-CENTS TO TEMP-SALARY-CENTS-N
               COMPUTE TEMP-SALARY =
                   TEMP-SALARY-WHOLE-N + (TEMP-SALARY-CENTS-N / 100)
               MOVE 'Y' TO SALARY-PARSED-SW
           END-IF.

      * ----------------------------------------------------------- *
      * Split TEMP-STRING into up to six CSV fields, honouring      *
      * double-quoted fields (embedded commas kept, doubled quotes  *
      * collapsed to one).  CSV-FIELD-TALLY comes back with the     *
      * number of fields the row actually carried.                  *
      * ----------------------------------------------------------- *
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
