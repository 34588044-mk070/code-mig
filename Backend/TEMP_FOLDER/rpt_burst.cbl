       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPTBURST.

      * ----------------------------------------------------------- *
      * Report bursting - the department and manager slices of the *
      * big print files, cut out and bundled per recipient instead *
      * of by hand.  Four sources are split into pages, one page   *
      * per department (or per manager) per report:                 *
      *   - EMPANNIV's vacation balance statement                   *
      *     (vacation_statement.txt) - each department's employee  *
      *     lines and its department total,                         *
      *   - BUDGVAR's variance listing - each department's line.   *
      *     BUDGVAR prints to the job log, so the cycle step       *
      *     captures it ("... > /app/data/budget_variance.txt"),   *
      *   - ORGCHART's per-manager roster (the DIRECT REPORTS BY    *
      *     MANAGER section of org_tree.rpt) - each manager's      *
      *     block,                                                  *
      *   - DYNSQL3's ALL-mode department breakdown, captured from *
      *     its job log the same way (dept_breakdown.txt) - each   *
      *     department's count line.                                *
      * A source that is not there is noted and skipped.            *
      *                                                             *
      * The distribution list (/app/data/distribution_list.dat)    *
      * says who gets what, one line per assignment:                *
      *     D,deptno,recipient,recipient name                       *
      *     M,empno,recipient,recipient name                        *
      * A department may have several recipients and a recipient   *
      * several departments.  A roster block goes to whoever holds *
      * its manager on an M line, and to the manager's department  *
      * owners when nobody does.  Recipient ids (up to 8 letters   *
      * and digits) name the packet files; "*" lines are comments. *
      *                                                             *
      * Output, under /app/data/burst/:                             *
      *   - packet_<recipient>.txt - a cover page listing the       *
      *     packet's contents, then each page under its own         *
      *     heading,                                                *
      *   - packet_UNASSIGNED.txt - every page nobody owns, so it  *
      *     can still be routed by hand,                            *
      *   - distribution_manifest.txt - sources read, packets with *
      *     their page counts, the unassigned pages, and the        *
      *     control check that every source page landed in at      *
      *     least one packet.                                       *
      * Return code 4 when pages went unassigned or list lines were *
      * rejected; 8 when the control check fails.                   *
      * ----------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One source at a time, re-pointed per report.
           SELECT SOURCE-FILE ASSIGN TO "BRSSRCDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SOURCE-STATUS.

           SELECT DIST-LIST-FILE ASSIGN TO "BRSDSTDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DIST-LIST-STATUS.

      *> Page lines are gathered by page number through the sort,
      *> so a department's rows scattered down a source come out
      *> together.
           SELECT PAGE-SORT-FILE ASSIGN TO "BRSSRTDD".

           SELECT PAGE-WORK-FILE ASSIGN TO "BRSWRKDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAGE-WORK-STATUS.

           SELECT PACKET-FILE ASSIGN TO "BRSPKTDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PACKET-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "BRSMANDD"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  SOURCE-FILE.
       01  SOURCE-RECORD         PIC X(100).

       FD  DIST-LIST-FILE.
       01  DIST-LIST-RECORD      PIC X(80).

       SD  PAGE-SORT-FILE.
       01  PAGE-SORT-RECORD.
           05  SRT-PAGE          PIC 9(4).
           05  SRT-SEQ           PIC 9(7).
           05  SRT-TEXT          PIC X(100).

       FD  PAGE-WORK-FILE.
       01  PAGE-WORK-RECORD.
           05  WRK-PAGE          PIC 9(4).
           05  WRK-SEQ           PIC 9(7).
           05  WRK-TEXT          PIC X(100).

       FD  PACKET-FILE.
       01  PACKET-RECORD         PIC X(100).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.

       01  DIST-LIST-FILENAME    PIC X(60) VALUE
               '/app/data/distribution_list.dat'.
       01  BURST-DIR             PIC X(60) VALUE '/app/data/burst/'.
       01  PAGE-SORT-FILENAME    PIC X(60) VALUE
               '/app/data/burst/burst_sort.tmp'.
       01  PAGE-WORK-FILENAME    PIC X(60) VALUE
               '/app/data/burst/burst_pages.wrk'.
       01  MANIFEST-FILENAME     PIC X(60) VALUE
               '/app/data/burst/distribution_manifest.txt'.
       01  PACKET-FILENAME       PIC X(60).

       01  SOURCE-STATUS         PIC X(2).
       01  DIST-LIST-STATUS      PIC X(2).
           88  DIST-LIST-NOT-FOUND    VALUE '35'.
       01  PAGE-WORK-STATUS      PIC X(2).
       01  PACKET-STATUS         PIC X(2).

       01  END-OF-FILE           PIC X VALUE 'N'.
       01  RUN-DATE              PIC 9(8).

      * ----------------------------------------------------------- *
      * The source reports.  Column headings are picked up off each *
      * source as it is read and repeated on every page cut from   *
      * it.                                                         *
      * ----------------------------------------------------------- *
       01  REPORT-VALUES.
           05  FILLER            PIC X(8)  VALUE 'VACSTMT'.
           05  FILLER            PIC X(30) VALUE
                   'VACATION BALANCE STATEMENT'.
           05  FILLER            PIC X(60) VALUE
                   '/app/data/vacation_statement.txt'.
           05  FILLER            PIC X(8)  VALUE 'BUDGVAR'.
           05  FILLER            PIC X(30) VALUE
                   'HEADCOUNT BUDGET VARIANCE'.
           05  FILLER            PIC X(60) VALUE
                   '/app/data/budget_variance.txt'.
           05  FILLER            PIC X(8)  VALUE 'ORGROST'.
           05  FILLER            PIC X(30) VALUE
                   'DIRECT REPORTS BY MANAGER'.
           05  FILLER            PIC X(60) VALUE
                   '/app/data/org_tree.rpt'.
           05  FILLER            PIC X(8)  VALUE 'BRKDOWN'.
           05  FILLER            PIC X(30) VALUE
                   'DEPARTMENT BREAKDOWN'.
           05  FILLER            PIC X(60) VALUE
                   '/app/data/dept_breakdown.txt'.
       01  REPORT-TABLE REDEFINES REPORT-VALUES.
           05  REPORT-ENTRY      OCCURS 4 TIMES.
               10  RPT-CODE           PIC X(8).
               10  RPT-TITLE          PIC X(30).
               10  RPT-FILENAME       PIC X(60).
       01  REPORT-COUNT          PIC 9 VALUE 4.
       01  REPORT-IDX            PIC 9.
           88  REPORT-IS-VACSTMT VALUE 1.
           88  REPORT-IS-BUDGVAR VALUE 2.
           88  REPORT-IS-ORGROST VALUE 3.
           88  REPORT-IS-BRKDOWN VALUE 4.
       01  REPORT-STATE-TABLE.
           05  REPORT-STATE      OCCURS 4 TIMES.
               10  RPT-PRESENT-SW     PIC X.
                   88  RPT-PRESENT    VALUE 'Y'.
               10  RPT-PAGES          PIC 9(4).
               10  RPT-LINES          PIC 9(7).
               10  RPT-HEAD-1         PIC X(100).
               10  RPT-HEAD-2         PIC X(100).

      *> Where the reader is inside the current source.
       01  IN-SECTION-SW         PIC X.
           88  IN-SECTION        VALUE 'Y'.
       01  AFTER-HEAD-1-SW       PIC X.
           88  AFTER-HEAD-1      VALUE 'Y'.
       01  LINE-PAGE-DEPTNO      PIC X(2).
       01  LINE-PAGE-MGRID       PIC X(5).
       01  CURRENT-PAGE          PIC 9(4).
       01  RELEASE-SEQ           PIC 9(7) VALUE 0.

      * ----------------------------------------------------------- *
      * One entry per page - a report, a department, and for the   *
      * roster a manager.                                           *
      * ----------------------------------------------------------- *
       01  PAGE-COUNT            PIC 9(4) VALUE 0.
       01  PAGE-IDX              PIC 9(4).
       01  PAGE-TRUNCATED        PIC 9(7) VALUE 0.
       01  PAGE-TABLE.
           05  PAGE-ENTRY        OCCURS 999 TIMES.
               10  PG-REPORT-IDX      PIC 9.
               10  PG-DEPTNO          PIC X(2).
               10  PG-MGRID           PIC X(5).
               10  PG-LINES           PIC 9(5).
               10  PG-RECIPIENTS      PIC 9(3).
               10  PG-LANDED          PIC 9(3).
       01  PAGE-FOUND-SW         PIC X.
           88  PAGE-FOUND        VALUE 'Y'.

      * ----------------------------------------------------------- *
      * The distribution list and the recipients it names.          *
      * ----------------------------------------------------------- *
       01  DIST-TYPE-IN          PIC X(2).
       01  DIST-KEY-IN           PIC X(10).
       01  DIST-RCP-IN           PIC X(10).
       01  DIST-NAME-IN          PIC X(30).
       01  DIST-KEY-LEN          PIC 99.
       01  DIST-RCP-LEN          PIC 99.
       01  DIST-BAD-CHARS        PIC 99.
       01  DIST-REJECT-COUNT     PIC 9(5) VALUE 0.
       01  DIST-COUNT            PIC 9(3) VALUE 0.
       01  DIST-IDX              PIC 9(3).
       01  DIST-TABLE.
           05  DIST-ENTRY        OCCURS 500 TIMES.
               10  DIST-TYPE          PIC X.
                   88  DIST-BY-DEPT   VALUE 'D'.
                   88  DIST-BY-MGR    VALUE 'M'.
               10  DIST-KEY           PIC X(5).
               10  DIST-RCP-IDX       PIC 9(3).

       01  RECIPIENT-COUNT       PIC 9(3) VALUE 0.
       01  RECIPIENT-IDX         PIC 9(3).
       01  RECIPIENT-TABLE.
           05  RECIPIENT-ENTRY   OCCURS 100 TIMES.
               10  RCP-ID             PIC X(8).
               10  RCP-NAME           PIC X(30).
               10  RCP-PAGES          PIC 9(4).
               10  RCP-WRITTEN        PIC 9(4).
       01  RECIPIENT-FOUND-SW    PIC X.
           88  RECIPIENT-FOUND   VALUE 'Y'.

      *> Page x recipient routing, settled once before any packet
      *> is written so the cover page can list what follows it.
       01  ROUTE-TABLE.
           05  ROUTE-PAGE        OCCURS 999 TIMES.
               10  ROUTE-RCP          OCCURS 100 TIMES PIC X.
       01  MGR-ROUTED-SW         PIC X.
           88  MGR-ROUTED        VALUE 'Y'.

      * ----------------------------------------------------------- *
      * Packet writing.                                             *
      * ----------------------------------------------------------- *
       01  PACKET-RCP-ID         PIC X(11).
       01  PACKET-PAGE-NO        PIC 9(4).
       01  PACKET-PAGE-TOTAL     PIC 9(4).
       01  PACKET-LAST-PAGE      PIC 9(4).
       01  PACKET-FOR-UNASSIGNED-SW PIC X.
           88  PACKET-FOR-UNASSIGNED VALUE 'Y'.
       01  PAGE-SELECTED-SW      PIC X.
           88  PAGE-SELECTED     VALUE 'Y'.

      * ----------------------------------------------------------- *
      * Control totals.                                             *
      * ----------------------------------------------------------- *
       01  PACKETS-WRITTEN       PIC 9(3) VALUE 0.
       01  PAGES-DELIVERED       PIC 9(7) VALUE 0.
       01  PAGES-UNASSIGNED      PIC 9(4) VALUE 0.
       01  PAGES-NOT-PLACED      PIC 9(4) VALUE 0.
       01  WORK-LINES-READ       PIC 9(7) VALUE 0.
       01  CONTROL-FAILED-SW     PIC X VALUE 'N'.
           88  CONTROL-FAILED    VALUE 'Y'.

       01  MANIFEST-LINE         PIC X(100).

       PROCEDURE DIVISION.
       MAIN.

           DISPLAY " ".
           DISPLAY "REPORT BURSTING AND DISTRIBUTION".
           DISPLAY "--------------------------------".

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           CALL "CBL_CREATE_DIR" USING BURST-DIR.

           PERFORM LOAD-DISTRIBUTION-LIST.

           DISPLAY "BRSSRTDD" UPON ENVIRONMENT-NAME.
           DISPLAY PAGE-SORT-FILENAME UPON ENVIRONMENT-VALUE.
           DISPLAY "BRSWRKDD" UPON ENVIRONMENT-NAME.
           DISPLAY PAGE-WORK-FILENAME UPON ENVIRONMENT-VALUE.

           SORT PAGE-SORT-FILE
               ON ASCENDING KEY SRT-PAGE SRT-SEQ
               INPUT PROCEDURE IS LOAD-SOURCE-REPORTS
               GIVING PAGE-WORK-FILE.

           DISPLAY PAGE-COUNT " PAGE(S) CUT FROM THE SOURCE REPORTS.".
           IF PAGE-TRUNCATED > 0
               DISPLAY "WARNING: PAGE TABLE FULL - " PAGE-TRUNCATED
                   " SOURCE LINE(S) NOT PLACED ON ANY PAGE."
           END-IF.

           PERFORM ROUTE-ONE-PAGE
               VARYING PAGE-IDX FROM 1 BY 1
               UNTIL PAGE-IDX > PAGE-COUNT.

           PERFORM WRITE-RECIPIENT-PACKET
               VARYING RECIPIENT-IDX FROM 1 BY 1
               UNTIL RECIPIENT-IDX > RECIPIENT-COUNT.
           PERFORM WRITE-UNASSIGNED-PACKET.

           PERFORM CHECK-PAGE-CONTROL.
           PERFORM WRITE-MANIFEST.

           CALL "CBL_DELETE_FILE" USING PAGE-WORK-FILENAME.

           DISPLAY " ".
           DISPLAY "PACKETS WRITTEN   : " PACKETS-WRITTEN.
           DISPLAY "PAGES DELIVERED   : " PAGES-DELIVERED.
           DISPLAY "PAGES UNASSIGNED  : " PAGES-UNASSIGNED.
           DISPLAY "MANIFEST          : " MANIFEST-FILENAME.

           IF CONTROL-FAILED
               DISPLAY "*** CONTROL CHECK FAILED - " PAGES-NOT-PLACED
                   " PAGE(S) IN NO PACKET ***"
               IF PAGE-TRUNCATED > 0
                   DISPLAY "*** " PAGE-TRUNCATED " LINE(S) PAST THE "
                       "PAGE TABLE IN NO PACKET ***"
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               IF PAGES-UNASSIGNED > 0 OR DIST-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "HAVE A GOOD DAY!".
           DISPLAY " ".
           STOP RUN.

      * ----------------------------------------------------------- *
      * The distribution list into DIST-TABLE, recipients into     *
      * RECIPIENT-TABLE on first sight.  No list is not an error - *
      * every page then lands in the unassigned packet.             *
      * ----------------------------------------------------------- *
       LOAD-DISTRIBUTION-LIST.

           DISPLAY "BRSDSTDD" UPON ENVIRONMENT-NAME.
           DISPLAY DIST-LIST-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT DIST-LIST-FILE.
           IF DIST-LIST-STATUS NOT = '00'
               DISPLAY "NO DISTRIBUTION LIST - ALL PAGES UNASSIGNED: "
                   DIST-LIST-FILENAME
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO END-OF-FILE.
           PERFORM LOAD-ONE-DIST-LINE UNTIL END-OF-FILE = 'Y'.
           CLOSE DIST-LIST-FILE.

           DISPLAY DIST-COUNT " ASSIGNMENT(S) FOR " RECIPIENT-COUNT
               " RECIPIENT(S) LOADED.".
           IF DIST-REJECT-COUNT > 0
               DISPLAY "WARNING: " DIST-REJECT-COUNT
                   " DISTRIBUTION LIST LINE(S) REJECTED."
           END-IF.

       LOAD-ONE-DIST-LINE.

           READ DIST-LIST-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   PERFORM EDIT-DIST-LINE
           END-READ.

       EDIT-DIST-LINE.

           IF DIST-LIST-RECORD = SPACES
                   OR DIST-LIST-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO DIST-TYPE-IN.
           MOVE SPACES TO DIST-KEY-IN.
           MOVE SPACES TO DIST-RCP-IN.
           MOVE SPACES TO DIST-NAME-IN.
           UNSTRING DIST-LIST-RECORD DELIMITED BY ","
               INTO DIST-TYPE-IN, DIST-KEY-IN, DIST-RCP-IN,
                    DIST-NAME-IN.

           MOVE 0 TO DIST-KEY-LEN.
           INSPECT DIST-KEY-IN
               TALLYING DIST-KEY-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO DIST-RCP-LEN.
           INSPECT DIST-RCP-IN
               TALLYING DIST-RCP-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO DIST-BAD-CHARS.
           INSPECT DIST-RCP-IN
               TALLYING DIST-BAD-CHARS FOR ALL '/' ALL '.' ALL '\'.

           IF DIST-RCP-LEN = 0 OR DIST-RCP-LEN > 8
                   OR DIST-BAD-CHARS > 0
                   OR DIST-RCP-IN = 'UNASSIGN'
               DISPLAY "BAD RECIPIENT ON DISTRIBUTION LINE: "
                   DIST-LIST-RECORD
               ADD 1 TO DIST-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF DIST-KEY-LEN = 0
               DISPLAY "NO DEPT/MANAGER ON DISTRIBUTION LINE: "
                   DIST-LIST-RECORD
               ADD 1 TO DIST-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF DIST-KEY-IN(1:DIST-KEY-LEN) IS NOT NUMERIC
               DISPLAY "NON-NUMERIC DEPT/MANAGER ON DISTRIBUTION "
                   "LINE: " DIST-LIST-RECORD
               ADD 1 TO DIST-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF DIST-COUNT >= 500
               DISPLAY "DISTRIBUTION TABLE FULL, LINE IGNORED: "
                   DIST-LIST-RECORD
               ADD 1 TO DIST-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           EVALUATE DIST-TYPE-IN
               WHEN 'D'
                   IF DIST-KEY-LEN > 2
                       DISPLAY "BAD DEPARTMENT ON DISTRIBUTION LINE: "
                           DIST-LIST-RECORD
                       ADD 1 TO DIST-REJECT-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO DIST-COUNT
                   MOVE 'D' TO DIST-TYPE(DIST-COUNT)
                   MOVE SPACES TO DIST-KEY(DIST-COUNT)
                   IF DIST-KEY-LEN = 1
                       MOVE '0' TO DIST-KEY(DIST-COUNT)(1:1)
                       MOVE DIST-KEY-IN(1:1)
                           TO DIST-KEY(DIST-COUNT)(2:1)
                   ELSE
                       MOVE DIST-KEY-IN(1:2)
                           TO DIST-KEY(DIST-COUNT)(1:2)
                   END-IF
               WHEN 'M'
                   IF DIST-KEY-LEN NOT = 5
                       DISPLAY "BAD MANAGER ON DISTRIBUTION LINE: "
                           DIST-LIST-RECORD
                       ADD 1 TO DIST-REJECT-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO DIST-COUNT
                   MOVE 'M' TO DIST-TYPE(DIST-COUNT)
                   MOVE DIST-KEY-IN(1:5) TO DIST-KEY(DIST-COUNT)
               WHEN OTHER
                   DISPLAY "UNKNOWN TYPE ON DISTRIBUTION LINE: "
                       DIST-LIST-RECORD
                   ADD 1 TO DIST-REJECT-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM FIND-RECIPIENT.
           IF NOT RECIPIENT-FOUND
               IF RECIPIENT-COUNT >= 100
                   DISPLAY "RECIPIENT TABLE FULL, LINE IGNORED: "
                       DIST-LIST-RECORD
                   SUBTRACT 1 FROM DIST-COUNT
                   ADD 1 TO DIST-REJECT-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RECIPIENT-COUNT
               MOVE RECIPIENT-COUNT TO RECIPIENT-IDX
               MOVE DIST-RCP-IN TO RCP-ID(RECIPIENT-IDX)
               MOVE DIST-NAME-IN TO RCP-NAME(RECIPIENT-IDX)
               MOVE 0 TO RCP-PAGES(RECIPIENT-IDX)
               MOVE 0 TO RCP-WRITTEN(RECIPIENT-IDX)
           END-IF.
           IF RCP-NAME(RECIPIENT-IDX) = SPACES
               MOVE DIST-NAME-IN TO RCP-NAME(RECIPIENT-IDX)
           END-IF.
           MOVE RECIPIENT-IDX TO DIST-RCP-IDX(DIST-COUNT).

       FIND-RECIPIENT.

           MOVE 'N' TO RECIPIENT-FOUND-SW.
           PERFORM VARYING RECIPIENT-IDX FROM 1 BY 1
               UNTIL RECIPIENT-IDX > RECIPIENT-COUNT
                   OR RECIPIENT-FOUND
               IF RCP-ID(RECIPIENT-IDX) = DIST-RCP-IN
                   MOVE 'Y' TO RECIPIENT-FOUND-SW
               END-IF
           END-PERFORM.
           IF RECIPIENT-FOUND
               SUBTRACT 1 FROM RECIPIENT-IDX
           END-IF.

      * ----------------------------------------------------------- *
      * Sort input procedure - every source read once, each line   *
      * that belongs to a department or manager released under its *
      * page.  Titles, column headings, blank lines and grand      *
      * totals belong to nobody and are not carried.                *
      * ----------------------------------------------------------- *
       LOAD-SOURCE-REPORTS.

           PERFORM LOAD-ONE-SOURCE-REPORT
               VARYING REPORT-IDX FROM 1 BY 1
               UNTIL REPORT-IDX > REPORT-COUNT.

       LOAD-ONE-SOURCE-REPORT.

           MOVE 'N' TO RPT-PRESENT-SW(REPORT-IDX).
           MOVE 0 TO RPT-PAGES(REPORT-IDX).
           MOVE 0 TO RPT-LINES(REPORT-IDX).
           MOVE SPACES TO RPT-HEAD-1(REPORT-IDX).
           MOVE SPACES TO RPT-HEAD-2(REPORT-IDX).

           DISPLAY "BRSSRCDD" UPON ENVIRONMENT-NAME.
           DISPLAY RPT-FILENAME(REPORT-IDX) UPON ENVIRONMENT-VALUE.
           OPEN INPUT SOURCE-FILE.
           IF SOURCE-STATUS NOT = '00'
               DISPLAY RPT-CODE(REPORT-IDX) " NOT PRESENT, SKIPPED: "
                   RPT-FILENAME(REPORT-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO RPT-PRESENT-SW(REPORT-IDX).

      *> The statement is all department lines; the other three
      *> carry their slices in one section of a longer listing.
           IF REPORT-IS-VACSTMT
               MOVE 'Y' TO IN-SECTION-SW
           ELSE
               MOVE 'N' TO IN-SECTION-SW
           END-IF.
           MOVE 'N' TO AFTER-HEAD-1-SW.
           MOVE 0 TO CURRENT-PAGE.

           MOVE 'N' TO END-OF-FILE.
           PERFORM READ-ONE-SOURCE-LINE UNTIL END-OF-FILE = 'Y'.
           CLOSE SOURCE-FILE.

           DISPLAY RPT-CODE(REPORT-IDX) ": " RPT-PAGES(REPORT-IDX)
               " PAGE(S), " RPT-LINES(REPORT-IDX) " LINE(S).".

       READ-ONE-SOURCE-LINE.

           READ SOURCE-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   PERFORM CLASSIFY-SOURCE-LINE
           END-READ.

      *> Sets LINE-PAGE-DEPTNO / LINE-PAGE-MGRID for a line that
      *> belongs on a page, leaves them blank for one that does not.
       CLASSIFY-SOURCE-LINE.

           MOVE SPACES TO LINE-PAGE-DEPTNO.
           MOVE SPACES TO LINE-PAGE-MGRID.

           IF AFTER-HEAD-1
               MOVE SOURCE-RECORD TO RPT-HEAD-2(REPORT-IDX)
               MOVE 'N' TO AFTER-HEAD-1-SW
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN REPORT-IS-VACSTMT
                   PERFORM CLASSIFY-STATEMENT-LINE
               WHEN REPORT-IS-BUDGVAR
                   PERFORM CLASSIFY-VARIANCE-LINE
               WHEN REPORT-IS-ORGROST
                   PERFORM CLASSIFY-ROSTER-LINE
               WHEN REPORT-IS-BRKDOWN
                   PERFORM CLASSIFY-BREAKDOWN-LINE
           END-EVALUATE.

           IF LINE-PAGE-DEPTNO NOT = SPACES
               PERFORM FIND-OR-ADD-PAGE
               IF CURRENT-PAGE > 0
                   PERFORM RELEASE-PAGE-LINE
               END-IF
           END-IF.

      *> "EMPNO NAME ..." heading; employee lines carry the
      *> department at column 20, total lines read "DEPT nn : ".
       CLASSIFY-STATEMENT-LINE.

           IF SOURCE-RECORD(1:10) = 'EMPNO NAME'
               MOVE SOURCE-RECORD TO RPT-HEAD-1(REPORT-IDX)
               MOVE 'Y' TO AFTER-HEAD-1-SW
               EXIT PARAGRAPH
           END-IF.
           IF SOURCE-RECORD(1:5) IS NUMERIC
                   AND SOURCE-RECORD(6:1) = SPACE
                   AND SOURCE-RECORD(20:2) NOT = SPACES
               MOVE SOURCE-RECORD(20:2) TO LINE-PAGE-DEPTNO
               EXIT PARAGRAPH
           END-IF.
           IF SOURCE-RECORD(1:5) = 'DEPT '
                   AND SOURCE-RECORD(8:3) = ' : '
               MOVE SOURCE-RECORD(6:2) TO LINE-PAGE-DEPTNO
           END-IF.

      *> Department lines sit between the column heading and the
      *> TOTAL ACTUAL line, department number first.
       CLASSIFY-VARIANCE-LINE.

           IF SOURCE-RECORD(1:9) = 'DEPT NAME'
               MOVE SOURCE-RECORD TO RPT-HEAD-1(REPORT-IDX)
               MOVE 'Y' TO AFTER-HEAD-1-SW
               MOVE 'Y' TO IN-SECTION-SW
               EXIT PARAGRAPH
           END-IF.
           IF SOURCE-RECORD(1:12) = 'TOTAL ACTUAL'
               MOVE 'N' TO IN-SECTION-SW
           END-IF.
           IF IN-SECTION
                   AND SOURCE-RECORD(1:2) IS NUMERIC
                   AND SOURCE-RECORD(3:3) = SPACES
               MOVE SOURCE-RECORD(1:2) TO LINE-PAGE-DEPTNO
           END-IF.

      *> The roster is the last section of the org chart.  A
      *> manager line opens a block ("empno name DEPT nn - ..."),
      *> the indented lines under it are the direct reports; page
      *> headings of the chart itself are dropped.
       CLASSIFY-ROSTER-LINE.

           IF SOURCE-RECORD(1:25) = 'DIRECT REPORTS BY MANAGER'
               MOVE 'Y' TO IN-SECTION-SW
               EXIT PARAGRAPH
           END-IF.
           IF NOT IN-SECTION
                   OR SOURCE-RECORD = SPACES
                   OR SOURCE-RECORD(1:16) = 'ORG CHART REPORT'
                   OR SOURCE-RECORD(1:5) = '-----'
               EXIT PARAGRAPH
           END-IF.
           IF SOURCE-RECORD(1:5) IS NUMERIC
                   AND SOURCE-RECORD(17:6) = ' DEPT '
               MOVE SOURCE-RECORD(23:2) TO LINE-PAGE-DEPTNO
               MOVE SOURCE-RECORD(1:5) TO LINE-PAGE-MGRID
               EXIT PARAGRAPH
           END-IF.
           IF SOURCE-RECORD(1:2) = SPACES
                   AND SOURCE-RECORD(3:5) IS NUMERIC
                   AND CURRENT-PAGE > 0
               MOVE PG-DEPTNO(CURRENT-PAGE) TO LINE-PAGE-DEPTNO
               MOVE PG-MGRID(CURRENT-PAGE) TO LINE-PAGE-MGRID
           END-IF.

      *> "DEPT nn name : nnnnn EMPLOYEE(S)" lines between the
      *> DEPARTMENT BREAKDOWN heading and the GRAND TOTAL.
       CLASSIFY-BREAKDOWN-LINE.

           IF SOURCE-RECORD(1:20) = 'DEPARTMENT BREAKDOWN'
               MOVE 'Y' TO IN-SECTION-SW
               EXIT PARAGRAPH
           END-IF.
           IF SOURCE-RECORD(1:11) = 'GRAND TOTAL'
               MOVE 'N' TO IN-SECTION-SW
           END-IF.
           IF IN-SECTION
                   AND SOURCE-RECORD(1:5) = 'DEPT '
                   AND SOURCE-RECORD(6:2) IS NUMERIC
               MOVE SOURCE-RECORD(6:2) TO LINE-PAGE-DEPTNO
           END-IF.

      *> CURRENT-PAGE comes back as the page for this report and
      *> LINE-PAGE-DEPTNO / LINE-PAGE-MGRID, or 0 if the table is
      *> full.
       FIND-OR-ADD-PAGE.

           MOVE 'N' TO PAGE-FOUND-SW.
           PERFORM VARYING PAGE-IDX FROM 1 BY 1
               UNTIL PAGE-IDX > PAGE-COUNT OR PAGE-FOUND
               IF PG-REPORT-IDX(PAGE-IDX) = REPORT-IDX
                       AND PG-DEPTNO(PAGE-IDX) = LINE-PAGE-DEPTNO
                       AND PG-MGRID(PAGE-IDX) = LINE-PAGE-MGRID
                   MOVE 'Y' TO PAGE-FOUND-SW
                   MOVE PAGE-IDX TO CURRENT-PAGE
               END-IF
           END-PERFORM.
           IF PAGE-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF PAGE-COUNT >= 999
               MOVE 0 TO CURRENT-PAGE
               ADD 1 TO PAGE-TRUNCATED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO CURRENT-PAGE.
           MOVE REPORT-IDX TO PG-REPORT-IDX(CURRENT-PAGE).
           MOVE LINE-PAGE-DEPTNO TO PG-DEPTNO(CURRENT-PAGE).
           MOVE LINE-PAGE-MGRID TO PG-MGRID(CURRENT-PAGE).
           MOVE 0 TO PG-LINES(CURRENT-PAGE).
           MOVE 0 TO PG-RECIPIENTS(CURRENT-PAGE).
           MOVE 0 TO PG-LANDED(CURRENT-PAGE).
           ADD 1 TO RPT-PAGES(REPORT-IDX).

       RELEASE-PAGE-LINE.

           ADD 1 TO RELEASE-SEQ.
           MOVE CURRENT-PAGE TO SRT-PAGE.
           MOVE RELEASE-SEQ TO SRT-SEQ.
           MOVE SOURCE-RECORD TO SRT-TEXT.
           RELEASE PAGE-SORT-RECORD.
           ADD 1 TO PG-LINES(CURRENT-PAGE).
           ADD 1 TO RPT-LINES(REPORT-IDX).

      * ----------------------------------------------------------- *
      * Who gets PAGE-IDX.  A roster block whose manager appears   *
      * on an M line goes to those recipients only; every other    *
      * page goes to its department's D-line recipients.            *
      * ----------------------------------------------------------- *
       ROUTE-ONE-PAGE.

           MOVE SPACES TO ROUTE-PAGE(PAGE-IDX).
           MOVE 'N' TO MGR-ROUTED-SW.

           IF PG-MGRID(PAGE-IDX) NOT = SPACES
               PERFORM ROUTE-BY-MANAGER
                   VARYING DIST-IDX FROM 1 BY 1
                   UNTIL DIST-IDX > DIST-COUNT
           END-IF.
           IF NOT MGR-ROUTED
               PERFORM ROUTE-BY-DEPARTMENT
                   VARYING DIST-IDX FROM 1 BY 1
                   UNTIL DIST-IDX > DIST-COUNT
           END-IF.

           IF PG-RECIPIENTS(PAGE-IDX) = 0
               ADD 1 TO PAGES-UNASSIGNED
           END-IF.

       ROUTE-BY-MANAGER.

           IF DIST-BY-MGR(DIST-IDX)
                   AND DIST-KEY(DIST-IDX) = PG-MGRID(PAGE-IDX)
               MOVE 'Y' TO MGR-ROUTED-SW
               PERFORM ROUTE-TO-DIST-RECIPIENT
           END-IF.

       ROUTE-BY-DEPARTMENT.

           IF DIST-BY-DEPT(DIST-IDX)
                   AND DIST-KEY(DIST-IDX)(1:2) = PG-DEPTNO(PAGE-IDX)
               PERFORM ROUTE-TO-DIST-RECIPIENT
           END-IF.

      *> A recipient named twice for the same page gets it once.
       ROUTE-TO-DIST-RECIPIENT.

           MOVE DIST-RCP-IDX(DIST-IDX) TO RECIPIENT-IDX.
           IF ROUTE-RCP(PAGE-IDX, RECIPIENT-IDX) NOT = 'Y'
               MOVE 'Y' TO ROUTE-RCP(PAGE-IDX, RECIPIENT-IDX)
               ADD 1 TO PG-RECIPIENTS(PAGE-IDX)
               ADD 1 TO RCP-PAGES(RECIPIENT-IDX)
           END-IF.

      * ----------------------------------------------------------- *
      * One packet: a cover page listing its contents, then one    *
      * pass of the sorted page file copying every page routed to  *
      * this recipient under its own heading.  A recipient with    *
      * nothing routed to them gets no packet.                      *
      * ----------------------------------------------------------- *
       WRITE-RECIPIENT-PACKET.

           IF RCP-PAGES(RECIPIENT-IDX) = 0
               DISPLAY "NO PAGES FOR RECIPIENT "
                   RCP-ID(RECIPIENT-IDX) " - NO PACKET."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO PACKET-FOR-UNASSIGNED-SW.
           MOVE RCP-ID(RECIPIENT-IDX) TO PACKET-RCP-ID.
           MOVE RCP-PAGES(RECIPIENT-IDX) TO PACKET-PAGE-TOTAL.
           PERFORM WRITE-ONE-PACKET.
           MOVE PACKET-PAGE-NO TO RCP-WRITTEN(RECIPIENT-IDX).

      *> Every page nobody owns, in a packet of its own, so the
      *> pages can still be handed out by hand.  The pass over the
      *> page file runs whether or not there are any - it is also
      *> the line count the control check ties back to the sort.
       WRITE-UNASSIGNED-PACKET.

           MOVE 'Y' TO PACKET-FOR-UNASSIGNED-SW.
           MOVE 'UNASSIGNED' TO PACKET-RCP-ID.
           MOVE PAGES-UNASSIGNED TO PACKET-PAGE-TOTAL.
           MOVE 0 TO WORK-LINES-READ.
           PERFORM WRITE-ONE-PACKET.

       WRITE-ONE-PACKET.

           MOVE 0 TO PACKET-PAGE-NO.
           MOVE 0 TO PACKET-LAST-PAGE.

           IF PACKET-PAGE-TOTAL > 0
               MOVE SPACES TO PACKET-FILENAME
               STRING BURST-DIR     DELIMITED BY SPACE
                      'packet_'     DELIMITED BY SIZE
                      PACKET-RCP-ID DELIMITED BY SPACE
                      '.txt'        DELIMITED BY SIZE
                   INTO PACKET-FILENAME
               DISPLAY "BRSPKTDD" UPON ENVIRONMENT-NAME
               DISPLAY PACKET-FILENAME UPON ENVIRONMENT-VALUE
               OPEN OUTPUT PACKET-FILE
               PERFORM WRITE-COVER-PAGE
           END-IF.

           OPEN INPUT PAGE-WORK-FILE.
           MOVE 'N' TO END-OF-FILE.
           PERFORM COPY-ONE-WORK-LINE UNTIL END-OF-FILE = 'Y'.
           CLOSE PAGE-WORK-FILE.

           IF PACKET-PAGE-TOTAL > 0
               CLOSE PACKET-FILE
               ADD 1 TO PACKETS-WRITTEN
               DISPLAY "PACKET " PACKET-RCP-ID ": " PACKET-PAGE-NO
                   " PAGE(S) TO " PACKET-FILENAME
           END-IF.

       COPY-ONE-WORK-LINE.

           READ PAGE-WORK-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
                   ADD 1 TO WORK-LINES-READ
                   MOVE WRK-PAGE TO PAGE-IDX
                   PERFORM TEST-PAGE-SELECTED
                   IF PAGE-SELECTED
                       IF WRK-PAGE NOT = PACKET-LAST-PAGE
                           PERFORM WRITE-PAGE-HEADING
                       END-IF
                       MOVE WRK-TEXT TO PACKET-RECORD
                       WRITE PACKET-RECORD
                   END-IF
           END-READ.

       TEST-PAGE-SELECTED.

           MOVE 'N' TO PAGE-SELECTED-SW.
           IF PACKET-FOR-UNASSIGNED
               IF PG-RECIPIENTS(PAGE-IDX) = 0
                   MOVE 'Y' TO PAGE-SELECTED-SW
               END-IF
           ELSE
               IF ROUTE-RCP(PAGE-IDX, RECIPIENT-IDX) = 'Y'
                   MOVE 'Y' TO PAGE-SELECTED-SW
               END-IF
           END-IF.

      *> Each page opens with the packet, page number, report and
      *> slice, then the source report's own column headings.
       WRITE-PAGE-HEADING.

           MOVE WRK-PAGE TO PACKET-LAST-PAGE.
           ADD 1 TO PACKET-PAGE-NO.
           ADD 1 TO PG-LANDED(PAGE-IDX).
           ADD 1 TO PAGES-DELIVERED.
           MOVE PG-REPORT-IDX(PAGE-IDX) TO REPORT-IDX.

           MOVE SPACES TO PACKET-RECORD.
           WRITE PACKET-RECORD.
           MOVE SPACES TO PACKET-RECORD.
           STRING "PACKET "         DELIMITED BY SIZE
                  PACKET-RCP-ID     DELIMITED BY SPACE
                  "   PAGE "        DELIMITED BY SIZE
                  PACKET-PAGE-NO    DELIMITED BY SIZE
                  " OF "            DELIMITED BY SIZE
                  PACKET-PAGE-TOTAL DELIMITED BY SIZE
                  "   "             DELIMITED BY SIZE
                  RPT-TITLE(REPORT-IDX) DELIMITED BY "  "
               INTO PACKET-RECORD.
           WRITE PACKET-RECORD.
           PERFORM FORMAT-PAGE-SLICE.
           MOVE MANIFEST-LINE TO PACKET-RECORD.
           WRITE PACKET-RECORD.
           MOVE SPACES TO PACKET-RECORD.
           WRITE PACKET-RECORD.
           IF RPT-HEAD-1(REPORT-IDX) NOT = SPACES
               MOVE RPT-HEAD-1(REPORT-IDX) TO PACKET-RECORD
               WRITE PACKET-RECORD
               MOVE RPT-HEAD-2(REPORT-IDX) TO PACKET-RECORD
               WRITE PACKET-RECORD
           END-IF.

      *> "DEPT nn" or "DEPT nn MANAGER eeeee" for PAGE-IDX, into
      *> MANIFEST-LINE.
       FORMAT-PAGE-SLICE.

           MOVE SPACES TO MANIFEST-LINE.
           IF PG-MGRID(PAGE-IDX) = SPACES
               STRING "DEPT "            DELIMITED BY SIZE
                      PG-DEPTNO(PAGE-IDX) DELIMITED BY SIZE
                   INTO MANIFEST-LINE
           ELSE
               STRING "DEPT "            DELIMITED BY SIZE
                      PG-DEPTNO(PAGE-IDX) DELIMITED BY SIZE
                      " MANAGER "        DELIMITED BY SIZE
                      PG-MGRID(PAGE-IDX) DELIMITED BY SIZE
                   INTO MANIFEST-LINE
           END-IF.

       WRITE-COVER-PAGE.

           MOVE "DISTRIBUTION PACKET" TO PACKET-RECORD.
           WRITE PACKET-RECORD.
           MOVE "-------------------" TO PACKET-RECORD.
           WRITE PACKET-RECORD.
           MOVE SPACES TO PACKET-RECORD.
           IF PACKET-FOR-UNASSIGNED
               STRING "RECIPIENT : NONE - PAGES NO DEPARTMENT OR "
                                       DELIMITED BY SIZE
                      "MANAGER ON THE LIST OWNS"
                                       DELIMITED BY SIZE
                   INTO PACKET-RECORD
           ELSE
               STRING "RECIPIENT : "        DELIMITED BY SIZE
                      PACKET-RCP-ID         DELIMITED BY SPACE
                      "  "                  DELIMITED BY SIZE
                      RCP-NAME(RECIPIENT-IDX) DELIMITED BY "  "
                   INTO PACKET-RECORD
           END-IF.
           WRITE PACKET-RECORD.
           MOVE SPACES TO PACKET-RECORD.
           STRING "RUN DATE  : " DELIMITED BY SIZE
                  RUN-DATE       DELIMITED BY SIZE
               INTO PACKET-RECORD.
           WRITE PACKET-RECORD.
           MOVE SPACES TO PACKET-RECORD.
           STRING "PAGES     : "    DELIMITED BY SIZE
                  PACKET-PAGE-TOTAL DELIMITED BY SIZE
               INTO PACKET-RECORD.
           WRITE PACKET-RECORD.
           MOVE SPACES TO PACKET-RECORD.
           WRITE PACKET-RECORD.
           MOVE "CONTENTS" TO PACKET-RECORD.
           WRITE PACKET-RECORD.
           MOVE "PAGE REPORT                         SLICE"
               TO PACKET-RECORD.
           WRITE PACKET-RECORD.
           MOVE SPACES TO PACKET-RECORD.
           MOVE "---- ------------------------------"
               TO PACKET-RECORD(1:35).
           MOVE "---------------------" TO PACKET-RECORD(37:21).
           WRITE PACKET-RECORD.

      *> Pages come off the sort in page-table order, so numbering
      *> the contents in that order matches the pages that follow.
           PERFORM WRITE-COVER-CONTENTS-LINE
               VARYING PAGE-IDX FROM 1 BY 1
               UNTIL PAGE-IDX > PAGE-COUNT.
           MOVE 0 TO PACKET-PAGE-NO.

       WRITE-COVER-CONTENTS-LINE.

           PERFORM TEST-PAGE-SELECTED.
           IF NOT PAGE-SELECTED OR PG-LINES(PAGE-IDX) = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PACKET-PAGE-NO.
           MOVE PG-REPORT-IDX(PAGE-IDX) TO REPORT-IDX.
           PERFORM FORMAT-PAGE-SLICE.
           MOVE SPACES TO PACKET-RECORD.
           STRING PACKET-PAGE-NO        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  RPT-TITLE(REPORT-IDX) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  MANIFEST-LINE         DELIMITED BY "  "
               INTO PACKET-RECORD.
           WRITE PACKET-RECORD.

      * ----------------------------------------------------------- *
      * Every page cut from a source must have landed in at least  *
      * one packet - a recipient's or the unassigned one - and the *
      * page file must hold every line the sort was given.  A line *
      * the full page table could not place is in no packet at    *
      * all, so that fails the check too.                           *
      * ----------------------------------------------------------- *
       CHECK-PAGE-CONTROL.

           MOVE 0 TO PAGES-NOT-PLACED.
           PERFORM CHECK-ONE-PAGE-LANDED
               VARYING PAGE-IDX FROM 1 BY 1
               UNTIL PAGE-IDX > PAGE-COUNT.
           IF PAGES-NOT-PLACED > 0
               MOVE 'Y' TO CONTROL-FAILED-SW
           END-IF.
           IF WORK-LINES-READ NOT = RELEASE-SEQ
               MOVE 'Y' TO CONTROL-FAILED-SW
           END-IF.
           IF PAGE-TRUNCATED > 0
               MOVE 'Y' TO CONTROL-FAILED-SW
           END-IF.

           PERFORM CHECK-ONE-RECIPIENT-COUNT
               VARYING RECIPIENT-IDX FROM 1 BY 1
               UNTIL RECIPIENT-IDX > RECIPIENT-COUNT.

       CHECK-ONE-PAGE-LANDED.

           IF PG-LANDED(PAGE-IDX) = 0
               ADD 1 TO PAGES-NOT-PLACED
           END-IF.

       CHECK-ONE-RECIPIENT-COUNT.

           IF RCP-WRITTEN(RECIPIENT-IDX) NOT = RCP-PAGES(RECIPIENT-IDX)
               MOVE 'Y' TO CONTROL-FAILED-SW
           END-IF.

      * ----------------------------------------------------------- *
      * The distribution manifest.                                  *
      * ----------------------------------------------------------- *
       WRITE-MANIFEST.

           DISPLAY "BRSMANDD" UPON ENVIRONMENT-NAME.
           DISPLAY MANIFEST-FILENAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT MANIFEST-FILE.

           MOVE SPACES TO MANIFEST-RECORD.
           STRING "DISTRIBUTION MANIFEST   RUN DATE " DELIMITED BY SIZE
                  RUN-DATE                            DELIMITED BY SIZE
               INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE SPACES TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.

           MOVE "SOURCE REPORTS" TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE "REPORT   PAGE  LINES   FILE" TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE "-------- ----  ------- ----" TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           PERFORM WRITE-MANIFEST-SOURCE-LINE
               VARYING REPORT-IDX FROM 1 BY 1
               UNTIL REPORT-IDX > REPORT-COUNT.

           MOVE SPACES TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE "PACKETS" TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE "RECIPIENT PAGE NAME" TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE "--------  ---- ------------------------------"
               TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           PERFORM WRITE-MANIFEST-PACKET-LINE
               VARYING RECIPIENT-IDX FROM 1 BY 1
               UNTIL RECIPIENT-IDX > RECIPIENT-COUNT.
           IF RECIPIENT-COUNT = 0
               MOVE "  (NONE)" TO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
           END-IF.

           MOVE SPACES TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE "UNASSIGNED PAGES" TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE "REPORT   LINES SLICE" TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE "-------- ----- ----------------------"
               TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           PERFORM WRITE-MANIFEST-UNASSIGNED-LINE
               VARYING PAGE-IDX FROM 1 BY 1
               UNTIL PAGE-IDX > PAGE-COUNT.
           IF PAGES-UNASSIGNED = 0
               MOVE "  (NONE)" TO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
           END-IF.

           MOVE SPACES TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE "CONTROL CHECK" TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING "SOURCE PAGES           : " DELIMITED BY SIZE
                  PAGE-COUNT                  DELIMITED BY SIZE
               INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING "SOURCE LINES ON PAGES  : " DELIMITED BY SIZE
                  RELEASE-SEQ                 DELIMITED BY SIZE
               INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING "PAGE FILE LINES        : " DELIMITED BY SIZE
                  WORK-LINES-READ             DELIMITED BY SIZE
               INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING "PAGES DELIVERED        : " DELIMITED BY SIZE
                  PAGES-DELIVERED             DELIMITED BY SIZE
                  " (COPIES INCLUDED)"        DELIMITED BY SIZE
               INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING "PAGES UNASSIGNED       : " DELIMITED BY SIZE
                  PAGES-UNASSIGNED            DELIMITED BY SIZE
               INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING "PAGES IN NO PACKET     : " DELIMITED BY SIZE
                  PAGES-NOT-PLACED            DELIMITED BY SIZE
               INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           IF PAGE-TRUNCATED > 0
               MOVE SPACES TO MANIFEST-RECORD
               STRING "LINES PAST PAGE TABLE  : " DELIMITED BY SIZE
                      PAGE-TRUNCATED              DELIMITED BY SIZE
                   INTO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
           END-IF.
           IF CONTROL-FAILED
               MOVE "*** CONTROL CHECK FAILED ***" TO MANIFEST-RECORD
           ELSE
               MOVE "CONTROL CHECK PASSED - EVERY PAGE IN A PACKET"
                   TO MANIFEST-RECORD
           END-IF.
           WRITE MANIFEST-RECORD.

           CLOSE MANIFEST-FILE.

       WRITE-MANIFEST-SOURCE-LINE.

           MOVE SPACES TO MANIFEST-RECORD.
           IF RPT-PRESENT(REPORT-IDX)
               STRING RPT-CODE(REPORT-IDX)     DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      RPT-PAGES(REPORT-IDX)    DELIMITED BY SIZE
                      "  "                     DELIMITED BY SIZE
                      RPT-LINES(REPORT-IDX)    DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      RPT-FILENAME(REPORT-IDX) DELIMITED BY SPACE
                   INTO MANIFEST-RECORD
           ELSE
               STRING RPT-CODE(REPORT-IDX)     DELIMITED BY SIZE
                      " NOT PRESENT   "        DELIMITED BY SIZE
                      RPT-FILENAME(REPORT-IDX) DELIMITED BY SPACE
                   INTO MANIFEST-RECORD
           END-IF.
           WRITE MANIFEST-RECORD.

       WRITE-MANIFEST-PACKET-LINE.

           MOVE SPACES TO MANIFEST-RECORD.
           STRING RCP-ID(RECIPIENT-IDX)      DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  RCP-WRITTEN(RECIPIENT-IDX) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  RCP-NAME(RECIPIENT-IDX)    DELIMITED BY SIZE
               INTO MANIFEST-RECORD.
           IF RCP-PAGES(RECIPIENT-IDX) = 0
               MOVE "(NOTHING ROUTED - NO PACKET)"
                   TO MANIFEST-RECORD(47:)
           END-IF.
           WRITE MANIFEST-RECORD.

       WRITE-MANIFEST-UNASSIGNED-LINE.

           IF PG-RECIPIENTS(PAGE-IDX) > 0
               EXIT PARAGRAPH
           END-IF.
           MOVE PG-REPORT-IDX(PAGE-IDX) TO REPORT-IDX.
           PERFORM FORMAT-PAGE-SLICE.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING RPT-CODE(REPORT-IDX)       DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  PG-LINES(PAGE-IDX)         DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  MANIFEST-LINE              DELIMITED BY SIZE
               INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
