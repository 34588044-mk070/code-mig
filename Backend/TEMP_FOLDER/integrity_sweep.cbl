      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Nightly cross-file referential integrity sweep.
      *>          EMPIDXFIX checks emp.idx against emp_master.idx and
      *>          ORGCHART flags bad manager ids, but nothing checked
      *>          the operational files against each other - VACBAL
      *>          records for people no longer in emp.idx, budget
      *>          lines for departments DEPTMAINT deactivated, bonus
      *>          register rows for terminated employees, remap
      *>          entries pointing at departments that don't exist.
      *>          This program cross-checks emp.idx, emp_master.idx,
      *>          the VACBAL ledger, the department master and remap
      *>          file, the budget file, the latest bonus register
      *>          and ACCOUNTS, and prints every orphan or
      *>          inconsistency grouped by rule, each rule carrying a
      *>          severity (HIGH / MEDIUM / LOW).
      *>
      *>          Findings are released to a sort as the checks run
      *>          and come back in rule order for the report, so no
      *>          table caps how many one rule can hold.
      *>
      *>          When any HIGH rule fires, one CRITICAL line per
      *>          fired rule goes into a batch_alert_*.txt file in the
      *>          watched alert directory (BATCH_ALERT_DIR, default
      *>          /app/data/alerts) - the same files BATCH-CONTROL
      *>          raises and ALERTACK tracks - and the run ends with
      *>          return code 4.  A night with only MEDIUM and LOW
      *>          findings reports them and ends with 0, so the cycle
      *>          carries on.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompiler
      *>       to pick them up and process them.
      *>
      *> Prerequisites: Postgres SQL database with create_db script ran
      *>                on.
      *>                emp.idx built by a prior DYNSQL3 run.
      *>                esqlOC Precompiler
      *>                unixODBC odbc-postgresql driver installed
      *>
      *> Precomiler: esqlOC -static -o generated_integrity.cbl integrity_sweep.cbl
      *> Tectonics: cobc -x -static -locsql generated_integrity.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. integrity-sweep.

       environment division.
       input-output section.
       file-control.
      *> emp.idx is walked once in key order for its own rules, then
      *> read by key for every other file's employee lookups.
           select emp-index-file assign to "INTIDXDD"
              organization is indexed
              access mode is dynamic
              record key is empx-empno
              file status is ws-index-status.

           select emp-master-file assign to "INTMSTDD"
              organization is indexed
              access mode is dynamic
              record key is empm-key
              file status is ws-master-status.

           select vacbal-file assign to "INTVACDD"
              organization is indexed
              access mode is dynamic
              record key is vb-empno
              file status is ws-vacbal-status.

           select dept-file assign to "INTDEPDD"
              organization is line sequential
              file status is ws-dept-status.

           select dept-remap-file assign to "INTRMPDD"
              organization is line sequential
              file status is ws-remap-status.

           select budget-file assign to "INTBUDDD"
              organization is line sequential
              file status is ws-budget-status.

           select register-file assign to "INTREGDD"
              organization is line sequential
              file status is ws-register-status.

           select sweep-report-file assign to "INTRPTDD"
              organization is line sequential.

      *> Written only when a HIGH rule fires - a clean night leaves
      *> nothing in the watched directory.
           select alert-file assign to "INTALTDD"
              organization is line sequential
              file status is ws-alert-status.

      *> Sort work file - findings gathered in rule order.
           select finding-sort-file assign to "INTSRTDD".

       data division.
       file section.

       FD  emp-index-file.
       01  emp-index-record.
           05  empx-empno     pic x(5).
           05  empx-name      pic x(10).
           05  empx-deptno    pic 99.
           05  empx-salary    pic 9(7)v99.
           05  empx-hiredate  pic x(8).
           05  empx-mgrid     pic x(5).
           05  empx-status    pic x.
           05  empx-statdate  pic x(8).

       FD  emp-master-file.
       01  emp-master-record.
           05  empm-key.
               10  empm-empno     pic x(5).
               10  empm-effdate   pic x(8).
           05  empm-name      pic x(10).
           05  empm-deptno    pic 99.
           05  empm-salary    pic 9(7)v99.
           05  empm-hiredate  pic x(8).
           05  empm-mgrid     pic x(5).
           05  empm-status    pic x.
           05  empm-statdate  pic x(8).

       FD  vacbal-file.
       01  vacbal-record.
           05  vb-empno          pic x(5).
           05  vb-name           pic x(10).
           05  vb-deptno         pic x(2).
           05  vb-year           pic 9(4).
           05  vb-entitled       pic 9(3).
           05  vb-carried        pic 9(3).
           05  vb-used           pic 9(3).

       FD  dept-file.
       01  dept-record              pic x(40).

       FD  dept-remap-file.
       01  dept-remap-record        pic x(10).

       FD  budget-file.
       01  budget-record            pic x(40).

       FD  register-file.
       01  register-record          pic x(80).

       FD  sweep-report-file.
       01  sweep-report-record      pic x(132).

       FD  alert-file.
       01  alert-record             pic x(132).

       SD  finding-sort-file.
       01  finding-sort-record.
           05  sort-rule            pic 99.
           05  sort-seq             pic 9(7).
           05  sort-key             pic x(13).
           05  sort-detail          pic x(80).

       WORKING-STORAGE SECTION.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.

      *> Replace values as needed for your own local test environment
       77  ws-db-connection-string pic x(1024) value
               'DRIVER={PostgreSQL Unicode};' &
               'SERVER=localhost;' &
               'PORT=5432;' &
               'DATABASE=cobol_db_example;' &
               'UID=postgres;' &
               'PWD=password;' &
               'COMRESSED_PROTO=0;'.

       01  ws-sql-account-id        pic 9(5).
       01  ws-sql-account-enabled   pic x.

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables only - not seen by the precompiler.
       01  ws-index-filename        pic x(60) value
               '/app/data/emp.idx'.
       01  ws-master-filename       pic x(60) value
               '/app/data/emp_master.idx'.
       01  ws-vacbal-filename       pic x(60) value
               '/app/data/vacation_balance.idx'.
       01  ws-dept-filename         pic x(60) value
               '/app/data/dept.csv'.
       01  ws-remap-filename        pic x(60) value
               '/app/data/dept_remap.csv'.
       01  ws-budget-filename       pic x(60) value
               '/app/data/dept_budget.csv'.
       01  ws-register-filename     pic x(60) value
               '/app/data/bonus_register.csv'.
       01  ws-report-filename       pic x(60) value
               '/app/data/integrity_sweep.txt'.
       01  ws-sort-filename         pic x(60) value
               '/app/data/integrity_sort.tmp'.

       01  ws-parm-alert-dir        pic x(40).
       01  ws-alert-dir             pic x(40) value '/app/data/alerts'.
       01  ws-alert-filename        pic x(80).

       01  ws-index-status          pic x(2).
       01  ws-master-status         pic x(2).
       01  ws-vacbal-status         pic x(2).
       01  ws-dept-status           pic x(2).
       01  ws-remap-status          pic x(2).
       01  ws-budget-status         pic x(2).
       01  ws-register-status       pic x(2).
       01  ws-alert-status          pic x(2).
           88  ws-alert-file-ok     value '00'.

       01  ws-is-connected-sw       pic a value 'N'.
           88  ws-is-connected      value 'Y'.
           88  ws-is-disconnected   value 'N'.

       01  ws-sql-error-sw          pic a value 'N'.
           88  sql-error-occurred   value 'Y'.
           88  sql-no-error         value 'N'.

       01  end-of-file              pic x value 'N'.
       01  ws-run-date              pic 9(8).
       01  ws-run-time              pic 9(8).

      *> The rules, in report order.  Severity is fixed per rule:
      *> HIGH where money, access or a dangling key is involved,
      *> MEDIUM where the data disagrees but nothing pays out or
      *> opens on it, LOW for history and housekeeping.
       01  ws-rule-values.
           05  filler pic x(9)  value 'IDX-DEPT'.
           05  filler pic x(6)  value 'HIGH'.
           05  filler pic x(52) value
               'EMPLOYEE ON A DEPARTMENT NOT ON THE DEPT MASTER'.
           05  filler pic x(9)  value 'IDX-INACT'.
           05  filler pic x(6)  value 'MEDIUM'.
           05  filler pic x(52) value
               'ACTIVE EMPLOYEE IN A DEACTIVATED DEPARTMENT'.
           05  filler pic x(9)  value 'IDX-RETIR'.
           05  filler pic x(6)  value 'MEDIUM'.
           05  filler pic x(52) value
               'EMPLOYEE STILL ON A RETIRED (REMAPPED) DEPT NUMBER'.
           05  filler pic x(9)  value 'MST-DEPT'.
           05  filler pic x(6)  value 'LOW'.
           05  filler pic x(52) value
               'MASTER VERSION ON A DEPT NOT ON MASTER OR REMAP'.
           05  filler pic x(9)  value 'VAC-ORPH'.
           05  filler pic x(6)  value 'HIGH'.
           05  filler pic x(52) value
               'VACBAL RECORD FOR AN EMPLOYEE NOT IN EMP.IDX'.
           05  filler pic x(9)  value 'VAC-DEPT'.
           05  filler pic x(6)  value 'MEDIUM'.
           05  filler pic x(52) value
               'VACBAL DEPARTMENT DIFFERS FROM EMP.IDX'.
           05  filler pic x(9)  value 'VAC-TERM'.
           05  filler pic x(6)  value 'LOW'.
           05  filler pic x(52) value
               'VACBAL RECORD FOR A TERMINATED EMPLOYEE'.
           05  filler pic x(9)  value 'RMP-NEW'.
           05  filler pic x(6)  value 'HIGH'.
           05  filler pic x(52) value
               'REMAP TARGET DEPARTMENT NOT ON THE DEPT MASTER'.
           05  filler pic x(9)  value 'RMP-OLD'.
           05  filler pic x(6)  value 'MEDIUM'.
           05  filler pic x(52) value
               'RETIRED DEPT NUMBER STILL ACTIVE ON THE MASTER'.
           05  filler pic x(9)  value 'RMP-CHAIN'.
           05  filler pic x(6)  value 'MEDIUM'.
           05  filler pic x(52) value
               'REMAP TARGET IS ITSELF REMAPPED'.
           05  filler pic x(9)  value 'BUD-DEPT'.
           05  filler pic x(6)  value 'HIGH'.
           05  filler pic x(52) value
               'BUDGET LINE FOR A DEPARTMENT NOT ON THE MASTER'.
           05  filler pic x(9)  value 'BUD-INACT'.
           05  filler pic x(6)  value 'MEDIUM'.
           05  filler pic x(52) value
               'BUDGET LINE FOR A DEACTIVATED DEPARTMENT'.
           05  filler pic x(9)  value 'BON-ORPH'.
           05  filler pic x(6)  value 'HIGH'.
           05  filler pic x(52) value
               'BONUS REGISTER ROW FOR AN EMPLOYEE NOT IN EMP.IDX'.
           05  filler pic x(9)  value 'BON-TERM'.
           05  filler pic x(6)  value 'HIGH'.
           05  filler pic x(52) value
               'BONUS REGISTER ROW FOR A TERMINATED EMPLOYEE'.
           05  filler pic x(9)  value 'ACC-ORPH'.
           05  filler pic x(6)  value 'MEDIUM'.
           05  filler pic x(52) value
               'ENABLED ACCOUNT WITH NO EMPLOYEE IN EMP.IDX'.
           05  filler pic x(9)  value 'ACC-TERM'.
           05  filler pic x(6)  value 'HIGH'.
           05  filler pic x(52) value
               'ENABLED ACCOUNT FOR A TERMINATED EMPLOYEE'.
       01  ws-rule-table redefines ws-rule-values.
           05  ws-rule-entry        occurs 16 times.
               10  ws-rule-code         pic x(9).
               10  ws-rule-severity     pic x(6).
                   88  ws-rule-is-high  value 'HIGH'.
                   88  ws-rule-is-medium value 'MEDIUM'.
                   88  ws-rule-is-low   value 'LOW'.
               10  ws-rule-text         pic x(52).
       01  ws-rule-count            pic 99 value 16.
       01  ws-rule-idx              pic 99.
       01  ws-rule-finding-table.
           05  ws-rule-findings     occurs 16 times pic 9(7).

      *> Rule numbers, so the checks read by name.
       01  ws-rule-no               pic 99.
       01  ws-rule-numbers.
           05  rule-idx-dept            pic 99 value 1.
           05  rule-idx-inact           pic 99 value 2.
           05  rule-idx-retired         pic 99 value 3.
           05  rule-mst-dept            pic 99 value 4.
           05  rule-vac-orphan          pic 99 value 5.
           05  rule-vac-dept            pic 99 value 6.
           05  rule-vac-term            pic 99 value 7.
           05  rule-rmp-new             pic 99 value 8.
           05  rule-rmp-old             pic 99 value 9.
           05  rule-rmp-chain           pic 99 value 10.
           05  rule-bud-dept            pic 99 value 11.
           05  rule-bud-inact           pic 99 value 12.
           05  rule-bon-orphan          pic 99 value 13.
           05  rule-bon-term            pic 99 value 14.
           05  rule-acc-orphan          pic 99 value 15.
           05  rule-acc-term            pic 99 value 16.

       01  ws-finding-key           pic x(13).
       01  ws-finding-detail        pic x(80).
       01  ws-finding-seq           pic 9(7) value 0.

      *> Per-severity totals for the summary and the alert.
       01  ws-high-rules-fired      pic 99 value 0.
       01  ws-high-findings         pic 9(7) value 0.
       01  ws-medium-findings       pic 9(7) value 0.
       01  ws-low-findings          pic 9(7) value 0.
       01  ws-alert-count           pic 99 value 0.

      *> Per-source record counts for the report's source section;
      *> a count of all nines means the file was not there.
       01  ws-source-table.
           05  ws-source-entry      occurs 8 times.
               10  ws-source-name       pic x(16).
               10  ws-source-records    pic 9(7).
               10  ws-source-present-sw pic x.
                   88  ws-source-present value 'Y'.
       01  ws-source-idx            pic 9.

      *> The department master and remap file, in memory - every
      *> rule asks about them.
       01  ws-dept-count            pic 99 value 0.
       01  ws-dept-idx              pic 99.
       01  ws-dept-found-idx        pic 99.
       01  ws-dept-table.
           05  ws-dept-entry        occurs 99 times.
               10  ws-dept-no           pic x(2).
               10  ws-dept-active       pic x.
       01  ws-parse-deptno          pic x(2).
       01  ws-parse-name            pic x(20).
       01  ws-parse-costcenter      pic x(6).
       01  ws-parse-active          pic x.

       01  ws-remap-count           pic 99 value 0.
       01  ws-remap-idx             pic 99.
       01  ws-remap-scan-idx        pic 99.
       01  ws-remap-found-idx       pic 99.
       01  ws-remap-table.
           05  ws-remap-entry       occurs 99 times.
               10  ws-remap-old         pic x(2).
               10  ws-remap-new         pic x(2).
       01  ws-remap-old-in          pic x(2).
       01  ws-remap-new-in          pic x(2).

       01  ws-lookup-deptno         pic x(2).
       01  ws-deptno-x              pic x(2).

       01  ws-budget-deptno         pic x(2).
       01  ws-budget-rest           pic x(20).

       01  ws-register-empno        pic x(10).
       01  ws-register-rest         pic x(70).
       01  ws-empno-normal          pic 9(5).
       01  ws-empno-len             pic 99.
       01  ws-lookup-empno          pic x(5).

       01  ws-index-found-sw        pic x value 'N'.
           88  ws-index-found       value 'Y'.

       01  ws-print-done-sw         pic x value 'N'.
           88  ws-print-done        value 'Y'.
       01  ws-rule-printed          pic 9(7).

       procedure division.
       main-procedure.

           display space
           display "NIGHTLY CROSS-FILE INTEGRITY SWEEP"
           display "----------------------------------"
           display space

           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time

           accept ws-parm-alert-dir
               from environment "BATCH_ALERT_DIR"
           if ws-parm-alert-dir not = spaces then
               move ws-parm-alert-dir to ws-alert-dir
           end-if

           perform init-source-table

      *> emp.idx is the hub every other file is checked against -
      *> without it there is nothing to sweep.
           display "INTIDXDD" upon environment-name
           display ws-index-filename upon environment-value
           open input emp-index-file
           if ws-index-status not = '00' then
               display "EMPLOYEE INDEX NOT AVAILABLE (STATUS "
                   ws-index-status ") - NOTHING SWEPT."
               move 8 to return-code
               stop run
           end-if

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC
           perform check-sql-state
           set ws-is-connected to true

           EXEC SQL
               DECLARE SWEEP-ACCOUNT-CUR CURSOR FOR
               SELECT ID, IS_ENABLED
               FROM ACCOUNTS ORDER BY ID
           END-EXEC

           perform load-dept-master
           perform load-dept-remap

           display "INTRPTDD" upon environment-name
           display ws-report-filename upon environment-value
           open output sweep-report-file

           display "INTSRTDD" upon environment-name
           display ws-sort-filename upon environment-value

           sort finding-sort-file
               on ascending key sort-rule sort-seq
               input procedure is run-all-checks
               output procedure is print-findings

           close emp-index-file

           perform write-report-summary
           close sweep-report-file

           if ws-high-rules-fired > 0 then
               perform raise-batch-alert
               move 4 to return-code
           end-if

           display space
           display "HIGH FINDINGS   : " ws-high-findings
               " IN " ws-high-rules-fired " RULE(S)"
           display "MEDIUM FINDINGS : " ws-medium-findings
           display "LOW FINDINGS    : " ws-low-findings
           display "REPORT: " ws-report-filename
           if ws-alert-count > 0 then
               display "BATCH ALERT RAISED: " ws-alert-filename
           end-if

           if ws-is-connected then
               EXEC SQL
                   CONNECT RESET
               END-EXEC
           end-if

           stop run.

       init-source-table.

           move "EMP.IDX"          to ws-source-name(1)
           move "EMP_MASTER.IDX"   to ws-source-name(2)
           move "VACBAL LEDGER"    to ws-source-name(3)
           move "DEPT MASTER"      to ws-source-name(4)
           move "DEPT REMAP"       to ws-source-name(5)
           move "DEPT BUDGET"      to ws-source-name(6)
           move "BONUS REGISTER"   to ws-source-name(7)
           move "ACCOUNTS"         to ws-source-name(8)
           perform varying ws-source-idx from 1 by 1
                   until ws-source-idx > 8
               move 0 to ws-source-records(ws-source-idx)
               move 'N' to ws-source-present-sw(ws-source-idx)
           end-perform
           move 'Y' to ws-source-present-sw(1)
           exit paragraph.

      *> "deptno,name,costcenter,active" lines; a line from before
      *> the active flag existed counts as active.
       load-dept-master.

           display "INTDEPDD" upon environment-name
           display ws-dept-filename upon environment-value
           open input dept-file
           if ws-dept-status not = '00' then
               display "NO DEPARTMENT MASTER AT " ws-dept-filename
               exit paragraph
           end-if
           move 'Y' to ws-source-present-sw(4)

           move 'N' to end-of-file
           perform read-one-dept until end-of-file = 'Y'
           close dept-file
           exit paragraph.

       read-one-dept.

           read dept-file
               at end
                   move 'Y' to end-of-file
               not at end
                   perform store-one-dept
           end-read
           exit paragraph.

       store-one-dept.

           move spaces to ws-parse-deptno
           move spaces to ws-parse-name
           move spaces to ws-parse-costcenter
           move spaces to ws-parse-active
           unstring dept-record delimited by ","
               into ws-parse-deptno, ws-parse-name,
                    ws-parse-costcenter, ws-parse-active

           if ws-parse-deptno not = spaces and ws-dept-count < 99
               add 1 to ws-dept-count
               add 1 to ws-source-records(4)
               move ws-parse-deptno to ws-dept-no(ws-dept-count)
               if ws-parse-active = spaces then
                   move 'Y' to ws-dept-active(ws-dept-count)
               else
                   move ws-parse-active
                       to ws-dept-active(ws-dept-count)
               end-if
           end-if
           exit paragraph.

      *> "old,new" alias lines, the file LOOK-UP-DEPARTMENT follows.
       load-dept-remap.

           display "INTRMPDD" upon environment-name
           display ws-remap-filename upon environment-value
           open input dept-remap-file
           if ws-remap-status not = '00' then
               exit paragraph
           end-if
           move 'Y' to ws-source-present-sw(5)

           move 'N' to end-of-file
           perform read-one-remap until end-of-file = 'Y'
           close dept-remap-file
           exit paragraph.

       read-one-remap.

           read dept-remap-file
               at end
                   move 'Y' to end-of-file
               not at end
                   move spaces to ws-remap-old-in
                   move spaces to ws-remap-new-in
                   unstring dept-remap-record delimited by ","
                       into ws-remap-old-in, ws-remap-new-in
                   if ws-remap-old-in not = spaces
                           and ws-remap-new-in not = spaces
                           and ws-remap-count < 99 then
                       add 1 to ws-remap-count
                       add 1 to ws-source-records(5)
                       move ws-remap-old-in
                           to ws-remap-old(ws-remap-count)
                       move ws-remap-new-in
                           to ws-remap-new(ws-remap-count)
                   end-if
           end-read
           exit paragraph.

      *> ws-lookup-deptno in, ws-dept-found-idx out (0 = not on the
      *> master).
       find-dept.

           move 0 to ws-dept-found-idx
           perform varying ws-dept-idx from 1 by 1
                   until ws-dept-idx > ws-dept-count
                       or ws-dept-found-idx > 0
               if ws-dept-no(ws-dept-idx) = ws-lookup-deptno then
                   move ws-dept-idx to ws-dept-found-idx
               end-if
           end-perform
           exit paragraph.

      *> ws-lookup-deptno in, ws-remap-found-idx out (0 = not a
      *> retired number).
       find-remap-old.

           move 0 to ws-remap-found-idx
           perform varying ws-remap-scan-idx from 1 by 1
                   until ws-remap-scan-idx > ws-remap-count
                       or ws-remap-found-idx > 0
               if ws-remap-old(ws-remap-scan-idx) = ws-lookup-deptno
                   move ws-remap-scan-idx to ws-remap-found-idx
               end-if
           end-perform
           exit paragraph.

      *> ws-lookup-empno in; the emp.idx record and ws-index-found
      *> out.
       read-employee.

           move ws-lookup-empno to empx-empno
           read emp-index-file
               invalid key
                   move 'N' to ws-index-found-sw
               not invalid key
                   move 'Y' to ws-index-found-sw
           end-read
           exit paragraph.

      *> ws-rule-no, ws-finding-key and ws-finding-detail in.
       release-finding.

           add 1 to ws-finding-seq
           add 1 to ws-rule-findings(ws-rule-no)
           move ws-rule-no to sort-rule
           move ws-finding-seq to sort-seq
           move ws-finding-key to sort-key
           move ws-finding-detail to sort-detail
           release finding-sort-record
           exit paragraph.

      * ----------------------------------------------------------- *
      * Sort input procedure - every rule, file by file.            *
      * ----------------------------------------------------------- *
       run-all-checks.

           perform varying ws-rule-idx from 1 by 1
                   until ws-rule-idx > ws-rule-count
               move 0 to ws-rule-findings(ws-rule-idx)
           end-perform

           perform check-remap-entries
               varying ws-remap-idx from 1 by 1
               until ws-remap-idx > ws-remap-count
           perform check-budget-file
           perform check-emp-index
           perform check-emp-master
           perform check-vacbal-ledger
           perform check-bonus-register
           perform check-accounts.

       check-remap-entries.

           move ws-remap-new(ws-remap-idx) to ws-lookup-deptno
           perform find-dept
           if ws-dept-found-idx = 0 then
               move rule-rmp-new to ws-rule-no
               move ws-remap-old(ws-remap-idx) to ws-finding-key
               move spaces to ws-finding-detail
               string "REMAPS TO DEPT "          delimited by size
                      ws-remap-new(ws-remap-idx) delimited by size
                      ", NOT ON THE MASTER"      delimited by size
                   into ws-finding-detail
               perform release-finding
           else
               move ws-remap-new(ws-remap-idx) to ws-lookup-deptno
               perform find-remap-old
               if ws-remap-found-idx > 0 then
                   move rule-rmp-chain to ws-rule-no
                   move ws-remap-old(ws-remap-idx) to ws-finding-key
                   move spaces to ws-finding-detail
                   string "REMAPS TO DEPT "          delimited by size
                          ws-remap-new(ws-remap-idx) delimited by size
                          ", ITSELF REMAPPED TO "    delimited by size
                          ws-remap-new(ws-remap-found-idx)
                                                     delimited by size
                       into ws-finding-detail
                   perform release-finding
               end-if
           end-if

           move ws-remap-old(ws-remap-idx) to ws-lookup-deptno
           perform find-dept
           if ws-dept-found-idx > 0 then
               if ws-dept-active(ws-dept-found-idx) not = 'N' then
                   move rule-rmp-old to ws-rule-no
                   move ws-remap-old(ws-remap-idx) to ws-finding-key
                   move spaces to ws-finding-detail
                   string "RETIRED INTO DEPT "       delimited by size
                          ws-remap-new(ws-remap-idx) delimited by size
                          " BUT STILL ACTIVE"        delimited by size
                       into ws-finding-detail
                   perform release-finding
               end-if
           end-if
           exit paragraph.

      *> "deptno,authorized" lines, the file BUDGVAR reads.
       check-budget-file.

           display "INTBUDDD" upon environment-name
           display ws-budget-filename upon environment-value
           open input budget-file
           if ws-budget-status not = '00' then
               exit paragraph
           end-if
           move 'Y' to ws-source-present-sw(6)

           move 'N' to end-of-file
           perform check-one-budget-line until end-of-file = 'Y'
           close budget-file
           exit paragraph.

       check-one-budget-line.

           read budget-file
               at end
                   move 'Y' to end-of-file
                   exit paragraph
           end-read

           move spaces to ws-budget-deptno
           move spaces to ws-budget-rest
           unstring budget-record delimited by ","
               into ws-budget-deptno, ws-budget-rest
           if ws-budget-deptno is not numeric then
               exit paragraph
           end-if
           add 1 to ws-source-records(6)

           move ws-budget-deptno to ws-lookup-deptno
           perform find-dept
           move ws-budget-deptno to ws-finding-key
           if ws-dept-found-idx = 0 then
               move rule-bud-dept to ws-rule-no
               move "BUDGETED, NOT ON THE DEPT MASTER"
                   to ws-finding-detail
               perform release-finding
           else
               if ws-dept-active(ws-dept-found-idx) = 'N' then
                   move rule-bud-inact to ws-rule-no
                   move "BUDGETED, DEACTIVATED ON THE DEPT MASTER"
                       to ws-finding-detail
                   perform release-finding
               end-if
           end-if
           exit paragraph.

      *> emp.idx's own departments.  A retired number is its own
      *> finding - DEPTREMAP has not been run over the file - and
      *> takes precedence over the not-on-master one it would also
      *> trip.  A terminated employee left in a deactivated
      *> department is expected and not reported.
       check-emp-index.

           move 'N' to end-of-file
           perform check-one-index-record until end-of-file = 'Y'
           exit paragraph.

       check-one-index-record.

           read emp-index-file next record
               at end
                   move 'Y' to end-of-file
                   exit paragraph
           end-read
           add 1 to ws-source-records(1)

           move empx-deptno to ws-deptno-x
           move ws-deptno-x to ws-lookup-deptno
           perform find-remap-old
           perform find-dept
           move empx-empno to ws-finding-key

           evaluate true
               when ws-remap-found-idx > 0
                   move rule-idx-retired to ws-rule-no
                   move spaces to ws-finding-detail
                   string empx-name              delimited by size
                          " DEPT "               delimited by size
                          ws-deptno-x            delimited by size
                          " RETIRED INTO "       delimited by size
                          ws-remap-new(ws-remap-found-idx)
                                                 delimited by size
                       into ws-finding-detail
                   perform release-finding
               when ws-dept-found-idx = 0
                   move rule-idx-dept to ws-rule-no
                   move spaces to ws-finding-detail
                   string empx-name              delimited by size
                          " DEPT "               delimited by size
                          ws-deptno-x            delimited by size
                       into ws-finding-detail
                   perform release-finding
               when ws-dept-active(ws-dept-found-idx) = 'N'
                       and empx-status not = 'T'
                   move rule-idx-inact to ws-rule-no
                   move spaces to ws-finding-detail
                   string empx-name              delimited by size
                          " DEPT "               delimited by size
                          ws-deptno-x            delimited by size
                          " STATUS "             delimited by size
                          empx-status            delimited by size
                       into ws-finding-detail
                   perform release-finding
           end-evaluate
           exit paragraph.

      *> History may legitimately sit on a retired number - the
      *> remap covers it - so only a department neither file knows
      *> is reported.
       check-emp-master.

           display "INTMSTDD" upon environment-name
           display ws-master-filename upon environment-value
           open input emp-master-file
           if ws-master-status not = '00' then
               exit paragraph
           end-if
           move 'Y' to ws-source-present-sw(2)

           move 'N' to end-of-file
           perform check-one-master-version until end-of-file = 'Y'
           close emp-master-file
           exit paragraph.

       check-one-master-version.

           read emp-master-file next record
               at end
                   move 'Y' to end-of-file
                   exit paragraph
           end-read
           add 1 to ws-source-records(2)
      *> A version MASTFIX voided stays on file for the record only.
           if empm-status = 'V' then
               exit paragraph
           end-if

           move empm-deptno to ws-deptno-x
           move ws-deptno-x to ws-lookup-deptno
           perform find-dept
           if ws-dept-found-idx > 0 then
               exit paragraph
           end-if
           perform find-remap-old
           if ws-remap-found-idx > 0 then
               exit paragraph
           end-if

           move rule-mst-dept to ws-rule-no
           move empm-key to ws-finding-key
           move spaces to ws-finding-detail
           string empm-name      delimited by size
                  " DEPT "       delimited by size
                  ws-deptno-x    delimited by size
               into ws-finding-detail
           perform release-finding
           exit paragraph.

       check-vacbal-ledger.

           display "INTVACDD" upon environment-name
           display ws-vacbal-filename upon environment-value
           open input vacbal-file
           if ws-vacbal-status not = '00' then
               exit paragraph
           end-if
           move 'Y' to ws-source-present-sw(3)

           move 'N' to end-of-file
           perform check-one-vacbal-record until end-of-file = 'Y'
           close vacbal-file
           exit paragraph.

       check-one-vacbal-record.

           read vacbal-file next record
               at end
                   move 'Y' to end-of-file
                   exit paragraph
           end-read
           add 1 to ws-source-records(3)

           move vb-empno to ws-lookup-empno
           perform read-employee
           move vb-empno to ws-finding-key

           if not ws-index-found then
               move rule-vac-orphan to ws-rule-no
               move spaces to ws-finding-detail
               string vb-name        delimited by size
                      " DEPT "       delimited by size
                      vb-deptno      delimited by size
                      " YEAR "       delimited by size
                      vb-year        delimited by size
                   into ws-finding-detail
               perform release-finding
               exit paragraph
           end-if

           move empx-deptno to ws-deptno-x
           if vb-deptno not = ws-deptno-x then
               move rule-vac-dept to ws-rule-no
               move spaces to ws-finding-detail
               string vb-name            delimited by size
                      " LEDGER DEPT "    delimited by size
                      vb-deptno          delimited by size
                      ", EMP.IDX DEPT "  delimited by size
                      ws-deptno-x        delimited by size
                   into ws-finding-detail
               perform release-finding
           end-if

           if empx-status = 'T' then
               move rule-vac-term to ws-rule-no
               move spaces to ws-finding-detail
               string vb-name            delimited by size
                      " TERMINATED "     delimited by size
                      empx-statdate      delimited by size
                   into ws-finding-detail
               perform release-finding
           end-if
           exit paragraph.

      *> DisplayIntegers' register, "empno,name,salary,tier,bonus" -
      *> only the leading employee number is needed, so a quoted
      *> name further along does not matter.
       check-bonus-register.

           display "INTREGDD" upon environment-name
           display ws-register-filename upon environment-value
           open input register-file
           if ws-register-status not = '00' then
               exit paragraph
           end-if
           move 'Y' to ws-source-present-sw(7)

           move 'N' to end-of-file
           perform check-one-register-row until end-of-file = 'Y'
           close register-file
           exit paragraph.

       check-one-register-row.

           read register-file
               at end
                   move 'Y' to end-of-file
                   exit paragraph
           end-read
           if register-record = spaces then
               exit paragraph
           end-if
           add 1 to ws-source-records(7)

           move spaces to ws-register-empno
           move spaces to ws-register-rest
           unstring register-record delimited by ","
               into ws-register-empno, ws-register-rest

      *> Zero-filled the way reconcile-accounts normalizes a short
      *> employee number, so "42" finds 00042.
           move 0 to ws-empno-len
           inspect ws-register-empno
               tallying ws-empno-len
               for characters before initial space
           if ws-empno-len > 0 and ws-empno-len <= 5
                   and ws-register-empno(1:ws-empno-len) is numeric
               move ws-register-empno(1:ws-empno-len)
                   to ws-empno-normal
               move ws-empno-normal to ws-lookup-empno
           else
               move ws-register-empno to ws-lookup-empno
           end-if

           perform read-employee
           move ws-lookup-empno to ws-finding-key
           if not ws-index-found then
               move rule-bon-orphan to ws-rule-no
               move register-record to ws-finding-detail
               perform release-finding
               exit paragraph
           end-if
           if empx-status = 'T' then
               move rule-bon-term to ws-rule-no
               move spaces to ws-finding-detail
               string empx-name          delimited by size
                      " TERMINATED "     delimited by size
                      empx-statdate      delimited by size
                      ": "               delimited by size
                      register-record    delimited by size
                   into ws-finding-detail
               perform release-finding
           end-if
           exit paragraph.

      *> Enabled ACCOUNTS rows only - a disabled account for a
      *> leaver is exactly what offboarding leaves behind.
       check-accounts.

           move 'Y' to ws-source-present-sw(8)

           EXEC SQL
               OPEN SWEEP-ACCOUNT-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100
               EXEC SQL
                   FETCH SWEEP-ACCOUNT-CUR
                   INTO :ws-sql-account-id, :ws-sql-account-enabled
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA then
                   add 1 to ws-source-records(8)
                   perform check-one-account
               end-if
           end-perform

           EXEC SQL
               CLOSE SWEEP-ACCOUNT-CUR
           END-EXEC
           perform check-sql-state
           exit paragraph.

       check-one-account.

           if ws-sql-account-enabled = 'N' then
               exit paragraph
           end-if

           move ws-sql-account-id to ws-empno-normal
           move ws-empno-normal to ws-lookup-empno
           perform read-employee
           move ws-lookup-empno to ws-finding-key

           if not ws-index-found then
               move rule-acc-orphan to ws-rule-no
               move "ACCOUNT ENABLED, NO EMPLOYEE ON EMP.IDX"
                   to ws-finding-detail
               perform release-finding
               exit paragraph
           end-if
           if empx-status = 'T' then
               move rule-acc-term to ws-rule-no
               move spaces to ws-finding-detail
               string empx-name              delimited by size
                      " TERMINATED "         delimited by size
                      empx-statdate          delimited by size
                      ", ACCOUNT STILL ENABLED" delimited by size
                   into ws-finding-detail
               perform release-finding
           end-if
           exit paragraph.

      * ----------------------------------------------------------- *
      * Sort output procedure - the report, one section per rule in *
      * rule order, every rule listed whether it fired or not.      *
      * ----------------------------------------------------------- *
       print-findings.

           move spaces to sweep-report-record
           string "NIGHTLY CROSS-FILE INTEGRITY SWEEP   RUN DATE "
                                          delimited by size
                  ws-run-date             delimited by size
               into sweep-report-record
           write sweep-report-record
           move spaces to sweep-report-record
           write sweep-report-record

           move "SOURCES" to sweep-report-record
           write sweep-report-record
           perform write-source-line
               varying ws-source-idx from 1 by 1
               until ws-source-idx > 8

           move 'N' to ws-print-done-sw
           perform return-next-finding
           perform print-one-rule
               varying ws-rule-idx from 1 by 1
               until ws-rule-idx > ws-rule-count.

       write-source-line.

           move spaces to sweep-report-record
           if ws-source-present(ws-source-idx) then
               string "  "                        delimited by size
                      ws-source-name(ws-source-idx) delimited by size
                      " "                         delimited by size
                      ws-source-records(ws-source-idx)
                                                  delimited by size
                      " RECORD(S)"                delimited by size
                   into sweep-report-record
           else
               string "  "                        delimited by size
                      ws-source-name(ws-source-idx) delimited by size
                      " NOT PRESENT - NOT CHECKED"
                                                  delimited by size
                   into sweep-report-record
           end-if
           write sweep-report-record
           exit paragraph.

       return-next-finding.

           return finding-sort-file
               at end
                   move 'Y' to ws-print-done-sw
           end-return
           exit paragraph.

       print-one-rule.

           move spaces to sweep-report-record
           write sweep-report-record
           move spaces to sweep-report-record
           string "RULE "                       delimited by size
                  ws-rule-idx                   delimited by size
                  " "                           delimited by size
                  ws-rule-code(ws-rule-idx)     delimited by size
                  " "                           delimited by size
                  ws-rule-severity(ws-rule-idx) delimited by size
                  " "                           delimited by size
                  ws-rule-findings(ws-rule-idx) delimited by size
                  " FINDING(S) - "              delimited by size
                  ws-rule-text(ws-rule-idx)     delimited by size
               into sweep-report-record
           write sweep-report-record

           move 0 to ws-rule-printed
           perform print-one-finding
               until ws-print-done or sort-rule not = ws-rule-idx
           if ws-rule-printed = 0 then
               move "    (NONE)" to sweep-report-record
               write sweep-report-record
           end-if

           evaluate true
               when ws-rule-is-high(ws-rule-idx)
                   add ws-rule-findings(ws-rule-idx)
                       to ws-high-findings
                   if ws-rule-findings(ws-rule-idx) > 0 then
                       add 1 to ws-high-rules-fired
                   end-if
               when ws-rule-is-medium(ws-rule-idx)
                   add ws-rule-findings(ws-rule-idx)
                       to ws-medium-findings
               when other
                   add ws-rule-findings(ws-rule-idx)
                       to ws-low-findings
           end-evaluate
           exit paragraph.

       print-one-finding.

           add 1 to ws-rule-printed
           move spaces to sweep-report-record
           string "    "      delimited by size
                  sort-key    delimited by size
                  " "         delimited by size
                  sort-detail delimited by size
               into sweep-report-record
           write sweep-report-record
           perform return-next-finding
           exit paragraph.

       write-report-summary.

           move spaces to sweep-report-record
           write sweep-report-record
           move "SUMMARY" to sweep-report-record
           write sweep-report-record
           move spaces to sweep-report-record
           string "  HIGH   : "        delimited by size
                  ws-high-findings     delimited by size
                  " FINDING(S) IN "    delimited by size
                  ws-high-rules-fired  delimited by size
                  " RULE(S)"           delimited by size
               into sweep-report-record
           write sweep-report-record
           move spaces to sweep-report-record
           string "  MEDIUM : "        delimited by size
                  ws-medium-findings   delimited by size
                  " FINDING(S)"        delimited by size
               into sweep-report-record
           write sweep-report-record
           move spaces to sweep-report-record
           string "  LOW    : "        delimited by size
                  ws-low-findings      delimited by size
                  " FINDING(S)"        delimited by size
               into sweep-report-record
           write sweep-report-record
           if ws-high-rules-fired > 0 then
               move "  HIGH-SEVERITY RULE(S) FIRED - BATCH ALERT RAISED"
                   to sweep-report-record
           else
               move "  NO HIGH-SEVERITY RULE FIRED"
                   to sweep-report-record
           end-if
           write sweep-report-record
           exit paragraph.

      * ----------------------------------------------------------- *
      * One CRITICAL line per fired HIGH rule, in the SEV=/DATE=    *
      * shape BATCH-CONTROL writes and ALERTACK reads.              *
      * ----------------------------------------------------------- *
       raise-batch-alert.

           move spaces to ws-alert-filename
           string ws-alert-dir            delimited by space
                  '/batch_alert_integrity_' delimited by size
                  ws-run-date             delimited by size
                  '_'                     delimited by size
                  ws-run-time             delimited by size
                  '.txt'                  delimited by size
               into ws-alert-filename
           display "INTALTDD" upon environment-name
           display ws-alert-filename upon environment-value
           open output alert-file
           if not ws-alert-file-ok then
               display "CANNOT WRITE ALERT FILE - STATUS "
                   ws-alert-status
               exit paragraph
           end-if

           perform write-one-rule-alert
               varying ws-rule-idx from 1 by 1
               until ws-rule-idx > ws-rule-count
           close alert-file
           exit paragraph.

       write-one-rule-alert.

           if not ws-rule-is-high(ws-rule-idx)
                   or ws-rule-findings(ws-rule-idx) = 0 then
               exit paragraph
           end-if

           move spaces to alert-record
           string 'SEV=CRITICAL DATE='          delimited by size
                  ws-run-date                   delimited by size
                  ' INTEGRITY RULE '            delimited by size
                  ws-rule-code(ws-rule-idx)     delimited by space
                  ' '                           delimited by size
                  ws-rule-findings(ws-rule-idx) delimited by size
                  ' FINDING(S) - '              delimited by size
                  ws-rule-text(ws-rule-idx)     delimited by size
               into alert-record
           write alert-record
           add 1 to ws-alert-count
           exit paragraph.

      *> Checks SQLSTATE for any errors. This is a one-shot batch job
      *> with no menu to fall back to, so any failure past the initial
      *> CONNECT is treated the same as one before it - report it and
      *> stop, rather than passing a sweep that only saw part of the
      *> ACCOUNTS table.
       check-sql-state.

           if SQL-SUCCESS or SQL-NODATA then
               move 'N' to ws-sql-error-sw
               exit paragraph
           end-if

           display space
           display "SQL Error:"
           display "SQLCODE: " SQLCODE
           display "SQLSTATE: " SQLSTATE
           if SQLERRML > 0 then
               display "ERROR MESSAGE: " SQLERRMC(1:SQLERRML)
           end-if
           display space

           move 'Y' to ws-sql-error-sw

           if ws-is-connected then
               EXEC SQL
                   CONNECT RESET
               END-EXEC
           end-if

           move 8 to return-code
           stop run.

       end program integrity-sweep.
