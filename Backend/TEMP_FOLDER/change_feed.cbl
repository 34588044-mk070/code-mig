      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Incremental change feed for the badge system and the
      *>          IT directory, so neither has to diff a full
      *>          accounts_export.csv against the last one itself.
      *>          Each run is one feed generation covering only what
      *>          changed since the previous generation:
      *>            - ACCOUNTS_AUDIT rows written after the previous
      *>              generation's high-water mark, up to this run's
      *>              (ADDED, IS_ENABLED, PURGED and the four
      *>              corrected name/phone/address columns);
      *>            - department, manager and status differences
      *>              between each employee's latest emp_master.idx
      *>              version in force at the previous generation and
      *>              the one in force today.  A new employee reaches
      *>              downstream through the ACCOUNTS ADDED row, not
      *>              from the master.
      *>
      *>          change_feed_control.dat holds one line per
      *>          generation - its run date, the audit window, the
      *>          first sequence number and the record counts - and
      *>          the per-employee snapshot each generation fed from
      *>          is kept (change_feed_emp.cur, and the one before it
      *>          as change_feed_emp.prev).  CHGFEED_MODE=RERUN
      *>          rebuilds the last generation from those saved
      *>          bounds instead of moving the mark, so a lost
      *>          transmission is resent as the same file.
      *>
      *>          Feed file (change_feed.dat), fixed-width fields
      *>          so an address holding a comma cannot shift them:
      *>            H,CHANGEFEED,gen,rundate,windowfrom,windowto,
      *>              firstseq,records
      *>            D,seq,changetype,key,field,before,after,effective
      *>            T,gen,records,accountrecords,employeerecords,
      *>              lastseq
      *>          The header counts come from a work file the details
      *>          are spooled to first.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompiler
      *>       to pick them up and process them.
      *>
      *> Prerequisites: Postgres SQL database with create_db script ran
      *>                on, plus the ACCOUNTS_AUDIT table (with
      *>                COLUMN_NAME) the other programs maintain.
      *>                emp_master.idx built by prior DYNSQL3 runs.
      *>                esqlOC Precompiler
      *>                unixODBC odbc-postgresql driver installed
      *>
      *> Precomiler: esqlOC -static -o generated_chgfeed.cbl change_feed.cbl
      *> Tectonics: cobc -x -static -locsql generated_chgfeed.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. change-feed.

       environment division.
       input-output section.
       file-control.
           select emp-master-file assign to "CHGMSTDD"
              organization is indexed
              access mode is sequential
              record key is empm-key
              file status is ws-master-status.

      *> One line per feed generation, appended at the end of a
      *> clean run.
           select feed-control-file assign to "CHGCTLDD"
              organization is line sequential
              file status is ws-control-status.

      *> The snapshot this run builds off the master, and the two
      *> snapshots being compared - pointed at the .prev/.cur/.new
      *> generation files by DD name, so the same compare serves a
      *> new generation and a rerun.
           select build-snap-file assign to "CHGBLDDD"
              organization is line sequential.

           select old-snap-file assign to "CHGOLDDD"
              organization is line sequential
              file status is ws-old-snap-status.

           select new-snap-file assign to "CHGNEWDD"
              organization is line sequential
              file status is ws-new-snap-status.

           select feed-work-file assign to "CHGWRKDD"
              organization is line sequential.

           select feed-file assign to "CHGOUTDD"
              organization is line sequential.

       data division.
       file section.

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

       FD  feed-control-file.
       01  feed-control-record.
           05  ctl-generation     pic 9(6).
           05  filler             pic x.
           05  ctl-run-date       pic x(8).
           05  filler             pic x.
           05  ctl-window-from    pic x(26).
           05  filler             pic x.
           05  ctl-window-to      pic x(26).
           05  filler             pic x.
           05  ctl-first-seq      pic 9(9).
           05  filler             pic x.
           05  ctl-record-count   pic 9(7).
           05  filler             pic x.
           05  ctl-account-count  pic 9(7).
           05  filler             pic x.
           05  ctl-employee-count pic 9(7).

      *> Snapshot line - the employee's version in force on the
      *> generation's run date.
       FD  build-snap-file.
       01  build-snap-record.
           05  bsnap-empno        pic x(5).
           05  bsnap-effdate      pic x(8).
           05  bsnap-deptno       pic 99.
           05  bsnap-mgrid        pic x(5).
           05  bsnap-status       pic x.

       FD  old-snap-file.
       01  old-snap-record.
           05  osnap-empno        pic x(5).
           05  osnap-effdate      pic x(8).
           05  osnap-deptno       pic 99.
           05  osnap-mgrid        pic x(5).
           05  osnap-status       pic x.

       FD  new-snap-file.
       01  new-snap-record.
           05  nsnap-empno        pic x(5).
           05  nsnap-effdate      pic x(8).
           05  nsnap-deptno       pic 99.
           05  nsnap-mgrid        pic x(5).
           05  nsnap-status       pic x.

       FD  feed-work-file.
       01  feed-work-record         pic x(150).

       FD  feed-file.
       01  feed-record              pic x(150).

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

      *> The audit window - after ws-sql-window-from, up to and
      *> including ws-sql-window-to - as microsecond timestamp text
      *> so the bound written to the control file is the exact one
      *> the query used.
       01  ws-sql-window-from               pic x(26).
       01  ws-sql-window-to                 pic x(26).

       01  ws-sql-audit-account-id          pic 9(5).
       01  ws-sql-audit-column              pic x(10).
       01  ws-sql-audit-old                 pic x(22).
       01  ws-sql-audit-new                 pic x(22).
       01  ws-sql-audit-at                  pic x(26).

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables only - not seen by the precompiler.
       01  ws-master-filename       pic x(60) value
               '/app/data/emp_master.idx'.
       01  ws-control-filename      pic x(60) value
               '/app/data/change_feed_control.dat'.
       01  ws-snap-prev-filename    pic x(60) value
               '/app/data/change_feed_emp.prev'.
       01  ws-snap-cur-filename     pic x(60) value
               '/app/data/change_feed_emp.cur'.
       01  ws-snap-new-filename     pic x(60) value
               '/app/data/change_feed_emp.new'.
       01  ws-work-filename         pic x(60) value
               '/app/data/change_feed.wrk'.
       01  ws-feed-filename         pic x(60) value
               '/app/data/change_feed.dat'.

       01  ws-master-status         pic x(2).
       01  ws-control-status        pic x(2).
           88  ws-control-file-missing value '35'.
       01  ws-old-snap-status       pic x(2).
           88  ws-old-snap-missing  value '35'.
       01  ws-new-snap-status       pic x(2).
           88  ws-new-snap-missing  value '35'.

       01  end-of-file              pic x value 'N'.

      *> CHGFEED_MODE=RERUN rebuilds the last generation; anything
      *> else runs the next one.
       01  ws-parm-mode             pic x(10).
       01  ws-run-mode-sw           pic x value 'N'.
           88  ws-rerun-mode        value 'R'.
           88  ws-new-run-mode      value 'N'.

       01  ws-is-connected-sw       pic a value 'N'.
           88  ws-is-connected      value 'Y'.
           88  ws-is-disconnected   value 'N'.

       01  ws-sql-error-sw          pic a value 'N'.
           88  sql-error-occurred   value 'Y'.
           88  sql-no-error         value 'N'.

      *> The last line of the control file, and the generation this
      *> run writes (or rewrites).
       01  ws-last-found-sw         pic x value 'N'.
           88  ws-last-found        value 'Y'.
       01  ws-last-generation       pic 9(6) value 0.
       01  ws-last-run-date         pic x(8).
       01  ws-last-window-from      pic x(26).
       01  ws-last-window-to        pic x(26).
       01  ws-last-first-seq        pic 9(9) value 0.
       01  ws-last-record-count     pic 9(7) value 0.
       01  ws-last-account-count    pic 9(7) value 0.
       01  ws-last-employee-count   pic 9(7) value 0.

       01  ws-generation            pic 9(6).
       01  ws-run-date              pic x(8).
       01  ws-first-seq             pic 9(9).
       01  ws-next-seq              pic 9(9).
       01  ws-last-seq              pic 9(9).
       01  ws-record-count          pic 9(7) value 0.
       01  ws-account-count         pic 9(7) value 0.
       01  ws-employee-count        pic 9(7) value 0.
       01  ws-baseline-sw           pic x value 'N'.
           88  ws-baseline-run      value 'Y'.

      *> Latest version per employee while the master is walked.
       01  ws-hold-found-sw         pic x value 'N'.
           88  ws-hold-found        value 'Y'.
       01  ws-hold-empno            pic x(5) value spaces.
       01  ws-hold-effdate          pic x(8).
       01  ws-hold-deptno           pic 99.
       01  ws-hold-mgrid            pic x(5).
       01  ws-hold-status           pic x.
       01  ws-snapshot-count        pic 9(7) value 0.

      *> Snapshot match-merge - high-values marks a side run out.
       01  ws-old-key               pic x(5).
       01  ws-new-key               pic x(5).

      *> The detail record being written.
       01  ws-chg-type              pic x(12).
       01  ws-chg-key               pic x(5).
       01  ws-chg-field             pic x(10).
       01  ws-chg-before            pic x(22).
       01  ws-chg-after             pic x(22).
       01  ws-chg-effective         pic x(26).
       01  ws-chg-deptno-out        pic 99.

       procedure division.
       main-procedure.

           display space
           display "ACCOUNTS AND EMPLOYEE CHANGE FEED"
           display "---------------------------------"
           display space

           accept ws-parm-mode from environment "CHGFEED_MODE"
           if ws-parm-mode = "RERUN" then
               set ws-rerun-mode to true
           end-if

           perform read-feed-control
           if ws-rerun-mode and not ws-last-found then
               display "NO FEED GENERATION TO RERUN ON "
                   ws-control-filename
               move 8 to return-code
               stop run
           end-if

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC
           perform check-sql-state
           set ws-is-connected to true

           if ws-rerun-mode then
               perform set-rerun-bounds
           else
               perform set-next-bounds
           end-if

           display "GENERATION:  " ws-generation
               " (RUN DATE " ws-run-date ")"
           display "AUDIT AFTER: " ws-sql-window-from
           display "AUDIT UP TO: " ws-sql-window-to

           move ws-first-seq to ws-next-seq

           display "CHGWRKDD" upon environment-name
           display ws-work-filename upon environment-value
           open output feed-work-file

           perform feed-audit-changes
           perform feed-master-changes

           close feed-work-file

           EXEC SQL
               CONNECT RESET
           END-EXEC

           perform write-feed-file

           if ws-rerun-mode then
               perform check-rerun-counts
           else
               perform commit-generation
           end-if

           display space
           display ws-record-count " CHANGE RECORD(S): "
               ws-account-count " ACCOUNT, "
               ws-employee-count " EMPLOYEE."
           display "FEED: " ws-feed-filename
           stop run.

      *> Keeps the last generation line - every run appends exactly
      *> one, so the last line is the newest.
       read-feed-control.

           display "CHGCTLDD" upon environment-name
           display ws-control-filename upon environment-value
           open input feed-control-file
           if ws-control-file-missing then
               exit paragraph
           end-if

           move 'N' to end-of-file
           perform read-one-control-line until end-of-file = 'Y'
           close feed-control-file
           exit paragraph.

       read-one-control-line.

           read feed-control-file
               at end
                   move 'Y' to end-of-file
               not at end
                   if ctl-generation is numeric then
                       move 'Y' to ws-last-found-sw
                       move ctl-generation to ws-last-generation
                       move ctl-run-date to ws-last-run-date
                       move ctl-window-from to ws-last-window-from
                       move ctl-window-to to ws-last-window-to
                       move ctl-first-seq to ws-last-first-seq
                       move ctl-record-count to ws-last-record-count
                       move ctl-account-count
                           to ws-last-account-count
                       move ctl-employee-count
                           to ws-last-employee-count
                   end-if
           end-read
           exit paragraph.

      *> A rerun takes every bound from the control line - the run
      *> date and the audit window - and compares the two snapshots
      *> that generation fed from, so nothing written since can
      *> leak in.
       set-rerun-bounds.

           move ws-last-generation to ws-generation
           move ws-last-run-date to ws-run-date
           move ws-last-window-from to ws-sql-window-from
           move ws-last-window-to to ws-sql-window-to
           move ws-last-first-seq to ws-first-seq

           display "CHGOLDDD" upon environment-name
           display ws-snap-prev-filename upon environment-value
           display "CHGNEWDD" upon environment-name
           display ws-snap-cur-filename upon environment-value

           display "RERUN OF GENERATION " ws-generation
           exit paragraph.

      *> The next generation starts where the last one stopped.  The
      *> first generation ever is a baseline: an empty window and no
      *> earlier snapshot, so it only sets the marks - downstream
      *> starts from the full export taken alongside it.
       set-next-bounds.

           EXEC SQL
               SELECT TO_CHAR(CURRENT_TIMESTAMP,
                              'YYYY-MM-DD HH24:MI:SS.US')
               INTO :ws-sql-window-to
           END-EXEC
           perform check-sql-state

           accept ws-run-date from date yyyymmdd

           if ws-last-found then
               compute ws-generation = ws-last-generation + 1
               move ws-last-window-to to ws-sql-window-from
               compute ws-first-seq =
                   ws-last-first-seq + ws-last-record-count
           else
               move 'Y' to ws-baseline-sw
               move 1 to ws-generation
               move ws-sql-window-to to ws-sql-window-from
               move 1 to ws-first-seq
               display "NO EARLIER GENERATION - BASELINE RUN"
           end-if

           perform build-master-snapshot

           display "CHGOLDDD" upon environment-name
           display ws-snap-cur-filename upon environment-value
           display "CHGNEWDD" upon environment-name
           display ws-snap-new-filename upon environment-value

      *> Without the snapshot the last generation left there is no
      *> "before" to compare the master against; stop rather than
      *> move the mark past changes nobody was sent.
           if not ws-baseline-run then
               open input old-snap-file
               if ws-old-snap-missing then
                   display "SNAPSHOT FROM GENERATION "
                       ws-last-generation " IS MISSING - FEED NOT RUN: "
                       ws-snap-cur-filename
                   EXEC SQL
                       CONNECT RESET
                   END-EXEC
                   move 8 to return-code
                   stop run
               end-if
               close old-snap-file
           end-if
           exit paragraph.

      *> One line per employee: the latest master version effective
      *> on or before the run date.  Future-dated versions (a merit
      *> increase waiting for its date) stay out until their date
      *> comes, so downstream hears of a change when it takes hold.
       build-master-snapshot.

           display "CHGMSTDD" upon environment-name
           display ws-master-filename upon environment-value
           display "CHGBLDDD" upon environment-name
           display ws-snap-new-filename upon environment-value

           open input emp-master-file
           if ws-master-status not = '00' then
               display "EMPLOYEE MASTER NOT AVAILABLE (STATUS "
                   ws-master-status ") - FEED NOT RUN."
               EXEC SQL
                   CONNECT RESET
               END-EXEC
               move 8 to return-code
               stop run
           end-if
           open output build-snap-file

           move 'N' to end-of-file
           move spaces to ws-hold-empno
           move 'N' to ws-hold-found-sw
           perform read-one-master-version until end-of-file = 'Y'
           perform write-held-snapshot

           close emp-master-file
           close build-snap-file
           display ws-snapshot-count " EMPLOYEE(S) IN SNAPSHOT"
           exit paragraph.

       read-one-master-version.

           read emp-master-file next record
               at end
                   move 'Y' to end-of-file
               not at end
                   if empm-empno not = ws-hold-empno then
                       perform write-held-snapshot
                       move empm-empno to ws-hold-empno
                       move 'N' to ws-hold-found-sw
                   end-if
      *> A version MASTFIX voided stays on file for the record only.
                   if empm-effdate <= ws-run-date
                           and empm-status not = 'V' then
                       move 'Y' to ws-hold-found-sw
                       move empm-effdate to ws-hold-effdate
                       move empm-deptno to ws-hold-deptno
                       move empm-mgrid to ws-hold-mgrid
                       move empm-status to ws-hold-status
                   end-if
           end-read
           exit paragraph.

       write-held-snapshot.

           if not ws-hold-found then
               exit paragraph
           end-if

           move ws-hold-empno to bsnap-empno
           move ws-hold-effdate to bsnap-effdate
           move ws-hold-deptno to bsnap-deptno
           move ws-hold-mgrid to bsnap-mgrid
           move ws-hold-status to bsnap-status
           write build-snap-record
           add 1 to ws-snapshot-count
           move 'N' to ws-hold-found-sw
           exit paragraph.

      *> Every audit row in the window, in the order it was written.
      *> The extra sort keys only break ties between rows stamped in
      *> the same microsecond, so a rerun lists them the same way.
       feed-audit-changes.

           EXEC SQL
               DECLARE FEED-AUDIT-CUR CURSOR FOR
               SELECT ACCOUNT_ID, COLUMN_NAME,
                      COALESCE(OLD_VALUE, ' '),
                      COALESCE(NEW_VALUE, ' '),
                      TO_CHAR(CHANGED_AT, 'YYYY-MM-DD HH24:MI:SS.US')
               FROM ACCOUNTS_AUDIT
               WHERE CHANGED_AT >
                         CAST(:ws-sql-window-from AS TIMESTAMP)
                 AND CHANGED_AT <=
                         CAST(:ws-sql-window-to AS TIMESTAMP)
                 AND COLUMN_NAME IN ('ADDED', 'IS_ENABLED', 'PURGED',
                                     'FIRST_NAME', 'LAST_NAME',
                                     'PHONE', 'ADDRESS')
               ORDER BY CHANGED_AT, ACCOUNT_ID, COLUMN_NAME,
                        OLD_VALUE, NEW_VALUE;
           END-EXEC

           EXEC SQL
               OPEN FEED-AUDIT-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100
                   or sql-error-occurred
               EXEC SQL
                   FETCH FEED-AUDIT-CUR
                   INTO :ws-sql-audit-account-id,
                        :ws-sql-audit-column,
                        :ws-sql-audit-old, :ws-sql-audit-new,
                        :ws-sql-audit-at;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA and not sql-error-occurred then
                   perform feed-one-audit-row
               end-if
           end-perform

           EXEC SQL
               CLOSE FEED-AUDIT-CUR
           END-EXEC
           perform check-sql-state
           exit paragraph.

      *> Audit column to change type.  IS_ENABLED splits on the new
      *> value; the name, phone and address columns are
      *> corrections of a field the row already had.
       feed-one-audit-row.

           move "ACCT-CORRECT" to ws-chg-type
           if ws-sql-audit-column = "ADDED" then
               move "ACCT-ADD" to ws-chg-type
           end-if
           if ws-sql-audit-column = "PURGED" then
               move "ACCT-PURGE" to ws-chg-type
           end-if
           if ws-sql-audit-column = "IS_ENABLED" then
               if ws-sql-audit-new = "N" then
                   move "ACCT-DISABLE" to ws-chg-type
               else
                   move "ACCT-ENABLE" to ws-chg-type
               end-if
           end-if

           move ws-sql-audit-account-id to ws-chg-key
           move ws-sql-audit-column to ws-chg-field
           move ws-sql-audit-old to ws-chg-before
           move ws-sql-audit-new to ws-chg-after
           move ws-sql-audit-at to ws-chg-effective
           perform write-change-record
           add 1 to ws-account-count
           exit paragraph.

      *> Match-merge of the two snapshots on employee number.  Only
      *> employees on both sides can have changed; one only on the
      *> new side is a new hire (fed from ACCOUNTS), and a baseline
      *> run has no old side at all.
       feed-master-changes.

           if ws-baseline-run then
               exit paragraph
           end-if

           open input new-snap-file
           if ws-new-snap-missing then
               display "SNAPSHOT FOR GENERATION " ws-generation
                   " IS MISSING - NO EMPLOYEE CHANGES FED."
               exit paragraph
           end-if
           open input old-snap-file
           if ws-old-snap-missing then
               close new-snap-file
               exit paragraph
           end-if

           perform read-old-snapshot
           perform read-new-snapshot
           perform compare-one-snapshot-key
               until ws-old-key = high-values
                 and ws-new-key = high-values

           close old-snap-file
           close new-snap-file
           exit paragraph.

       compare-one-snapshot-key.

           if ws-old-key < ws-new-key then
               perform read-old-snapshot
               exit paragraph
           end-if

           if ws-new-key < ws-old-key then
               perform read-new-snapshot
               exit paragraph
           end-if

           perform compare-employee-versions
           perform read-old-snapshot
           perform read-new-snapshot
           exit paragraph.

      *> One record per field that differs, dated by the version
      *> that brought the change in.
       compare-employee-versions.

           move nsnap-empno to ws-chg-key
           move nsnap-effdate to ws-chg-effective

           if nsnap-deptno not = osnap-deptno then
               move "EMP-DEPT" to ws-chg-type
               move "DEPTNO" to ws-chg-field
               move osnap-deptno to ws-chg-before
               move nsnap-deptno to ws-chg-after
               perform write-change-record
               add 1 to ws-employee-count
           end-if

           if nsnap-mgrid not = osnap-mgrid then
               move "EMP-MANAGER" to ws-chg-type
               move "MGRID" to ws-chg-field
               move osnap-mgrid to ws-chg-before
               move nsnap-mgrid to ws-chg-after
               perform write-change-record
               add 1 to ws-employee-count
           end-if

           if nsnap-status not = osnap-status then
               move "EMP-STATUS" to ws-chg-type
               move "STATUS" to ws-chg-field
               move osnap-status to ws-chg-before
               move nsnap-status to ws-chg-after
               perform write-change-record
               add 1 to ws-employee-count
           end-if
           exit paragraph.

       read-old-snapshot.

           read old-snap-file
               at end
                   move high-values to ws-old-key
               not at end
                   move osnap-empno to ws-old-key
           end-read
           exit paragraph.

       read-new-snapshot.

           read new-snap-file
               at end
                   move high-values to ws-new-key
               not at end
                   move nsnap-empno to ws-new-key
           end-read
           exit paragraph.

       write-change-record.

           move spaces to feed-work-record
           string
               "D,"              delimited by size
               ws-next-seq       delimited by size
               ","               delimited by size
               ws-chg-type       delimited by size
               ","               delimited by size
               ws-chg-key        delimited by size
               ","               delimited by size
               ws-chg-field      delimited by size
               ","               delimited by size
               ws-chg-before     delimited by size
               ","               delimited by size
               ws-chg-after      delimited by size
               ","               delimited by size
               ws-chg-effective  delimited by size
               into feed-work-record
           write feed-work-record
           add 1 to ws-next-seq
           add 1 to ws-record-count
           exit paragraph.

      *> Header (now that the count is known), the spooled details,
      *> trailer.
       write-feed-file.

           if ws-record-count = 0 then
               move ws-first-seq to ws-last-seq
               if ws-last-seq > 0 then
                   subtract 1 from ws-last-seq
               end-if
           else
               compute ws-last-seq = ws-next-seq - 1
           end-if

           display "CHGOUTDD" upon environment-name
           display ws-feed-filename upon environment-value
           open output feed-file

           move spaces to feed-record
           string
               "H,CHANGEFEED,"     delimited by size
               ws-generation       delimited by size
               ","                 delimited by size
               ws-run-date         delimited by size
               ","                 delimited by size
               ws-sql-window-from  delimited by size
               ","                 delimited by size
               ws-sql-window-to    delimited by size
               ","                 delimited by size
               ws-first-seq        delimited by size
               ","                 delimited by size
               ws-record-count     delimited by size
               into feed-record
           write feed-record

           display "CHGWRKDD" upon environment-name
           display ws-work-filename upon environment-value
           open input feed-work-file
           move 'N' to end-of-file
           perform copy-one-work-record until end-of-file = 'Y'
           close feed-work-file
           call "CBL_DELETE_FILE" using ws-work-filename

           move spaces to feed-record
           string
               "T,"                delimited by size
               ws-generation       delimited by size
               ","                 delimited by size
               ws-record-count     delimited by size
               ","                 delimited by size
               ws-account-count    delimited by size
               ","                 delimited by size
               ws-employee-count   delimited by size
               ","                 delimited by size
               ws-last-seq         delimited by size
               into feed-record
           write feed-record

           close feed-file
           exit paragraph.

       copy-one-work-record.

           read feed-work-file
               at end
                   move 'Y' to end-of-file
               not at end
                   move feed-work-record to feed-record
                   write feed-record
           end-read
           exit paragraph.

      *> The feed is out; only now do the snapshots roll and the
      *> control line go on, so a run that stops part way leaves
      *> the marks where they were and simply runs again.
       commit-generation.

           if not ws-baseline-run then
               call "CBL_DELETE_FILE" using ws-snap-prev-filename
               call "CBL_RENAME_FILE" using ws-snap-cur-filename
                                            ws-snap-prev-filename
           end-if
           call "CBL_RENAME_FILE" using ws-snap-new-filename
                                        ws-snap-cur-filename

           display "CHGCTLDD" upon environment-name
           display ws-control-filename upon environment-value
           open extend feed-control-file
           if ws-control-file-missing then
               open output feed-control-file
           end-if

           move all "," to feed-control-record
           move ws-generation to ctl-generation
           move ws-run-date to ctl-run-date
           move ws-sql-window-from to ctl-window-from
           move ws-sql-window-to to ctl-window-to
           move ws-first-seq to ctl-first-seq
           move ws-record-count to ctl-record-count
           move ws-account-count to ctl-account-count
           move ws-employee-count to ctl-employee-count
           write feed-control-record
           close feed-control-file
           exit paragraph.

      *> A resend should match what went out the first time; a
      *> difference means audit rows inside the window were removed
      *> or added since, and downstream needs telling.
       check-rerun-counts.

           if ws-record-count = ws-last-record-count
                   and ws-account-count = ws-last-account-count
                   and ws-employee-count = ws-last-employee-count then
               display "RERUN MATCHES GENERATION " ws-generation
                   " AS FIRST SENT."
               exit paragraph
           end-if

           display "WARNING: RERUN OF GENERATION " ws-generation
               " DIFFERS FROM THE FIRST RUN"
           display "  FIRST RUN: " ws-last-record-count " RECORD(S), "
               ws-last-account-count " ACCOUNT, "
               ws-last-employee-count " EMPLOYEE"
           move 4 to return-code
           exit paragraph.

      *> Checks SQLSTATE for any errors.  Nothing has been committed
      *> to the control file or the snapshots before the feed is
      *> written, so stopping here leaves the marks untouched for
      *> the next attempt.
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

       end program change-feed.
