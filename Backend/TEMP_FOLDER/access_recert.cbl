      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Quarterly access recertification.  sql-example,
      *>          DEPTMAINT, BUDGMAINT, GRADMAINT, BANKMAINT and
      *>          MASTFIX each load their own operator authorization
      *>          file, and nobody ever looked at who holds what.
      *>          This program merges every one of those files into a
      *>          single operator-by-function matrix (a grant that
      *>          appears in several files, or twice in one, is one
      *>          permission), and finds each permission's last actual
      *>          use from the trails the programs leave behind:
      *>            ACCOUNTS_AUDIT   CHANGED_BY by audited column -
      *>                             ADDED is ADD, IS_ENABLED Y/N is
      *>                             ENABLE/DISABLE, PURGED is PURGE,
      *>                             the name/phone/address columns
      *>                             are MAINT - and APPROVED_BY is
      *>                             APPROVE
      *>            ACCOUNTS_PENDING MAKER by ACTION (UPDATE is MAINT)
      *>                             and CHECKER as APPROVE
      *>            maint_activity.log        DEPTMAINT, BUDGMAINT and
      *>                                      GRADMAINT saves, MASTFIX
      *>                                      voids and corrections
      *>            bank_instruction_audit.log BANKMAINT changes (the
      *>                                      BANKPAY run's own lines
      *>                                      are not operator use)
      *>          An ALL grant is last used by the operator's latest
      *>          use of anything.
      *>
      *>          The report flags dormant permissions (no use within
      *>          RECERT_DORMANT_DAYS of the run, default 90, or never
      *>          used), grants of a function no program checks,
      *>          operators holding incompatible functions (ADD with
      *>          PURGE, and any maker function with APPROVE - an ALL
      *>          grant holds them all), and every violation-log hit
      *>          in the review quarter (RECERT_QUARTER as YYYYQn,
      *>          default the last completed quarter).
      *>
      *>          Sign-off.  A report run writes the sign-off file,
      *>          one "operid,function,decision,reviewer,date" line
      *>          per permission, carrying forward any decision the
      *>          reviewer has already entered for a permission still
      *>          held - but only one signed after the review quarter
      *>          ended.  An earlier quarter's decision is blanked, so
      *>          every permission is decided afresh each quarter.
      *>          The reviewer marks each line K (keep) or R
      *>          (revoke) with their own operator id and the date.
      *>          A run with RECERT_MODE=APPLY reads the sign-off back
      *>          and, only when every permission is decided by a
      *>          reviewer other than the operator concerned, removes
      *>          the revoked grants from each authorization file -
      *>          every other line is written back untouched - and
      *>          logs each removal to access_recert_revoked.log.  An
      *>          incomplete sign-off revokes nothing and ends with 8.
      *>          More grants than the permission table holds ends
      *>          either run with 8, and APPLY then revokes nothing.
      *>
      *>          A report run ends with 4 when anything is flagged or
      *>          the sign-off still has undecided lines.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompiler
      *>       to pick them up and process them.
      *>
      *> Prerequisites: Postgres SQL database with create_db script ran
      *>                on, plus the ACCOUNTS_AUDIT and ACCOUNTS_PENDING
      *>                tables sql-example writes.
      *>                esqlOC Precompiler
      *>                unixODBC odbc-postgresql driver installed
      *>
      *> Precomiler: esqlOC -static -o generated_recert.cbl access_recert.cbl
      *> Tectonics: cobc -x -static -locsql generated_recert.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. access-recert.

       environment division.
       input-output section.
       file-control.
      *> Each program's authorization file in turn, read with the
      *> same "operid,function" parse the programs themselves use.
           select auth-file assign to "ARCAUTDD"
              organization is line sequential
              file status is ws-auth-status.

           select violation-file assign to "ARCVIODD"
              organization is line sequential
              file status is ws-violation-status.

           select activity-file assign to "ARCACTDD"
              organization is line sequential
              file status is ws-activity-status.

           select bank-audit-file assign to "ARCBNKDD"
              organization is line sequential
              file status is ws-bank-audit-status.

           select signoff-file assign to "ARCSGNDD"
              organization is line sequential
              file status is ws-signoff-status.

      *> EXTEND - one line per grant removed, across every APPLY run.
           select revoked-file assign to "ARCREVDD"
              organization is line sequential
              file status is ws-revoked-status.

           select recert-report-file assign to "ARCRPTDD"
              organization is line sequential.

       data division.
       file section.

       FD  auth-file.
       01  auth-record              pic x(80).

       FD  violation-file.
       01  violation-record         pic x(80).

       FD  activity-file.
       01  activity-record          pic x(80).

       FD  bank-audit-file.
       01  bank-audit-record        pic x(132).

       FD  signoff-file.
       01  signoff-record           pic x(80).

       FD  revoked-file.
       01  revoked-record           pic x(80).

       FD  recert-report-file.
       01  recert-report-record     pic x(132).

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

       01  ws-f-dormant-days        pic 9(4).
       01  ws-sql-cutoff-date       pic x(8).

       01  ws-sql-use-operid        pic x(8).
       01  ws-sql-use-function      pic x(10).
       01  ws-sql-use-date          pic x(8).

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables only - not seen by the precompiler.
       01  ws-violation-filename    pic x(60) value
               '/app/data/auth_violations.log'.
       01  ws-activity-filename     pic x(60) value
               '/app/data/maint_activity.log'.
       01  ws-bank-audit-filename   pic x(60) value
               '/app/data/bank_instruction_audit.log'.
       01  ws-signoff-filename      pic x(60) value
               '/app/data/access_recert_signoff.dat'.
       01  ws-revoked-filename      pic x(60) value
               '/app/data/access_recert_revoked.log'.
       01  ws-report-filename       pic x(60) value
               '/app/data/access_recert.txt'.

       01  ws-auth-status           pic x(2).
           88  ws-auth-file-ok      value '00'.
       01  ws-rewrite-ok-sw         pic x.
       01  ws-violation-status      pic x(2).
       01  ws-activity-status       pic x(2).
       01  ws-bank-audit-status     pic x(2).
       01  ws-signoff-status        pic x(2).
           88  ws-signoff-file-ok   value '00'.
       01  ws-revoked-status        pic x(2).
           88  ws-revoked-file-missing value '35'.

       01  ws-is-connected-sw       pic a value 'N'.
           88  ws-is-connected      value 'Y'.
           88  ws-is-disconnected   value 'N'.

       01  ws-sql-error-sw          pic a value 'N'.
           88  sql-error-occurred   value 'Y'.
           88  sql-no-error         value 'N'.

       01  end-of-file              pic x value 'N'.
       01  ws-run-date              pic 9(8).
       01  ws-run-time              pic 9(8).

       01  ws-parm-mode             pic x(10).
       01  ws-apply-sw              pic x value 'N'.
           88  ws-apply-mode        value 'Y'.
       01  ws-parm-dormant-days     pic x(10).
       01  ws-parm-quarter          pic x(10).
       01  ws-parm-len              pic 99.
       01  ws-cutoff-date           pic 9(8).

      *> The review quarter and its first and last days.
       01  ws-quarter-year          pic 9(4).
       01  ws-quarter-no            pic 9.
       01  ws-quarter-month         pic 99.
       01  ws-quarter-label         pic x(6).
       01  ws-quarter-start         pic 9(8).
       01  ws-quarter-end           pic 9(8).
       01  ws-quarter-end-values.
           05  filler               pic x(4) value '0331'.
           05  filler               pic x(4) value '0630'.
           05  filler               pic x(4) value '0930'.
           05  filler               pic x(4) value '1231'.
       01  ws-quarter-end-table redefines ws-quarter-end-values.
           05  ws-quarter-end-mmdd  pic x(4) occurs 4 times.

      *> Every program that checks operator authority, its DD name
      *> and the file that DD resolves to.  Programs sharing a file
      *> (today they all share operator_auth.dat) read it once.
       01  ws-source-values.
           05  filler pic x(12) value 'SQL-EXAMPLE'.
           05  filler pic x(10) value 'SEXAUTHDD'.
           05  filler pic x(12) value 'DEPTMAINT'.
           05  filler pic x(10) value 'DMAUTHDD'.
           05  filler pic x(12) value 'BUDGMAINT'.
           05  filler pic x(10) value 'BMAUTHDD'.
           05  filler pic x(12) value 'GRADMAINT'.
           05  filler pic x(10) value 'GMAUTHDD'.
           05  filler pic x(12) value 'BANKMAINT'.
           05  filler pic x(10) value 'BKAUTHDD'.
           05  filler pic x(12) value 'MASTFIX'.
           05  filler pic x(10) value 'MFAUTHDD'.
       01  ws-source-table redefines ws-source-values.
           05  ws-source-entry      occurs 6 times.
               10  ws-source-program    pic x(12).
               10  ws-source-dd         pic x(10).
       01  ws-source-count          pic 9 value 6.
       01  ws-source-idx            pic 9.
       01  ws-source-info.
           05  ws-source-detail     occurs 6 times.
               10  ws-source-path       pic x(60).
               10  ws-source-file-no    pic 9.

      *> The distinct files behind the sources.
       01  ws-file-count            pic 9 value 0.
       01  ws-file-idx              pic 9.
       01  ws-file-table.
           05  ws-file-entry        occurs 6 times.
               10  ws-file-path         pic x(60).
               10  ws-file-present-sw   pic x.
               10  ws-file-lines        pic 9(5).
               10  ws-file-grants       pic 9(5).
               10  ws-file-revoked      pic 9(5).

      *> Every function some program checks, in matrix column order,
      *> with the program that checks it.
       01  ws-function-values.
           05  filler pic x(10) value 'ADD'.
           05  filler pic x(12) value 'SQL-EXAMPLE'.
           05  filler pic x(10) value 'ENABLE'.
           05  filler pic x(12) value 'SQL-EXAMPLE'.
           05  filler pic x(10) value 'DISABLE'.
           05  filler pic x(12) value 'SQL-EXAMPLE'.
           05  filler pic x(10) value 'MAINT'.
           05  filler pic x(12) value 'SQL-EXAMPLE'.
           05  filler pic x(10) value 'PURGE'.
           05  filler pic x(12) value 'SQL-EXAMPLE'.
           05  filler pic x(10) value 'APPROVE'.
           05  filler pic x(12) value 'SQL-EXAMPLE'.
           05  filler pic x(10) value 'DEPTMAINT'.
           05  filler pic x(12) value 'DEPTMAINT'.
           05  filler pic x(10) value 'BUDGMAINT'.
           05  filler pic x(12) value 'BUDGMAINT'.
           05  filler pic x(10) value 'GRADMAINT'.
           05  filler pic x(12) value 'GRADMAINT'.
           05  filler pic x(10) value 'BANKMAINT'.
           05  filler pic x(12) value 'BANKMAINT'.
           05  filler pic x(10) value 'MASTFIX'.
           05  filler pic x(12) value 'MASTFIX'.
       01  ws-function-table redefines ws-function-values.
           05  ws-function-entry    occurs 11 times.
               10  ws-function-name     pic x(10).
               10  ws-function-program  pic x(12).
       01  ws-function-count        pic 99 value 11.
       01  ws-function-idx          pic 99.

      *> Pairs no one operator should hold together: ADD with PURGE,
      *> and each maker function with the checker's APPROVE.
       01  ws-conflict-values.
           05  filler pic x(10) value 'ADD'.
           05  filler pic x(10) value 'PURGE'.
           05  filler pic x(10) value 'ADD'.
           05  filler pic x(10) value 'APPROVE'.
           05  filler pic x(10) value 'DISABLE'.
           05  filler pic x(10) value 'APPROVE'.
           05  filler pic x(10) value 'MAINT'.
           05  filler pic x(10) value 'APPROVE'.
           05  filler pic x(10) value 'PURGE'.
           05  filler pic x(10) value 'APPROVE'.
       01  ws-conflict-table redefines ws-conflict-values.
           05  ws-conflict-entry    occurs 5 times.
               10  ws-conflict-first    pic x(10).
               10  ws-conflict-second   pic x(10).
       01  ws-conflict-count        pic 9 value 5.
       01  ws-conflict-idx          pic 9.

      *> The merged permissions - one entry per operator and function
      *> however many files or lines grant it.
       01  ws-perm-count            pic 9(3) value 0.
       01  ws-perm-idx              pic 9(3).
       01  ws-perm-found-idx        pic 9(3).
       01  ws-perm-dropped          pic 9(5) value 0.
       01  ws-perm-table.
           05  ws-perm-entry        occurs 500 times.
               10  ws-perm-operid       pic x(8).
               10  ws-perm-function     pic x(10).
               10  ws-perm-files        pic x(6).
               10  ws-perm-last-used    pic 9(8).
               10  ws-perm-flag         pic x(16).
               10  ws-perm-decision     pic x.
               10  ws-perm-reviewer     pic x(8).
               10  ws-perm-signed       pic x(8).

      *> Latest use per operator and function, from every trail.
       01  ws-use-count             pic 9(4) value 0.
       01  ws-use-idx               pic 9(4).
       01  ws-use-dropped           pic 9(5) value 0.
       01  ws-use-table.
           05  ws-use-entry         occurs 1000 times.
               10  ws-use-operid        pic x(8).
               10  ws-use-function      pic x(10).
               10  ws-use-date          pic 9(8).
       01  ws-use-new-operid        pic x(8).
       01  ws-use-new-function      pic x(10).
       01  ws-use-new-date          pic 9(8).

      *> Violation-log hits in the review quarter.
       01  ws-vio-count             pic 9(3) value 0.
       01  ws-vio-idx               pic 9(3).
       01  ws-vio-hits              pic 9(5) value 0.
       01  ws-vio-table.
           05  ws-vio-entry         occurs 300 times.
               10  ws-vio-operid        pic x(8).
               10  ws-vio-function      pic x(10).
               10  ws-vio-program       pic x(12).
               10  ws-vio-times         pic 9(5).
               10  ws-vio-last-date     pic 9(8).

      *> The reviewer's sign-off lines as read back.
       01  ws-sign-count            pic 9(3) value 0.
       01  ws-sign-idx              pic 9(3).
       01  ws-sign-stale            pic 9(3) value 0.
       01  ws-sign-expired          pic 9(3) value 0.
       01  ws-sign-table.
           05  ws-sign-entry        occurs 500 times.
               10  ws-sign-operid       pic x(8).
               10  ws-sign-function     pic x(10).
               10  ws-sign-decision     pic x.
               10  ws-sign-reviewer     pic x(8).
               10  ws-sign-date         pic x(8).

      *> One authorization file held line for line while revoked
      *> grants are taken out of it.
       01  ws-line-count            pic 9(4) value 0.
       01  ws-line-idx              pic 9(4).
       01  ws-line-table.
           05  ws-line-entry        occurs 1000 times.
               10  ws-line-text         pic x(80).
               10  ws-line-keep-sw      pic x.

      *> Distinct operators, one matrix row each.
       01  ws-oper-count            pic 9(3) value 0.
       01  ws-oper-idx              pic 9(3).
       01  ws-oper-table.
           05  ws-oper-entry        occurs 200 times.
               10  ws-oper-id           pic x(8).
               10  ws-oper-all-sw       pic x.
               10  ws-oper-cells.
                   15  ws-oper-cell     pic x occurs 11 times.

      *> Line parsing.
       01  ws-parse-field-1         pic x(20).
       01  ws-parse-field-2         pic x(20).
       01  ws-parse-field-3         pic x(20).
       01  ws-parse-field-4         pic x(20).
       01  ws-parse-field-5         pic x(20).
       01  ws-parse-oper            pic x(8).
       01  ws-parse-func            pic x(10).
       01  ws-parse-date            pic x(8).

       01  ws-found-sw              pic x.
           88  ws-found             value 'Y'.
       01  ws-held-first-sw         pic x.
       01  ws-held-second-sw        pic x.
       01  ws-check-function        pic x(10).

      *> Totals.
       01  ws-dormant-count         pic 9(3) value 0.
       01  ws-never-count           pic 9(3) value 0.
       01  ws-unknown-count         pic 9(3) value 0.
       01  ws-conflict-found        pic 9(3) value 0.
       01  ws-undecided-count       pic 9(3) value 0.
       01  ws-keep-count            pic 9(3) value 0.
       01  ws-revoke-count          pic 9(3) value 0.
       01  ws-revoked-total         pic 9(3) value 0.

       01  ws-edit-count            pic zzzz9.

       procedure division.
       main-procedure.

           display space
           display "QUARTERLY ACCESS RECERTIFICATION"
           display "--------------------------------"
           display space

           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time

           perform read-recert-parameters
           perform load-auth-sources

           if ws-perm-count = 0 then
               display "NO PERMISSIONS HELD IN ANY AUTHORIZATION "
                   "FILE - NOTHING TO CERTIFY."
               move 4 to return-code
               stop run
           end-if

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC
           perform check-sql-state
           set ws-is-connected to true

           perform find-dormant-cutoff
           perform load-accounts-usage

           EXEC SQL
               CONNECT RESET
           END-EXEC
           set ws-is-disconnected to true

           perform load-activity-usage
           perform load-bank-usage
           perform load-violations
           perform load-signoff
           perform rate-permissions
           perform build-operator-rows

           display "ARCRPTDD" upon environment-name
           display ws-report-filename upon environment-value
           open output recert-report-file

           perform write-report-header
           perform write-source-section
           perform write-matrix-section
           perform write-permission-section
           perform write-conflict-section
           perform write-violation-section
           perform write-signoff-section

           if ws-apply-mode then
               perform apply-revocations
           else
               perform write-signoff-file
           end-if

           perform write-report-summary
           close recert-report-file

           display space
           display "PERMISSIONS      : " ws-perm-count
               " FOR " ws-oper-count " OPERATOR(S)"
           display "DORMANT          : " ws-dormant-count
           display "NEVER USED       : " ws-never-count
           display "NO SUCH FUNCTION : " ws-unknown-count
           display "INCOMPATIBLE     : " ws-conflict-found
           display "VIOLATION HITS   : " ws-vio-hits
           display "UNDECIDED        : " ws-undecided-count
           if ws-apply-mode then
               display "GRANTS REVOKED   : " ws-revoked-total
           else
               display "SIGN-OFF FILE: " ws-signoff-filename
           end-if
           display "REPORT: " ws-report-filename

           if ws-perm-dropped > 0 then
               display "*** " ws-perm-dropped " GRANT(S) PAST THE "
                   "PERMISSION TABLE WERE NOT CERTIFIED ***"
               move 8 to return-code
               stop run
           end-if

           if ws-apply-mode then
               if ws-undecided-count > 0 then
                   move 8 to return-code
               end-if
           else
               if ws-dormant-count > 0 or ws-never-count > 0
                       or ws-unknown-count > 0
                       or ws-conflict-found > 0 or ws-vio-hits > 0
                       or ws-undecided-count > 0
                   move 4 to return-code
               end-if
           end-if

           stop run.

      *> RECERT_MODE (REPORT or APPLY), RECERT_DORMANT_DAYS and
      *> RECERT_QUARTER, each falling back to its default.
       read-recert-parameters.

           accept ws-parm-mode from environment "RECERT_MODE"
           inspect ws-parm-mode converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if ws-parm-mode = "APPLY" then
               set ws-apply-mode to true
               display "MODE: APPLY SIGN-OFF"
           else
               display "MODE: REPORT"
           end-if

           accept ws-parm-dormant-days from environment
               "RECERT_DORMANT_DAYS"
           move 90 to ws-f-dormant-days
           move 0 to ws-parm-len
           inspect ws-parm-dormant-days
               tallying ws-parm-len
               for characters before initial space
           if ws-parm-len > 0 and ws-parm-len <= 4
                   and ws-parm-dormant-days(1:ws-parm-len) is numeric
               move ws-parm-dormant-days(1:ws-parm-len)
                   to ws-f-dormant-days
           end-if
           display "DORMANT AFTER: " ws-f-dormant-days " DAY(S)"

           move ws-run-date(1:4) to ws-quarter-year
           move ws-run-date(5:2) to ws-quarter-month
           subtract 1 from ws-quarter-month
           divide 3 into ws-quarter-month giving ws-quarter-no
           if ws-quarter-no = 0 then
               subtract 1 from ws-quarter-year
               move 4 to ws-quarter-no
           end-if

           accept ws-parm-quarter from environment "RECERT_QUARTER"
           inspect ws-parm-quarter converting "q" to "Q"
           if ws-parm-quarter(1:4) is numeric
                   and ws-parm-quarter(5:1) = "Q"
                   and ws-parm-quarter(6:1) >= "1"
                   and ws-parm-quarter(6:1) <= "4"
                   and ws-parm-quarter(7:) = spaces
               move ws-parm-quarter(1:4) to ws-quarter-year
               move ws-parm-quarter(6:1) to ws-quarter-no
           end-if

           compute ws-quarter-start = ws-quarter-year * 10000
               + (ws-quarter-no * 3 - 2) * 100 + 1
           move ws-quarter-year to ws-quarter-end(1:4)
           move ws-quarter-end-mmdd(ws-quarter-no)
               to ws-quarter-end(5:4)
           move spaces to ws-quarter-label
           string ws-quarter-year delimited by size
                  "Q"             delimited by size
                  ws-quarter-no   delimited by size
               into ws-quarter-label
           display "REVIEW QUARTER: " ws-quarter-label " ("
               ws-quarter-start " TO " ws-quarter-end ")"
           exit paragraph.

      *> Every program's authorization file, each distinct file read
      *> once.  A missing file is a program running with access
      *> control off - reported, nothing to merge.
       load-auth-sources.

           perform varying ws-source-idx from 1 by 1
                   until ws-source-idx > ws-source-count
               move '/app/data/operator_auth.dat'
                   to ws-source-path(ws-source-idx)
               move 0 to ws-source-file-no(ws-source-idx)
               perform varying ws-file-idx from 1 by 1
                       until ws-file-idx > ws-file-count
                   if ws-file-path(ws-file-idx)
                           = ws-source-path(ws-source-idx)
                       move ws-file-idx
                           to ws-source-file-no(ws-source-idx)
                   end-if
               end-perform
               if ws-source-file-no(ws-source-idx) = 0 then
                   add 1 to ws-file-count
                   move ws-file-count
                       to ws-source-file-no(ws-source-idx)
                   move ws-source-path(ws-source-idx)
                       to ws-file-path(ws-file-count)
                   move 'N' to ws-file-present-sw(ws-file-count)
                   move 0 to ws-file-lines(ws-file-count)
                   move 0 to ws-file-grants(ws-file-count)
                   move 0 to ws-file-revoked(ws-file-count)
                   move ws-file-count to ws-file-idx
                   perform load-one-auth-file
               end-if
           end-perform

           display ws-perm-count " PERMISSION(S) FROM "
               ws-file-count " AUTHORIZATION FILE(S)."
           exit paragraph.

       load-one-auth-file.

           display "ARCAUTDD" upon environment-name
           display ws-file-path(ws-file-idx) upon environment-value
           open input auth-file
           if not ws-auth-file-ok then
               display "NO AUTHORIZATION FILE AT "
                   ws-file-path(ws-file-idx)
               exit paragraph
           end-if
           move 'Y' to ws-file-present-sw(ws-file-idx)

           move 'N' to end-of-file
           perform read-one-auth-line until end-of-file = 'Y'
           close auth-file
           exit paragraph.

       read-one-auth-line.

           read auth-file
               at end
                   move 'Y' to end-of-file
               not at end
                   add 1 to ws-file-lines(ws-file-idx)
                   perform parse-auth-line
                   if ws-parse-oper not = spaces
                           and ws-parse-func not = spaces
                       add 1 to ws-file-grants(ws-file-idx)
                       perform merge-permission
                   end-if
           end-read
           exit paragraph.

      *> The programs' own parse: operid, then the function folded
      *> to upper case.
       parse-auth-line.

           move spaces to ws-parse-oper
           move spaces to ws-parse-func
           unstring auth-record delimited by ","
               into ws-parse-oper, ws-parse-func
           inspect ws-parse-func converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           exit paragraph.

       merge-permission.

           perform find-permission
           if ws-perm-found-idx = 0 then
               if ws-perm-count >= 500 then
                   display "PERMISSION TABLE FULL - " ws-parse-oper
                       " " ws-parse-func " NOT CERTIFIED."
                   add 1 to ws-perm-dropped
                   exit paragraph
               end-if
               add 1 to ws-perm-count
               move ws-perm-count to ws-perm-found-idx
               move ws-parse-oper to ws-perm-operid(ws-perm-count)
               move ws-parse-func to ws-perm-function(ws-perm-count)
               move all 'N' to ws-perm-files(ws-perm-count)
               move 0 to ws-perm-last-used(ws-perm-count)
               move spaces to ws-perm-flag(ws-perm-count)
               move space to ws-perm-decision(ws-perm-count)
               move spaces to ws-perm-reviewer(ws-perm-count)
               move spaces to ws-perm-signed(ws-perm-count)
           end-if
           move 'Y' to ws-perm-files(ws-perm-found-idx)
               (ws-file-idx:1)
           exit paragraph.

       find-permission.

           move 0 to ws-perm-found-idx
           perform varying ws-perm-idx from 1 by 1
                   until ws-perm-idx > ws-perm-count
                       or ws-perm-found-idx > 0
               if ws-perm-operid(ws-perm-idx) = ws-parse-oper
                       and ws-perm-function(ws-perm-idx)
                           = ws-parse-func
                   move ws-perm-idx to ws-perm-found-idx
               end-if
           end-perform
           exit paragraph.

      *> The dormancy cutoff, counted back from today by the
      *> database's own calendar.
       find-dormant-cutoff.

           EXEC SQL
               SELECT TO_CHAR(CURRENT_DATE
                          - CAST(:ws-f-dormant-days AS INTEGER),
                          'YYYYMMDD')
               INTO :ws-sql-cutoff-date
           END-EXEC
           perform check-sql-state

           move 0 to ws-cutoff-date
           if ws-sql-cutoff-date is numeric then
               move ws-sql-cutoff-date to ws-cutoff-date
           end-if
           display "UNUSED SINCE BEFORE " ws-cutoff-date
               " COUNTS AS DORMANT."
           exit paragraph.

      *> Latest use of each sql-example function per operator, from
      *> the audit trail and the maker-checker queue together.
       load-accounts-usage.

           EXEC SQL
               DECLARE RECERT-USE-CUR CURSOR FOR
               SELECT OPERID, FUNC, TO_CHAR(MAX(USED_AT), 'YYYYMMDD')
               FROM (SELECT CHANGED_BY AS OPERID,
                            CASE WHEN COLUMN_NAME = 'ADDED'
                                     THEN 'ADD'
                                 WHEN COLUMN_NAME = 'PURGED'
                                     THEN 'PURGE'
                                 WHEN COLUMN_NAME = 'IS_ENABLED'
                                      AND NEW_VALUE = 'Y'
                                     THEN 'ENABLE'
                                 WHEN COLUMN_NAME = 'IS_ENABLED'
                                     THEN 'DISABLE'
                                 ELSE 'MAINT' END AS FUNC,
                            CHANGED_AT AS USED_AT
                     FROM ACCOUNTS_AUDIT
                     WHERE CHANGED_BY IS NOT NULL
                     UNION ALL
                     SELECT APPROVED_BY, 'APPROVE', CHANGED_AT
                     FROM ACCOUNTS_AUDIT
                     WHERE APPROVED_BY IS NOT NULL
                       AND APPROVED_BY <> ' '
                     UNION ALL
                     SELECT MAKER,
                            CASE WHEN ACTION = 'UPDATE'
                                     THEN 'MAINT'
                                 ELSE ACTION END,
                            MADE_AT
                     FROM ACCOUNTS_PENDING
                     WHERE MAKER IS NOT NULL
                     UNION ALL
                     SELECT CHECKER, 'APPROVE', CHECKED_AT
                     FROM ACCOUNTS_PENDING
                     WHERE CHECKER IS NOT NULL
                       AND CHECKED_AT IS NOT NULL) AS USES
               GROUP BY OPERID, FUNC
               ORDER BY OPERID, FUNC
           END-EXEC

           EXEC SQL
               OPEN RECERT-USE-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100
               EXEC SQL
                   FETCH RECERT-USE-CUR
                   INTO :ws-sql-use-operid, :ws-sql-use-function,
                        :ws-sql-use-date
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA
                       and ws-sql-use-date is numeric then
                   move ws-sql-use-operid to ws-use-new-operid
                   move ws-sql-use-function to ws-use-new-function
                   move ws-sql-use-date to ws-use-new-date
                   perform record-usage
               end-if
           end-perform

           EXEC SQL
               CLOSE RECERT-USE-CUR
           END-EXEC
           perform check-sql-state
           exit paragraph.

      *> Keeps the later of the known and the new date for one
      *> operator and function.
       record-usage.

           move 'N' to ws-found-sw
           perform varying ws-use-idx from 1 by 1
                   until ws-use-idx > ws-use-count or ws-found
               if ws-use-operid(ws-use-idx) = ws-use-new-operid
                       and ws-use-function(ws-use-idx)
                           = ws-use-new-function
                   set ws-found to true
                   if ws-use-new-date > ws-use-date(ws-use-idx)
                       move ws-use-new-date to ws-use-date(ws-use-idx)
                   end-if
               end-if
           end-perform
           if ws-found then
               exit paragraph
           end-if

           if ws-use-count >= 1000 then
               add 1 to ws-use-dropped
               exit paragraph
           end-if
           add 1 to ws-use-count
           move ws-use-new-operid to ws-use-operid(ws-use-count)
           move ws-use-new-function to ws-use-function(ws-use-count)
           move ws-use-new-date to ws-use-date(ws-use-count)
           exit paragraph.

      *> "date,time,operid,function,action" - one line per save by
      *> DEPTMAINT, BUDGMAINT or GRADMAINT, and per MASTFIX void or
      *> correction.
       load-activity-usage.

           display "ARCACTDD" upon environment-name
           display ws-activity-filename upon environment-value
           open input activity-file
           if ws-activity-status not = '00' then
               display "NO MAINTENANCE ACTIVITY TRAIL AT "
                   ws-activity-filename
               exit paragraph
           end-if

           move 'N' to end-of-file
           perform read-one-activity until end-of-file = 'Y'
           close activity-file
           exit paragraph.

       read-one-activity.

           read activity-file
               at end
                   move 'Y' to end-of-file
               not at end
                   move spaces to ws-parse-field-1 ws-parse-field-2
                       ws-parse-field-3 ws-parse-field-4
                   unstring activity-record delimited by ","
                       into ws-parse-field-1, ws-parse-field-2,
                            ws-parse-field-3, ws-parse-field-4
                   if ws-parse-field-1(1:8) is numeric
                           and ws-parse-field-3 not = spaces
                       move ws-parse-field-1(1:8) to ws-use-new-date
                       move ws-parse-field-3 to ws-use-new-operid
                       move ws-parse-field-4 to ws-use-new-function
                       perform record-usage
                   end-if
           end-read
           exit paragraph.

      *> "date,time,operator,action,empno,before,after" - every
      *> line but the BANKPAY run's own is a BANKMAINT change.
       load-bank-usage.

           display "ARCBNKDD" upon environment-name
           display ws-bank-audit-filename upon environment-value
           open input bank-audit-file
           if ws-bank-audit-status not = '00' then
               display "NO BANK INSTRUCTION AUDIT TRAIL AT "
                   ws-bank-audit-filename
               exit paragraph
           end-if

           move 'N' to end-of-file
           perform read-one-bank-audit until end-of-file = 'Y'
           close bank-audit-file
           exit paragraph.

       read-one-bank-audit.

           read bank-audit-file
               at end
                   move 'Y' to end-of-file
               not at end
                   move spaces to ws-parse-field-1 ws-parse-field-2
                       ws-parse-field-3
                   unstring bank-audit-record delimited by ","
                       into ws-parse-field-1, ws-parse-field-2,
                            ws-parse-field-3
                   if ws-parse-field-1(1:8) is numeric
                           and ws-parse-field-3 not = spaces
                           and ws-parse-field-3 not = "BANKPAY"
                       move ws-parse-field-1(1:8) to ws-use-new-date
                       move ws-parse-field-3 to ws-use-new-operid
                       move "BANKMAINT" to ws-use-new-function
                       perform record-usage
                   end-if
           end-read
           exit paragraph.

      *> "date,time,operid,function,program" - the hits dated in
      *> the review quarter, counted per operator, function and
      *> program.
       load-violations.

           display "ARCVIODD" upon environment-name
           display ws-violation-filename upon environment-value
           open input violation-file
           if ws-violation-status not = '00' then
               display "NO VIOLATION LOG AT " ws-violation-filename
               exit paragraph
           end-if

           move 'N' to end-of-file
           perform read-one-violation until end-of-file = 'Y'
           close violation-file
           exit paragraph.

       read-one-violation.

           read violation-file
               at end
                   move 'Y' to end-of-file
               not at end
                   move spaces to ws-parse-field-1 ws-parse-field-2
                       ws-parse-field-3 ws-parse-field-4
                       ws-parse-field-5
                   unstring violation-record delimited by ","
                       into ws-parse-field-1, ws-parse-field-2,
                            ws-parse-field-3, ws-parse-field-4,
                            ws-parse-field-5
                   if ws-parse-field-1(1:8) is numeric
                       move ws-parse-field-1(1:8) to ws-use-new-date
                       if ws-use-new-date >= ws-quarter-start
                               and ws-use-new-date <= ws-quarter-end
                           perform count-violation
                       end-if
                   end-if
           end-read
           exit paragraph.

       count-violation.

           add 1 to ws-vio-hits
           move 'N' to ws-found-sw
           perform varying ws-vio-idx from 1 by 1
                   until ws-vio-idx > ws-vio-count or ws-found
               if ws-vio-operid(ws-vio-idx) = ws-parse-field-3
                       and ws-vio-function(ws-vio-idx)
                           = ws-parse-field-4
                       and ws-vio-program(ws-vio-idx)
                           = ws-parse-field-5
                   set ws-found to true
                   add 1 to ws-vio-times(ws-vio-idx)
                   if ws-use-new-date > ws-vio-last-date(ws-vio-idx)
                       move ws-use-new-date
                           to ws-vio-last-date(ws-vio-idx)
                   end-if
               end-if
           end-perform
           if ws-found or ws-vio-count >= 300 then
               exit paragraph
           end-if

           add 1 to ws-vio-count
           move ws-parse-field-3 to ws-vio-operid(ws-vio-count)
           move ws-parse-field-4 to ws-vio-function(ws-vio-count)
           move ws-parse-field-5 to ws-vio-program(ws-vio-count)
           move 1 to ws-vio-times(ws-vio-count)
           move ws-use-new-date to ws-vio-last-date(ws-vio-count)
           exit paragraph.

      *> "operid,function,decision,reviewer,date".  Decisions are
      *> matched to the permissions still held; a line for a grant
      *> no longer in any file is stale and ignored.  A decision
      *> counts only when it is dated after the review quarter
      *> ended and not after today - anything older is last
      *> quarter's, and leaves the permission undecided.
       load-signoff.

           display "ARCSGNDD" upon environment-name
           display ws-signoff-filename upon environment-value
           open input signoff-file
           if not ws-signoff-file-ok then
               display "NO SIGN-OFF FILE YET AT " ws-signoff-filename
               exit paragraph
           end-if

           move 'N' to end-of-file
           perform read-one-signoff until end-of-file = 'Y'
           close signoff-file
           display ws-sign-count " SIGN-OFF LINE(S) READ, "
               ws-sign-stale " STALE, " ws-sign-expired
               " SIGNED BEFORE THE QUARTER ENDED."
           exit paragraph.

       read-one-signoff.

           read signoff-file
               at end
                   move 'Y' to end-of-file
               not at end
                   move spaces to ws-parse-field-1 ws-parse-field-2
                       ws-parse-field-3 ws-parse-field-4
                       ws-parse-field-5
                   unstring signoff-record delimited by ","
                       into ws-parse-field-1, ws-parse-field-2,
                            ws-parse-field-3, ws-parse-field-4,
                            ws-parse-field-5
                   if ws-parse-field-1 not = spaces
                           and ws-parse-field-2 not = spaces
                       perform apply-signoff-line
                   end-if
           end-read
           exit paragraph.

       apply-signoff-line.

           add 1 to ws-sign-count
           move ws-parse-field-1 to ws-parse-oper
           move ws-parse-field-2 to ws-parse-func
           inspect ws-parse-func converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           inspect ws-parse-field-3 converting "kr" to "KR"
           perform find-permission
           if ws-perm-found-idx = 0 then
               add 1 to ws-sign-stale
               exit paragraph
           end-if

           if ws-parse-field-5(1:8) is not numeric
                   or ws-parse-field-5(9:) not = spaces
                   or ws-parse-field-5(5:2) < "01"
                   or ws-parse-field-5(5:2) > "12"
                   or ws-parse-field-5(7:2) < "01"
                   or ws-parse-field-5(7:2) > "31"
                   or ws-parse-field-5(1:8) <= ws-quarter-end
                   or ws-parse-field-5(1:8) > ws-run-date
               if ws-parse-field-3(1:1) = "K" or "R" then
                   add 1 to ws-sign-expired
               end-if
               exit paragraph
           end-if

           if ws-parse-field-3(1:1) = "K" or "R" then
               move ws-parse-field-3(1:1)
                   to ws-perm-decision(ws-perm-found-idx)
           end-if
           move ws-parse-field-4 to ws-perm-reviewer(ws-perm-found-idx)
           move ws-parse-field-5 to ws-perm-signed(ws-perm-found-idx)
           exit paragraph.

      *> Last use, dormancy and the sign-off state of every
      *> permission.
       rate-permissions.

           perform varying ws-perm-idx from 1 by 1
                   until ws-perm-idx > ws-perm-count
               perform rate-one-permission
           end-perform
           exit paragraph.

       rate-one-permission.

           move 0 to ws-perm-last-used(ws-perm-idx)
           perform varying ws-use-idx from 1 by 1
                   until ws-use-idx > ws-use-count
               if ws-use-operid(ws-use-idx)
                       = ws-perm-operid(ws-perm-idx)
                   and (ws-use-function(ws-use-idx)
                           = ws-perm-function(ws-perm-idx)
                       or ws-perm-function(ws-perm-idx) = "ALL")
                   and ws-use-date(ws-use-idx)
                       > ws-perm-last-used(ws-perm-idx)
                   move ws-use-date(ws-use-idx)
                       to ws-perm-last-used(ws-perm-idx)
               end-if
           end-perform

           move 'N' to ws-found-sw
           if ws-perm-function(ws-perm-idx) = "ALL" then
               set ws-found to true
           end-if
           perform varying ws-function-idx from 1 by 1
                   until ws-function-idx > ws-function-count
               if ws-function-name(ws-function-idx)
                       = ws-perm-function(ws-perm-idx)
                   set ws-found to true
               end-if
           end-perform

           move spaces to ws-perm-flag(ws-perm-idx)
           evaluate true
               when not ws-found
                   move "NO SUCH FUNCTION" to ws-perm-flag(ws-perm-idx)
                   add 1 to ws-unknown-count
               when ws-perm-last-used(ws-perm-idx) = 0
                   move "NEVER USED" to ws-perm-flag(ws-perm-idx)
                   add 1 to ws-never-count
               when ws-perm-last-used(ws-perm-idx) < ws-cutoff-date
                   move "DORMANT" to ws-perm-flag(ws-perm-idx)
                   add 1 to ws-dormant-count
           end-evaluate

           evaluate true
               when ws-perm-decision(ws-perm-idx) = space
                   add 1 to ws-undecided-count
               when ws-perm-reviewer(ws-perm-idx) = spaces
                   add 1 to ws-undecided-count
               when ws-perm-reviewer(ws-perm-idx)
                       = ws-perm-operid(ws-perm-idx)
                   add 1 to ws-undecided-count
               when ws-perm-decision(ws-perm-idx) = "R"
                   add 1 to ws-revoke-count
               when other
                   add 1 to ws-keep-count
           end-evaluate
           exit paragraph.

      *> One matrix row per operator: U used within the dormancy
      *> window, D dormant, N never used, A held only through ALL.
       build-operator-rows.

           perform varying ws-perm-idx from 1 by 1
                   until ws-perm-idx > ws-perm-count
               move 'N' to ws-found-sw
               perform varying ws-oper-idx from 1 by 1
                       until ws-oper-idx > ws-oper-count or ws-found
                   if ws-oper-id(ws-oper-idx)
                           = ws-perm-operid(ws-perm-idx)
                       set ws-found to true
                   end-if
               end-perform
               if not ws-found and ws-oper-count < 200 then
                   add 1 to ws-oper-count
                   move ws-perm-operid(ws-perm-idx)
                       to ws-oper-id(ws-oper-count)
                   move 'N' to ws-oper-all-sw(ws-oper-count)
                   move spaces to ws-oper-cells(ws-oper-count)
               end-if
           end-perform

           perform varying ws-perm-idx from 1 by 1
                   until ws-perm-idx > ws-perm-count
               perform place-one-permission
           end-perform

           perform varying ws-oper-idx from 1 by 1
                   until ws-oper-idx > ws-oper-count
               if ws-oper-all-sw(ws-oper-idx) = 'Y' then
                   perform varying ws-function-idx from 1 by 1
                           until ws-function-idx > ws-function-count
                       if ws-oper-cell(ws-oper-idx, ws-function-idx)
                               = space
                           move 'A' to
                               ws-oper-cell(ws-oper-idx,
                                   ws-function-idx)
                       end-if
                   end-perform
               end-if
           end-perform
           exit paragraph.

       place-one-permission.

           perform varying ws-oper-idx from 1 by 1
                   until ws-oper-idx > ws-oper-count
                   or ws-oper-id(ws-oper-idx)
                       = ws-perm-operid(ws-perm-idx)
               continue
           end-perform
           if ws-oper-idx > ws-oper-count then
               exit paragraph
           end-if

           if ws-perm-function(ws-perm-idx) = "ALL" then
               move 'Y' to ws-oper-all-sw(ws-oper-idx)
               exit paragraph
           end-if

           perform varying ws-function-idx from 1 by 1
                   until ws-function-idx > ws-function-count
               if ws-function-name(ws-function-idx)
                       = ws-perm-function(ws-perm-idx)
                   evaluate ws-perm-flag(ws-perm-idx)
                       when "NEVER USED"
                           move 'N' to ws-oper-cell(ws-oper-idx,
                               ws-function-idx)
                       when "DORMANT"
                           move 'D' to ws-oper-cell(ws-oper-idx,
                               ws-function-idx)
                       when other
                           move 'U' to ws-oper-cell(ws-oper-idx,
                               ws-function-idx)
                   end-evaluate
               end-if
           end-perform
           exit paragraph.

       write-report-header.

           move spaces to recert-report-record
           string "QUARTERLY ACCESS RECERTIFICATION - "
                      delimited by size
                  ws-quarter-label        delimited by size
                  " ("                    delimited by size
                  ws-quarter-start        delimited by size
                  " TO "                  delimited by size
                  ws-quarter-end          delimited by size
                  ")   RUN "              delimited by size
                  ws-run-date             delimited by size
               into recert-report-record
           write recert-report-record

           move spaces to recert-report-record
           string "DORMANT = NO USE SINCE BEFORE " delimited by size
                  ws-cutoff-date          delimited by size
                  " (" delimited by size
                  ws-f-dormant-days       delimited by size
                  " DAYS)" delimited by size
               into recert-report-record
           write recert-report-record
           exit paragraph.

       write-source-section.

           move spaces to recert-report-record
           write recert-report-record
           move "AUTHORIZATION SOURCES" to recert-report-record
           write recert-report-record
           move "PROGRAM      DD NAME    FILE" to recert-report-record
           write recert-report-record

           perform varying ws-source-idx from 1 by 1
                   until ws-source-idx > ws-source-count
               move ws-source-file-no(ws-source-idx) to ws-file-idx
               move spaces to recert-report-record
               move ws-source-program(ws-source-idx)
                   to recert-report-record(1:12)
               move ws-source-dd(ws-source-idx)
                   to recert-report-record(14:10)
               move ws-file-idx to recert-report-record(25:1)
               move ws-source-path(ws-source-idx)
                   to recert-report-record(27:60)
               write recert-report-record
           end-perform

           perform varying ws-file-idx from 1 by 1
                   until ws-file-idx > ws-file-count
               move spaces to recert-report-record
               if ws-file-present-sw(ws-file-idx) = 'Y' then
                   string "  FILE " delimited by size
                          ws-file-idx delimited by size
                          ": " delimited by size
                          ws-file-lines(ws-file-idx)
                              delimited by size
                          " LINE(S), " delimited by size
                          ws-file-grants(ws-file-idx)
                              delimited by size
                          " GRANT(S)" delimited by size
                       into recert-report-record
               else
                   string "  FILE " delimited by size
                          ws-file-idx delimited by size
                          ": NOT FOUND - ACCESS CONTROL OFF FOR "
                              delimited by size
                          "THE PROGRAMS USING IT" delimited by size
                       into recert-report-record
               end-if
               write recert-report-record
           end-perform
           exit paragraph.

       write-matrix-section.

           move spaces to recert-report-record
           write recert-report-record
           move spaces to recert-report-record
           string "OPERATOR-BY-FUNCTION MATRIX  (U USED, "
                      delimited by size
                  "D DORMANT, N NEVER USED, A THROUGH ALL)"
                      delimited by size
               into recert-report-record
           write recert-report-record

           move spaces to recert-report-record
           move "OPERATOR" to recert-report-record(1:8)
           perform varying ws-function-idx from 1 by 1
                   until ws-function-idx > ws-function-count
               move ws-function-name(ws-function-idx)
                   to recert-report-record
                       (ws-function-idx * 10 + 1:10)
           end-perform
           move "ALL" to recert-report-record
               (ws-function-count * 10 + 11:3)
           write recert-report-record

           perform varying ws-oper-idx from 1 by 1
                   until ws-oper-idx > ws-oper-count
               move spaces to recert-report-record
               move ws-oper-id(ws-oper-idx)
                   to recert-report-record(1:8)
               perform varying ws-function-idx from 1 by 1
                       until ws-function-idx > ws-function-count
                   move ws-oper-cell(ws-oper-idx, ws-function-idx)
                       to recert-report-record
                           (ws-function-idx * 10 + 1:1)
               end-perform
               if ws-oper-all-sw(ws-oper-idx) = 'Y' then
                   move 'Y' to recert-report-record
                       (ws-function-count * 10 + 11:1)
               end-if
               write recert-report-record
           end-perform
           exit paragraph.

       write-permission-section.

           move spaces to recert-report-record
           write recert-report-record
           move "PERMISSIONS" to recert-report-record
           write recert-report-record
           move spaces to recert-report-record
           string "OPERATOR FUNCTION   FILES LAST USED  FLAG"
                      delimited by size
                  "             DECISION REVIEWER SIGNED"
                      delimited by size
               into recert-report-record
           write recert-report-record

           perform varying ws-perm-idx from 1 by 1
                   until ws-perm-idx > ws-perm-count
               move spaces to recert-report-record
               move ws-perm-operid(ws-perm-idx)
                   to recert-report-record(1:8)
               move ws-perm-function(ws-perm-idx)
                   to recert-report-record(10:10)
               move ws-perm-files(ws-perm-idx)(1:ws-file-count)
                   to recert-report-record(21:5)
               if ws-perm-last-used(ws-perm-idx) > 0 then
                   move ws-perm-last-used(ws-perm-idx)
                       to recert-report-record(27:8)
               else
                   move "--------" to recert-report-record(27:8)
               end-if
               move ws-perm-flag(ws-perm-idx)
                   to recert-report-record(38:16)
               evaluate true
                   when ws-perm-decision(ws-perm-idx) = space
                           or ws-perm-reviewer(ws-perm-idx) = spaces
                       move "PENDING" to recert-report-record(55:8)
                   when ws-perm-reviewer(ws-perm-idx)
                           = ws-perm-operid(ws-perm-idx)
                       move "SELF" to recert-report-record(55:8)
                   when ws-perm-decision(ws-perm-idx) = "R"
                       move "REVOKE" to recert-report-record(55:8)
                   when other
                       move "KEEP" to recert-report-record(55:8)
               end-evaluate
               move ws-perm-reviewer(ws-perm-idx)
                   to recert-report-record(64:8)
               move ws-perm-signed(ws-perm-idx)
                   to recert-report-record(73:8)
               write recert-report-record
           end-perform
           exit paragraph.

      *> Each operator once per incompatible pair held; an ALL grant
      *> is reported once on its own, since it holds every pair.
       write-conflict-section.

           move spaces to recert-report-record
           write recert-report-record
           move "INCOMPATIBLE FUNCTIONS HELD" to recert-report-record
           write recert-report-record

           perform varying ws-oper-idx from 1 by 1
                   until ws-oper-idx > ws-oper-count
               if ws-oper-all-sw(ws-oper-idx) = 'Y' then
                   add 1 to ws-conflict-found
                   move spaces to recert-report-record
                   move ws-oper-id(ws-oper-idx)
                       to recert-report-record(1:8)
                   move "ALL - HOLDS EVERY MAKER FUNCTION AND APPROVE"
                       to recert-report-record(10:60)
                   write recert-report-record
               else
                   perform varying ws-conflict-idx from 1 by 1
                           until ws-conflict-idx > ws-conflict-count
                       perform check-one-conflict
                   end-perform
               end-if
           end-perform

           if ws-conflict-found = 0 then
               move "  NONE" to recert-report-record
               write recert-report-record
           end-if
           exit paragraph.

       check-one-conflict.

           move ws-conflict-first(ws-conflict-idx)
               to ws-check-function
           perform operator-holds-function
           move ws-found-sw to ws-held-first-sw
           move ws-conflict-second(ws-conflict-idx)
               to ws-check-function
           perform operator-holds-function
           move ws-found-sw to ws-held-second-sw

           if ws-held-first-sw = 'Y' and ws-held-second-sw = 'Y' then
               add 1 to ws-conflict-found
               move spaces to recert-report-record
               string ws-oper-id(ws-oper-idx) delimited by size
                      " "                     delimited by size
                      ws-conflict-first(ws-conflict-idx)
                          delimited by space
                      " WITH "                delimited by size
                      ws-conflict-second(ws-conflict-idx)
                          delimited by space
                   into recert-report-record
               write recert-report-record
           end-if
           exit paragraph.

       operator-holds-function.

           move 'N' to ws-found-sw
           perform varying ws-perm-idx from 1 by 1
                   until ws-perm-idx > ws-perm-count or ws-found
               if ws-perm-operid(ws-perm-idx) = ws-oper-id(ws-oper-idx)
                       and ws-perm-function(ws-perm-idx)
                           = ws-check-function
                   set ws-found to true
               end-if
           end-perform
           exit paragraph.

       write-violation-section.

           move spaces to recert-report-record
           write recert-report-record
           move spaces to recert-report-record
           string "VIOLATION-LOG HITS IN " delimited by size
                  ws-quarter-label         delimited by size
               into recert-report-record
           write recert-report-record
           move "OPERATOR FUNCTION   PROGRAM       HITS  LAST"
               to recert-report-record
           write recert-report-record

           perform varying ws-vio-idx from 1 by 1
                   until ws-vio-idx > ws-vio-count
               move spaces to recert-report-record
               move ws-vio-operid(ws-vio-idx)
                   to recert-report-record(1:8)
               move ws-vio-function(ws-vio-idx)
                   to recert-report-record(10:10)
               move ws-vio-program(ws-vio-idx)
                   to recert-report-record(21:12)
               move ws-vio-times(ws-vio-idx) to ws-edit-count
               move ws-edit-count to recert-report-record(34:5)
               move ws-vio-last-date(ws-vio-idx)
                   to recert-report-record(40:8)
               write recert-report-record
           end-perform

           if ws-vio-count = 0 then
               move "  NONE" to recert-report-record
               write recert-report-record
           end-if
           exit paragraph.

       write-signoff-section.

           move spaces to recert-report-record
           write recert-report-record
           move spaces to recert-report-record
           string "SIGN-OFF: " delimited by size
                  ws-keep-count      delimited by size
                  " KEEP, "          delimited by size
                  ws-revoke-count    delimited by size
                  " REVOKE, "        delimited by size
                  ws-undecided-count delimited by size
                  " UNDECIDED OR SELF-REVIEWED, " delimited by size
                  ws-sign-stale      delimited by size
                  " STALE LINE(S)"   delimited by size
               into recert-report-record
           write recert-report-record
           if ws-sign-expired > 0 then
               move spaces to recert-report-record
               string "          "   delimited by size
                      ws-sign-expired delimited by size
                      " DECISION(S) SIGNED BEFORE THE QUARTER ENDED "
                                      delimited by size
                      "- TO BE DECIDED AGAIN" delimited by size
                   into recert-report-record
               write recert-report-record
           end-if
           exit paragraph.

      *> The sign-off file for the reviewer: every permission held
      *> today, with whatever decision is already on file for it.
       write-signoff-file.

           display "ARCSGNDD" upon environment-name
           display ws-signoff-filename upon environment-value
           open output signoff-file

           perform varying ws-perm-idx from 1 by 1
                   until ws-perm-idx > ws-perm-count
               move spaces to signoff-record
               string ws-perm-operid(ws-perm-idx)   delimited by space
                      ","                           delimited by size
                      ws-perm-function(ws-perm-idx) delimited by space
                      ","                           delimited by size
                      ws-perm-decision(ws-perm-idx) delimited by space
                      ","                           delimited by size
                      ws-perm-reviewer(ws-perm-idx) delimited by space
                      ","                           delimited by size
                      ws-perm-signed(ws-perm-idx)   delimited by space
                   into signoff-record
               write signoff-record
           end-perform
           close signoff-file
           exit paragraph.

      *> Takes the revoked grants out of every authorization file -
      *> but only off a complete sign-off.
       apply-revocations.

           move spaces to recert-report-record
           write recert-report-record
           move "REVOCATIONS APPLIED" to recert-report-record
           write recert-report-record

           if ws-perm-dropped > 0 then
               display "PERMISSION TABLE FULL - " ws-perm-dropped
                   " GRANT(S) NEVER CERTIFIED. NOTHING REVOKED."
               move "  NONE - PERMISSION TABLE FULL"
                   to recert-report-record
               write recert-report-record
               exit paragraph
           end-if

           if ws-undecided-count > 0 then
               display "SIGN-OFF INCOMPLETE - " ws-undecided-count
                   " PERMISSION(S) UNDECIDED OR SELF-REVIEWED. "
                   "NOTHING REVOKED."
               move "  NONE - SIGN-OFF INCOMPLETE"
                   to recert-report-record
               write recert-report-record
               exit paragraph
           end-if

           if ws-revoke-count = 0 then
               move "  NONE - EVERY PERMISSION KEPT"
                   to recert-report-record
               write recert-report-record
               exit paragraph
           end-if

           display "ARCREVDD" upon environment-name
           display ws-revoked-filename upon environment-value
           open extend revoked-file
           if ws-revoked-file-missing then
               open output revoked-file
           end-if

           perform varying ws-file-idx from 1 by 1
                   until ws-file-idx > ws-file-count
               if ws-file-present-sw(ws-file-idx) = 'Y' then
                   perform revoke-in-one-file
               end-if
           end-perform

           close revoked-file
           exit paragraph.

      *> The whole file is held, the revoked grant lines dropped, and
      *> the rest written back in their original order and text.
       revoke-in-one-file.

           display "ARCAUTDD" upon environment-name
           display ws-file-path(ws-file-idx) upon environment-value
           open input auth-file
           if not ws-auth-file-ok then
               exit paragraph
           end-if

           move 0 to ws-line-count
           move 'N' to end-of-file
           perform hold-one-auth-line until end-of-file = 'Y'
           close auth-file

           if ws-line-count >= 1000 then
               display "AUTHORIZATION FILE TOO LARGE TO REWRITE - "
                   ws-file-path(ws-file-idx)
               move 8 to return-code
               exit paragraph
           end-if

           if ws-file-revoked(ws-file-idx) = 0 then
               exit paragraph
           end-if

      *> A rewrite that fails logs nothing - the report must not
      *> claim a removal the file does not show.
           open output auth-file
           if not ws-auth-file-ok then
               display "CANNOT REWRITE " ws-file-path(ws-file-idx)
                   " - STATUS " ws-auth-status
               move 8 to return-code
               exit paragraph
           end-if

           move 'Y' to ws-rewrite-ok-sw
           perform varying ws-line-idx from 1 by 1
                   until ws-line-idx > ws-line-count
                       or ws-rewrite-ok-sw = 'N'
               if ws-line-keep-sw(ws-line-idx) = 'Y' then
                   move ws-line-text(ws-line-idx) to auth-record
                   write auth-record
                   if not ws-auth-file-ok then
                       move 'N' to ws-rewrite-ok-sw
                   end-if
               end-if
           end-perform
           close auth-file

           if ws-rewrite-ok-sw = 'N' then
               display "REWRITE OF " ws-file-path(ws-file-idx)
                   " FAILED - STATUS " ws-auth-status
               move spaces to recert-report-record
               string "  FILE " delimited by size
                      ws-file-idx delimited by size
                      ": REWRITE FAILED, NOTHING REVOKED - "
                          delimited by size
                      ws-file-path(ws-file-idx) delimited by space
                   into recert-report-record
               write recert-report-record
               move 8 to return-code
               exit paragraph
           end-if

           perform varying ws-line-idx from 1 by 1
                   until ws-line-idx > ws-line-count
               if ws-line-keep-sw(ws-line-idx) = 'N' then
                   move ws-line-text(ws-line-idx) to auth-record
                   perform parse-auth-line
                   perform find-permission
                   perform log-revocation
               end-if
           end-perform

           move spaces to recert-report-record
           string "  FILE " delimited by size
                  ws-file-idx delimited by size
                  ": " delimited by size
                  ws-file-revoked(ws-file-idx) delimited by size
                  " GRANT LINE(S) REMOVED FROM " delimited by size
                  ws-file-path(ws-file-idx) delimited by space
               into recert-report-record
           write recert-report-record
           exit paragraph.

       hold-one-auth-line.

           read auth-file
               at end
                   move 'Y' to end-of-file
               not at end
                   if ws-line-count < 1000 then
                       add 1 to ws-line-count
                       move auth-record to ws-line-text(ws-line-count)
                       move 'Y' to ws-line-keep-sw(ws-line-count)
                       perform parse-auth-line
                       if ws-parse-oper not = spaces
                               and ws-parse-func not = spaces
                           perform find-permission
                           if ws-perm-found-idx > 0 and
                                   ws-perm-decision(ws-perm-found-idx)
                                       = "R"
                               move 'N'
                                   to ws-line-keep-sw(ws-line-count)
                               add 1 to ws-file-revoked(ws-file-idx)
                           end-if
                       end-if
                   else
                       add 1 to ws-line-count
                   end-if
           end-read
           exit paragraph.

      *> "date,time,operid,function,reviewer,signed".
       log-revocation.

           add 1 to ws-revoked-total
           move spaces to revoked-record
           string ws-run-date delimited by size
                  ","         delimited by size
                  ws-run-time delimited by size
                  ","         delimited by size
                  ws-parse-oper delimited by space
                  ","         delimited by size
                  ws-parse-func delimited by space
                  ","         delimited by size
                  ws-perm-reviewer(ws-perm-found-idx)
                      delimited by space
                  ","         delimited by size
                  ws-perm-signed(ws-perm-found-idx)
                      delimited by space
               into revoked-record
           write revoked-record

           move spaces to recert-report-record
           string "  REVOKED " delimited by size
                  ws-parse-oper delimited by size
                  " "          delimited by size
                  ws-parse-func delimited by size
                  " BY "       delimited by size
                  ws-perm-reviewer(ws-perm-found-idx)
                      delimited by size
                  " "          delimited by size
                  ws-perm-signed(ws-perm-found-idx)
                      delimited by size
               into recert-report-record
           write recert-report-record
           exit paragraph.

       write-report-summary.

           move spaces to recert-report-record
           write recert-report-record
           move spaces to recert-report-record
           string "TOTALS: " delimited by size
                  ws-perm-count      delimited by size
                  " PERMISSION(S), " delimited by size
                  ws-dormant-count   delimited by size
                  " DORMANT, "       delimited by size
                  ws-never-count     delimited by size
                  " NEVER USED, "    delimited by size
                  ws-unknown-count   delimited by size
                  " NO SUCH FUNCTION, " delimited by size
                  ws-conflict-found  delimited by size
                  " INCOMPATIBLE, "  delimited by size
                  ws-vio-hits        delimited by size
                  " VIOLATION HIT(S)" delimited by size
               into recert-report-record
           write recert-report-record
           if ws-perm-dropped > 0 then
               move spaces to recert-report-record
               string "*** PERMISSION TABLE FULL - " delimited by size
                      ws-perm-dropped delimited by size
                      " GRANT(S) NOT CERTIFIED ***" delimited by size
                   into recert-report-record
               write recert-report-record
           end-if
           if ws-use-dropped > 0 then
               move spaces to recert-report-record
               string "USAGE TABLE FULL - " delimited by size
                      ws-use-dropped delimited by size
                      " USE(S) NOT CONSIDERED" delimited by size
                   into recert-report-record
               write recert-report-record
           end-if
           exit paragraph.

      *> Checks SQLSTATE for any errors.  A recertification built on
      *> half the audit trail would call live permissions dormant, so
      *> any failure stops the run.
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

       end program access-recert.
