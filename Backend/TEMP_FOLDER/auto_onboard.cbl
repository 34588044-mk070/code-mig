      *>          The new account's ID is the employee number, the
      *>          same ID-to-empno mapping export-accounts already
      *>          relies on.  The emp.csv name splits at its first
      *>          space into FIRST_NAME and LAST_NAME.  Each account
      *>          created gets an ADDED ACCOUNTS_AUDIT row, as an
      *>          approved add does in sql-example.
      *>
      *>          AUTOONBD_MODE=APPLY inserts for real; anything else
      *>          is a dry run that only reports what would be done.
      *>          the step can be audited before it is trusted
      *>          unattended.
      *>
      *>          A rehired employee already has an ACCOUNTS row -
      *>          disabled by auto-offboard when they left.  The
      *>          account is looked up before anything is inserted:
      *>          a disabled row is switched back on, with its own
      *>          ACCOUNTS_AUDIT row the way auto-offboard audits the
      *>          disable, and an enabled one is left as it is, so an
      *>          employee never ends up with a second account.  The
      *>          reconciliation's R gaps (rehires whose existing row
      *>          is still disabled) are worked off the same way.
      *>          Both modes connect, so the dry run reports which of
      *>          the three the APPLY run would do.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompiler
      *>       to pick them up and process them.
       01  ws-sql-new-account-id    pic 9(5).
       01  ws-sql-new-first-name    pic x(8).
       01  ws-sql-new-last-name     pic x(8).
       01  ws-sql-old-enabled       pic x.
       01  ws-sql-new-enabled       pic x.
       01  ws-audit-user            pic x(8).
       01  ws-sql-audit-column      pic x(10).
       01  ws-sql-audit-old         pic x(22).
       01  ws-sql-audit-new         pic x(22).

       EXEC SQL
           END DECLARE SECTION

       01  end-of-file              pic x value 'N'.

      *> The gap file's emp-side and rehire records, loaded first so
      *> one pass over emp.csv can resolve every gap to its full
      *> row.
       01  ws-gap-count             pic 9(4) value 0.
       01  ws-gap-idx               pic 9(4).
       01  ws-gap-truncated         pic 9(4) value 0.
       01  ws-gap-table.
           05  ws-gap-entry         occurs 2000 times.
               10  ws-gap-side          pic x.
               10  ws-gap-empno         pic x(5).
               10  ws-gap-resolved-sw   pic x.
                   88  ws-gap-resolved  value 'Y'.
       01  ws-empno-normal          pic 9(5).
       01  ws-empno-len             pic 99.

       01  ws-account-found-sw      pic x value 'N'.
           88  ws-account-found     value 'Y'.

       01  ws-created-count         pic 9(4) value 0.
       01  ws-reenabled-count       pic 9(4) value 0.
       01  ws-already-on-count      pic 9(4) value 0.
       01  ws-unresolved-count      pic 9(4) value 0.
       01  ws-action-text           pic x(16).

      *> Quoted-field CSV splitter - the same one DYNSQL3 uses for
      *> emp.csv, so a name like "O'BRIEN, JR" parses to the same
           display "--------------------------------------------"
           display space

           accept ws-audit-user from environment "USER"
           if ws-audit-user = spaces then
               move "SYSTEM" to ws-audit-user
           end-if

           accept ws-parm-mode from environment "AUTOONBD_MODE"
           inspect ws-parm-mode converting
               "abcdefghijklmnopqrstuvwxyz" to
               stop run
           end-if

      *> Both modes connect - the existing-row lookup decides
      *> between insert and re-enable either way.
           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC
           perform check-sql-state
           set ws-is-connected to true

           display "ONBRPTDD" upon environment-name
           display ws-report-filename upon environment-value
               display ws-gap-count " GAP(S) READ, "
                   ws-created-count
                   " ACCOUNT(S) WOULD BE CREATED (DRY RUN)."
               display ws-reenabled-count
                   " ACCOUNT(S) WOULD BE RE-ENABLED (DRY RUN)."
           else
               display ws-gap-count " GAP(S) READ, "
                   ws-created-count " ACCOUNT(S) CREATED."
               display ws-reenabled-count
                   " ACCOUNT(S) RE-ENABLED."
           end-if
           display ws-already-on-count
               " GAP(S) ALREADY HAD AN ENABLED ACCOUNT."
           display ws-unresolved-count " GAP(S) HAD NO EMP.CSV ROW."
           display "REPORT: " ws-report-filename


           stop run.

      *> Loads the emp-side ('E') and rehire ('R') gap records;
      *> account-side gaps are offboarding questions for a human,
      *> not rows to create.
       load-gap-table.

           display "ONBGAPDD" upon environment-name
                   move 'Y' to end-of-file
               not at end
                   move gap-record to ws-gap-line
                   if ws-gap-in-side = 'E' or ws-gap-in-side = 'R' then
                       if ws-gap-count < 2000 then
                           add 1 to ws-gap-count
                           move ws-gap-in-side
                               to ws-gap-side(ws-gap-count)
                           move ws-gap-in-key
                               to ws-gap-empno(ws-gap-count)
                           move 'N'
      *> number, the name split at its first space into first and
      *> last, enabled from day one.  PHONE and ADDRESS are unknown
      *> to emp.csv and start blank for the account maintenance
      *> screen to fill in later.  An ID that already has a row -
      *> a rehire, or a stale gap file - is never inserted again:
      *> a disabled row is re-enabled, an enabled one left alone.
       onboard-one-employee.

           move spaces to ws-name-first-part
           move ws-name-first-part to ws-sql-new-first-name
           move ws-name-rest-part to ws-sql-new-last-name

           move 'Y' to ws-account-found-sw
           EXEC SQL
               SELECT IS_ENABLED INTO :ws-sql-old-enabled
               FROM ACCOUNTS
               WHERE ID = :ws-sql-new-account-id
           END-EXEC
           perform check-sql-state
           if SQL-NODATA then
               move 'N' to ws-account-found-sw
           end-if

           if ws-account-found then
               if ws-sql-old-enabled = 'N' then
                   perform reenable-one-account
               else
                   add 1 to ws-already-on-count
                   move "ALREADY ENABLED" to ws-action-text
                   perform write-report-line
               end-if
               exit paragraph
           end-if

      *> check-sql-state stops the run on any error (see its own
      *> header comment), a duplicate key included - so a stale gap
      *> file can never double-create an account; the operator
                        CURRENT_TIMESTAMP, CURRENT_TIMESTAMP)
               END-EXEC
               perform check-sql-state

      *> The same ADDED history row sql-example writes when an add
      *> is approved - blank before, the name after.
               move "ADDED" to ws-sql-audit-column
               move spaces to ws-sql-audit-old
               move spaces to ws-sql-audit-new
               string
                   ws-sql-new-first-name delimited by space
                   " "                   delimited by size
                   ws-sql-new-last-name  delimited by space
                   into ws-sql-audit-new
               end-string
               EXEC SQL
                   INSERT INTO ACCOUNTS_AUDIT
                       (ACCOUNT_ID, COLUMN_NAME, OLD_VALUE, NEW_VALUE,
                        CHANGED_BY, CHANGED_AT)
                   VALUES
                       (:ws-sql-new-account-id, :ws-sql-audit-column,
                        :ws-sql-audit-old, :ws-sql-audit-new,
                        :ws-audit-user, CURRENT_TIMESTAMP)
               END-EXEC
               perform check-sql-state
               move "CREATED" to ws-action-text
           else
               move "WOULD CREATE" to ws-action-text
           perform write-report-line
           exit paragraph.

      *> The rehire's existing row switched back on, with the same
      *> IS_ENABLED history row auto-offboard writes on the disable.
       reenable-one-account.

           if ws-apply-mode then
               move 'Y' to ws-sql-new-enabled
               EXEC SQL
                   UPDATE ACCOUNTS
                   SET IS_ENABLED = :ws-sql-new-enabled,
                       MOD_DT = CURRENT_TIMESTAMP
                   WHERE ID = :ws-sql-new-account-id
               END-EXEC
               perform check-sql-state

               move "IS_ENABLED" to ws-sql-audit-column
               move ws-sql-old-enabled to ws-sql-audit-old
               move ws-sql-new-enabled to ws-sql-audit-new
               EXEC SQL
                   INSERT INTO ACCOUNTS_AUDIT
                       (ACCOUNT_ID, COLUMN_NAME, OLD_VALUE, NEW_VALUE,
                        CHANGED_BY, CHANGED_AT)
                   VALUES
                       (:ws-sql-new-account-id, :ws-sql-audit-column,
                        :ws-sql-audit-old, :ws-sql-audit-new,
                        :ws-audit-user, CURRENT_TIMESTAMP)
               END-EXEC
               perform check-sql-state
               move "RE-ENABLED" to ws-action-text
           else
               move "WOULD RE-ENABLE" to ws-action-text
           end-if

           add 1 to ws-reenabled-count
           perform write-report-line
           exit paragraph.

       report-unresolved-gaps.

           if not ws-gap-resolved(ws-gap-idx) then
