      *>                changed column).  The purge option likewise
      *>                assumes an ACCOUNTS_ARCHIVE table with the
      *>                same columns as ACCOUNTS.
      *>                ACCOUNTS_AUDIT also carries APPROVED_BY, the
      *>                second operator who approved the change
      *>                (CHANGED_BY is the operator who entered it),
      *>                and ADD, DISABLE, UPDATE and PURGE wait for
      *>                that approval on an ACCOUNTS_PENDING table:
      *>                CHANGE_ID (serial), ACTION, ACCOUNT_ID,
      *>                FIRST_NAME, LAST_NAME, PHONE, ADDRESS,
      *>                RETENTION_DAYS, MAKER, MADE_AT, STATUS
      *>                (P pending, A approved, R rejected), CHECKER
      *>                and CHECKED_AT.
      *>                esqlOC Precompiler
      *>                unixODBC odbc-postgresql driver installed
      *>
       01  ws-sql-retention-days            pic 9(4).
       01  ws-sql-purge-count               pic 9(5).

      *> Pending-change queue.  ADD, DISABLE, UPDATE and PURGE are
      *> not applied by the operator who enters them: each becomes
      *> an ACCOUNTS_PENDING row stamped with its maker, and a
      *> second, different operator approves or rejects it from
      *> option 9.  On UPDATE a blank proposed column keeps the
      *> value on file, resolved when the change is applied.
       01  ws-sql-pend-change-id            pic 9(9).
       01  ws-sql-pend-last-id              pic 9(9).
       01  ws-sql-pend-action               pic x(8).
       01  ws-sql-pend-account-id           pic 9(5).
       01  ws-sql-pend-first-name           pic x(8).
       01  ws-sql-pend-last-name            pic x(8).
       01  ws-sql-pend-phone                pic x(10).
       01  ws-sql-pend-address              pic x(22).
       01  ws-sql-pend-retention-days       pic 9(4).
       01  ws-sql-pend-maker                pic x(8).
       01  ws-sql-pend-made-at              pic x(20).
       01  ws-sql-pend-status               pic x.

      *> Who the audit rows name - CHANGED_BY the maker and
      *> APPROVED_BY the checker, blank for ENABLE, which needs no
      *> second operator.
       01  ws-audit-changed-by              pic x(8).
       01  ws-audit-approved-by             pic x(8).

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

       01  ws-requested-enabled-flag        pic x.

      *> Approval screen controls.
       01  ws-review-choice                 pic x.
       01  ws-review-done-sw                pic x value 'N'.
           88  ws-review-done               value 'Y'.
       01  ws-pend-account-gone-sw          pic x value 'N'.
           88  ws-pend-account-gone         value 'Y'.
       01  ws-reviewed-count                pic 9(5) value 0.
       01  ws-approved-count                pic 9(5) value 0.
       01  ws-rejected-count                pic 9(5) value 0.
       01  ws-proposed-display              pic x(22).

       01  ws-is-connected-sw               pic a value 'N'.
           88  ws-is-connected              value 'Y'.
           88  ws-is-disconnected           value 'N'.
           if ws-audit-user = spaces
               move "SYSTEM" to ws-audit-user
           end-if
           move ws-audit-user to ws-audit-changed-by
           move spaces to ws-audit-approved-by

           perform load-operator-auth

           display "6. PRINT ACCOUNTS REPORT"
           display "7. MAINTAIN ACCOUNT DETAILS"
           display "8. PURGE/ARCHIVE DISABLED ACCOUNTS"
           display "9. REVIEW/APPROVE PENDING CHANGES"
           display space
           display "ENTER CHOICE: " with no advancing
           accept ws-menu-choice
      *> ACCOUNTS now instead of a single read-only listing.  Every
      *> option that changes data asks check-authorization first;
      *> the read-only listings and exports stay open to anyone
      *> who can start the program.  Options 2, 4, 7 and 8 only
      *> queue their change; option 9, under APPROVE, applies it.
       dispatch-menu-choice.

           if ws-menu-choice = 1 then
                                                  purge-old-accounts
                                           end-if
                                       else
                                           perform
                                               dispatch-menu-choice-9
                                       end-if
                                   end-if
                               end-if
           end-if
           exit paragraph.

       dispatch-menu-choice-9.

           if ws-menu-choice = 9 then
               move "APPROVE" to ws-auth-function
               perform check-authorization
               if ws-authorized
                   perform review-pending-changes
               end-if
           else
               display "INVALID CHOICE."
           end-if
           exit paragraph.

      *> The permissions file, loaded once.  A missing file leaves
      *> ws-auth-loaded off and every check passes - the same
      *> stand-down rollout the department master validation had.
           end-if
           exit paragraph.

      *> Takes down a new account for the roster and queues it - the
      *> INSERT waits for a second operator's approval.
       add-account.

           display space
           move spaces to ws-sql-new-address
           accept ws-sql-new-address

           if ws-sql-new-first-name = spaces
                   or ws-sql-new-last-name = spaces
               display "FIRST AND LAST NAME ARE REQUIRED."
               exit paragraph
           end-if

           perform clear-pending-change
           move "ADD" to ws-sql-pend-action
           move ws-sql-new-first-name to ws-sql-pend-first-name
           move ws-sql-new-last-name to ws-sql-pend-last-name
           move ws-sql-new-phone to ws-sql-pend-phone
           move ws-sql-new-address to ws-sql-pend-address
           perform queue-pending-change
           exit paragraph.

      *> enable-account / disable-account share the same lookup-then-
      *> update logic, distinguished only by the status they request.
      *> A disable is queued for approval; an enable still applies
      *> on the spot.
       enable-account.

           move 'Y' to ws-requested-enabled-flag

           move ws-requested-enabled-flag to ws-sql-new-enabled

           if ws-sql-new-enabled = 'N' then
               if ws-sql-old-enabled = 'N' then
                   display "ACCOUNT " ws-sql-target-account-id
                       " IS ALREADY DISABLED."
               else
                   perform clear-pending-change
                   move "DISABLE" to ws-sql-pend-action
                   move ws-sql-target-account-id
                       to ws-sql-pend-account-id
                   perform queue-pending-change
               end-if
               exit paragraph
           end-if

           EXEC SQL
               UPDATE ACCOUNTS
               SET IS_ENABLED = :ws-sql-new-enabled,

      *> One history row per changed column - the caller loads the
      *> column name and the before/after values into the
      *> ws-sql-audit-* fields before performing this, and the
      *> maker and checker into ws-audit-changed-by/-approved-by.
       write-audit-row.

           EXEC SQL
               INSERT INTO ACCOUNTS_AUDIT
                   (ACCOUNT_ID, COLUMN_NAME, OLD_VALUE, NEW_VALUE,
                    CHANGED_BY, APPROVED_BY, CHANGED_AT)
               VALUES
                   (:ws-sql-target-account-id, :ws-sql-audit-column,
                    :ws-sql-audit-old, :ws-sql-audit-new,
                    :ws-audit-changed-by, :ws-audit-approved-by,
                    CURRENT_TIMESTAMP)
           END-EXEC
           perform check-sql-state
           exit paragraph.

      *> Fetches an account by ID and lets the operator propose
      *> corrections to the contact columns - the data fixes (phone
      *> numbers, addresses) that used to need direct database
      *> access.  Only the columns that differ go on the queued
      *> UPDATE; the rest stay blank, meaning keep.
       maintain-account.

           display space
               exit paragraph
           end-if

           perform clear-pending-change
           move "UPDATE" to ws-sql-pend-action
           move ws-sql-target-account-id to ws-sql-pend-account-id
           if ws-sql-new-first-name not = ws-sql-account-first-name
               move ws-sql-new-first-name to ws-sql-pend-first-name
           end-if
           if ws-sql-new-last-name not = ws-sql-account-last-name
               move ws-sql-new-last-name to ws-sql-pend-last-name
           end-if
           if ws-sql-new-phone not = ws-sql-account-phone
               move ws-sql-new-phone to ws-sql-pend-phone
           end-if
           if ws-sql-new-address not = ws-sql-account-address
               move ws-sql-new-address to ws-sql-pend-address
           end-if
           perform queue-pending-change
           exit paragraph.

      *> The UPDATE itself, ws-sql-new-* over the ws-sql-account-*
      *> values on file, with one audit row per column that
      *> actually changed, the same way change-account-status
      *> audits the enabled flag.
       apply-account-details.

           EXEC SQL
               UPDATE ACCOUNTS
               SET FIRST_NAME = :ws-sql-new-first-name,
      *> ACCOUNTS_ARCHIVE table and the flat archive file, writes
      *> one audit row per purged account, then deletes them from
      *> ACCOUNTS.  A count-only preview answers "what would this
      *> do" without touching a row; the real purge is queued for
      *> a second operator and runs from apply-purge when approved.
       purge-old-accounts.

           display space
               exit paragraph
           end-if

           perform clear-pending-change
           move "PURGE" to ws-sql-pend-action
           move ws-sql-retention-days to ws-sql-pend-retention-days
           perform queue-pending-change
           exit paragraph.

      *> The archive-and-delete pass over the accounts disabled
      *> longer than ws-sql-retention-days.
       apply-purge.

           EXEC SQL
               DECLARE PURGE-CUR CURSOR FOR
               SELECT
           write accounts-archive-record
           exit paragraph.

      *> Resets the ACCOUNTS_PENDING host fields before a caller
      *> loads the ones its action uses.
       clear-pending-change.

           move spaces to ws-sql-pend-action
           move 0 to ws-sql-pend-account-id
           move spaces to ws-sql-pend-first-name
           move spaces to ws-sql-pend-last-name
           move spaces to ws-sql-pend-phone
           move spaces to ws-sql-pend-address
           move 0 to ws-sql-pend-retention-days
           exit paragraph.

      *> Puts one proposed change on the queue, stamped with the
      *> operator who entered it.
       queue-pending-change.

           EXEC SQL
               INSERT INTO ACCOUNTS_PENDING
                   (ACTION, ACCOUNT_ID, FIRST_NAME, LAST_NAME, PHONE,
                    ADDRESS, RETENTION_DAYS, MAKER, MADE_AT, STATUS)
               VALUES
                   (:ws-sql-pend-action, :ws-sql-pend-account-id,
                    :ws-sql-pend-first-name, :ws-sql-pend-last-name,
                    :ws-sql-pend-phone, :ws-sql-pend-address,
                    :ws-sql-pend-retention-days, :ws-audit-user,
                    CURRENT_TIMESTAMP, 'P')
           END-EXEC
           perform check-sql-state
           if not sql-error-occurred then
               display ws-sql-pend-action " QUEUED - IT IS APPLIED "
                   "ONCE A SECOND OPERATOR APPROVES IT (OPTION 9)."
           end-if
           exit paragraph.

      *> The checker's screen.  Walks the pending rows oldest first,
      *> one at a time, showing what is on file against what was
      *> proposed; an operator can never approve or reject a change
      *> they entered themselves.
       review-pending-changes.

           display space
           display "REVIEW/APPROVE PENDING CHANGES"
           display "------------------------------"

           move 0 to ws-sql-pend-last-id
           move 0 to ws-reviewed-count
           move 0 to ws-approved-count
           move 0 to ws-rejected-count
           move 'N' to ws-review-done-sw
           perform review-next-pending
               until ws-review-done

           display space
           display ws-reviewed-count " REVIEWED, "
               ws-approved-count " APPROVED, "
               ws-rejected-count " REJECTED."
           exit paragraph.

       review-next-pending.

           EXEC SQL
               SELECT CHANGE_ID, ACTION, ACCOUNT_ID, FIRST_NAME,
                      LAST_NAME, PHONE, ADDRESS, RETENTION_DAYS,
                      MAKER, MADE_AT
               INTO :ws-sql-pend-change-id, :ws-sql-pend-action,
                    :ws-sql-pend-account-id, :ws-sql-pend-first-name,
                    :ws-sql-pend-last-name, :ws-sql-pend-phone,
                    :ws-sql-pend-address, :ws-sql-pend-retention-days,
                    :ws-sql-pend-maker, :ws-sql-pend-made-at
               FROM ACCOUNTS_PENDING
               WHERE STATUS = 'P'
                 AND CHANGE_ID > :ws-sql-pend-last-id
               ORDER BY CHANGE_ID
               LIMIT 1
           END-EXEC
           perform check-sql-state
           if sql-error-occurred
               move 'Y' to ws-review-done-sw
               exit paragraph
           end-if
           if SQL-NODATA then
               display "NO MORE PENDING CHANGES."
               move 'Y' to ws-review-done-sw
               exit paragraph
           end-if

           move ws-sql-pend-change-id to ws-sql-pend-last-id
           add 1 to ws-reviewed-count
           perform display-pending-change

           if ws-sql-pend-maker = ws-audit-user then
               display "YOU ENTERED THIS CHANGE - IT NEEDS A "
                   "DIFFERENT OPERATOR TO REVIEW IT."
               exit paragraph
           end-if

           display "A = APPROVE, R = REJECT, S = SKIP, Q = QUIT: "
               with no advancing
           move space to ws-review-choice
           accept ws-review-choice
           inspect ws-review-choice converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           if ws-review-choice = 'A' then
               perform approve-pending-change
           else
               if ws-review-choice = 'R' then
                   perform reject-pending-change
               else
                   if ws-review-choice = 'Q' then
                       move 'Y' to ws-review-done-sw
                   else
                       display "SKIPPED - LEFT PENDING."
                   end-if
               end-if
           end-if
           exit paragraph.

      *> Current against proposed.  For UPDATE and DISABLE the
      *> account is re-read now, so the checker sees what is on
      *> file at approval time rather than when the change was
      *> entered; for PURGE the count is re-taken the same way.
       display-pending-change.

           move 'N' to ws-pend-account-gone-sw
           display space
           display "CHANGE " ws-sql-pend-change-id "  "
               ws-sql-pend-action " ENTERED BY " ws-sql-pend-maker
               " AT " ws-sql-pend-made-at

           if ws-sql-pend-action = "PURGE" then
               move ws-sql-pend-retention-days
                   to ws-sql-retention-days
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-sql-purge-count
                   FROM ACCOUNTS
                   WHERE IS_ENABLED = 'N'
                     AND MOD_DT < CURRENT_DATE - :ws-sql-retention-days
               END-EXEC
               perform check-sql-state
               display "  ARCHIVE AND PURGE ACCOUNTS DISABLED LONGER "
                   "THAN " ws-sql-pend-retention-days " DAY(S)"
               display "  CURRENTLY " ws-sql-purge-count
                   " ACCOUNT(S) WOULD BE PURGED."
               exit paragraph
           end-if

           display "               CURRENT                 PROPOSED"

           if ws-sql-pend-action = "ADD" then
               display "  FIRST NAME   (NEW ACCOUNT)           "
                   ws-sql-pend-first-name
               display "  LAST NAME                            "
                   ws-sql-pend-last-name
               display "  PHONE                                "
                   ws-sql-pend-phone
               display "  ADDRESS                              "
                   ws-sql-pend-address
               display "  ENABLED                              Y"
               exit paragraph
           end-if

           EXEC SQL
               SELECT FIRST_NAME, LAST_NAME, PHONE, ADDRESS,
                      IS_ENABLED
               INTO :ws-sql-account-first-name,
                    :ws-sql-account-last-name,
                    :ws-sql-account-phone,
                    :ws-sql-account-address,
                    :ws-sql-account-is-enabled
               FROM ACCOUNTS
               WHERE ID = :ws-sql-pend-account-id
           END-EXEC
           perform check-sql-state
           if SQL-NODATA then
               move 'Y' to ws-pend-account-gone-sw
               display "  ACCOUNT " ws-sql-pend-account-id
                   " IS NO LONGER ON FILE."
               exit paragraph
           end-if

           display "  ACCOUNT ID   " ws-sql-pend-account-id
           if ws-sql-pend-action = "DISABLE" then
               display "  ENABLED      " ws-sql-account-is-enabled
                   "                       N"
               exit paragraph
           end-if

           move ws-sql-pend-first-name to ws-proposed-display
           if ws-sql-pend-first-name = spaces
               move "(KEEP)" to ws-proposed-display
           end-if
           display "  FIRST NAME   " ws-sql-account-first-name
               "                " ws-proposed-display
           move ws-sql-pend-last-name to ws-proposed-display
           if ws-sql-pend-last-name = spaces
               move "(KEEP)" to ws-proposed-display
           end-if
           display "  LAST NAME    " ws-sql-account-last-name
               "                " ws-proposed-display
           move ws-sql-pend-phone to ws-proposed-display
           if ws-sql-pend-phone = spaces
               move "(KEEP)" to ws-proposed-display
           end-if
           display "  PHONE        " ws-sql-account-phone
               "              " ws-proposed-display
           move ws-sql-pend-address to ws-proposed-display
           if ws-sql-pend-address = spaces
               move "(KEEP)" to ws-proposed-display
           end-if
           display "  ADDRESS      " ws-sql-account-address
               "  " ws-proposed-display
           exit paragraph.

      *> Applies the change through the same paragraphs the direct
      *> options used, with the audit rows naming the maker as
      *> CHANGED_BY and this operator as APPROVED_BY, then closes
      *> the queue row.
       approve-pending-change.

           if ws-pend-account-gone then
               display "CANNOT APPROVE - THE ACCOUNT IS GONE. "
                   "REJECT THE CHANGE INSTEAD."
               exit paragraph
           end-if

           move ws-sql-pend-maker to ws-audit-changed-by
           move ws-audit-user to ws-audit-approved-by

           if ws-sql-pend-action = "ADD" then
               perform apply-pending-add
           else
               if ws-sql-pend-action = "DISABLE" then
                   perform apply-pending-disable
               else
                   if ws-sql-pend-action = "UPDATE" then
                       perform apply-pending-update
                   else
                       move ws-sql-pend-retention-days
                           to ws-sql-retention-days
                       perform apply-purge
                   end-if
               end-if
           end-if

           move ws-audit-user to ws-audit-changed-by
           move spaces to ws-audit-approved-by

           if sql-error-occurred
               display "CHANGE " ws-sql-pend-change-id
                   " NOT APPLIED - LEFT PENDING."
               exit paragraph
           end-if

           move 'A' to ws-sql-pend-status
           perform close-pending-change
           if not sql-error-occurred then
               add 1 to ws-approved-count
           end-if
           exit paragraph.

       reject-pending-change.

           move 'R' to ws-sql-pend-status
           perform close-pending-change
           if not sql-error-occurred then
               add 1 to ws-rejected-count
               display "CHANGE " ws-sql-pend-change-id " REJECTED."
           end-if
           exit paragraph.

      *> Stamps the checker and the decision on the queue row.
       close-pending-change.

           EXEC SQL
               UPDATE ACCOUNTS_PENDING
               SET STATUS = :ws-sql-pend-status,
                   CHECKER = :ws-audit-user,
                   CHECKED_AT = CURRENT_TIMESTAMP
               WHERE CHANGE_ID = :ws-sql-pend-change-id
                 AND STATUS = 'P'
           END-EXEC
           perform check-sql-state
           exit paragraph.

      *> The approved INSERT.  The new ID is read back so the add
      *> gets an audit row of its own like every other change.
       apply-pending-add.

           EXEC SQL
               INSERT INTO ACCOUNTS
                   (FIRST_NAME, LAST_NAME, PHONE, ADDRESS,
                    IS_ENABLED, CREATE_DT, MOD_DT)
               VALUES
                   (:ws-sql-pend-first-name, :ws-sql-pend-last-name,
                    :ws-sql-pend-phone, :ws-sql-pend-address, 'Y',
                    CURRENT_TIMESTAMP, CURRENT_TIMESTAMP)
           END-EXEC
           perform check-sql-state
           if sql-error-occurred
               exit paragraph
           end-if

           EXEC SQL
               SELECT MAX(ID) INTO :ws-sql-target-account-id
               FROM ACCOUNTS
           END-EXEC
           perform check-sql-state
           if sql-error-occurred
               exit paragraph
           end-if

           move "ADDED" to ws-sql-audit-column
           move spaces to ws-sql-audit-old
           move spaces to ws-sql-audit-new
           string
               ws-sql-pend-first-name delimited by space
               " "                    delimited by size
               ws-sql-pend-last-name  delimited by space
               into ws-sql-audit-new
           end-string
           perform write-audit-row
           display "ACCOUNT " ws-sql-target-account-id " ADDED."
           exit paragraph.

       apply-pending-disable.

           move ws-sql-pend-account-id to ws-sql-target-account-id
           EXEC SQL
               UPDATE ACCOUNTS
               SET IS_ENABLED = 'N',
                   MOD_DT = CURRENT_TIMESTAMP
               WHERE ID = :ws-sql-target-account-id
           END-EXEC
           perform check-sql-state
           if sql-error-occurred
               exit paragraph
           end-if

           if ws-sql-account-is-enabled not = 'N' then
               move "IS_ENABLED" to ws-sql-audit-column
               move ws-sql-account-is-enabled to ws-sql-audit-old
               move 'N' to ws-sql-audit-new
               perform write-audit-row
           end-if
           display "ACCOUNT " ws-sql-target-account-id " DISABLED."
           exit paragraph.

      *> Blank proposed columns resolve to the values re-read by
      *> display-pending-change.
       apply-pending-update.

           move ws-sql-pend-account-id to ws-sql-target-account-id
           move ws-sql-pend-first-name to ws-sql-new-first-name
           if ws-sql-new-first-name = spaces
               move ws-sql-account-first-name to ws-sql-new-first-name
           end-if
           move ws-sql-pend-last-name to ws-sql-new-last-name
           if ws-sql-new-last-name = spaces
               move ws-sql-account-last-name to ws-sql-new-last-name
           end-if
           move ws-sql-pend-phone to ws-sql-new-phone
           if ws-sql-new-phone = spaces
               move ws-sql-account-phone to ws-sql-new-phone
           end-if
           move ws-sql-pend-address to ws-sql-new-address
           if ws-sql-new-address = spaces
               move ws-sql-account-address to ws-sql-new-address
           end-if
           perform apply-account-details
           exit paragraph.

      *> Walks the same roster ACCOUNT-FILTERED-CUR reads for the
      *> screen and writes it out in emp.csv's own empno/name/deptno/
      *> salary/hiredate/mgrid layout, so a downstream job that
