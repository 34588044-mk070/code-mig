      *>          changed column, the way maintain-account audits its
      *>          own corrections.
      *>
      *>          A matched pair whose ACCOUNTS row is disabled is a
      *>          gap of its own when REHIRE has the employee coming
      *>          back after the account was switched off - side R,
      *>          for auto-onboard to re-enable the row the employee
      *>          already has instead of inserting a second one.  An
      *>          account disabled on or after the rehire date was
      *>          switched off on purpose and is left alone.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompiler
      *>       to pick them up and process them.
           select name-drift-file assign to "RECDRFDD"
              organization is line sequential.

      *> REHIRE's event file - the rehires whose accounts may need
      *> turning back on.
           select rehire-event-file assign to "RECRHRDD"
              organization is line sequential
              file status is ws-rehire-status.

      *> Sort work file for the emp.csv side of the match-merge.
           select emp-sort-file assign to "RECSRTDD".

       FD  name-drift-file.
       01  name-drift-record        pic x(100).

       FD  rehire-event-file.
       01  rehire-event-record      pic x(60).

       SD  emp-sort-file.
       01  emp-sort-record.
           05  sort-empno           pic x(5).
       01  ws-sql-account-id        pic 9(5).
       01  ws-sql-account-first-name pic x(8).
       01  ws-sql-account-last-name pic x(8).
       01  ws-sql-account-enabled   pic x.

      *> Re-enable check - the employee's rehire date, and how many
      *> disables the audit trail holds on or after it.
       01  ws-sql-rehire-date       pic x(10).
       01  ws-sql-later-disables    pic 9(5).

      *> Name-sync hosts - the emp.csv name split into the shape the
      *> ACCOUNTS columns hold, plus the audit fields write-audit-row
               '/app/data/reconcile_sort.tmp'.
       01  ws-drift-filename        pic x(60) value
               '/app/data/reconcile_drift.txt'.
       01  ws-rehire-filename       pic x(60) value
               '/app/data/rehire_events.dat'.

       01  ws-rehire-status         pic x(2).
           88  ws-rehire-file-missing value '35'.

      *> Latest rehire date per employee off the event file, the
      *> empno zero-filled the same way the roster side is.
       01  ws-rehire-count          pic 9(4) value 0.
       01  ws-rehire-idx            pic 9(4).
       01  ws-rehire-found-idx      pic 9(4).
       01  ws-rehire-truncated      pic 9(4) value 0.
       01  ws-rehire-table.
           05  ws-rehire-entry      occurs 2000 times.
               10  ws-rehire-empno      pic x(5).
               10  ws-rehire-date       pic x(8).
       01  ws-rehire-in-empno       pic x(5).
       01  ws-rehire-in-date        pic x(8).
       01  reenable-count           pic 9(5) value 0.

      *> RECONCILE_SYNC_NAMES=APPLY writes the emp.csv name onto the
      *> drifted ACCOUNTS row; anything else reports only.
       01  drift-count              pic 9(5) value 0.

      *> One gap record per mismatch: side E (in emp.csv, no ACCOUNTS
      *> row), A (in ACCOUNTS, no emp.csv row) or R (a rehire whose
      *> ACCOUNTS row is still disabled), the key on that
      *> side (empno or account ID), the name, and a disposition
      *> code - N for new, for downstream steps to update as they
      *> work the gap off.

           EXEC SQL
               DECLARE ACCOUNT-ID-CUR CURSOR FOR
               SELECT ID, FIRST_NAME, LAST_NAME, IS_ENABLED
               FROM ACCOUNTS ORDER BY ID
           END-EXEC

           perform load-rehire-events

           display "RECGAPDD" upon environment-name
           display ws-gap-filename upon environment-value
           open output reconcile-gap-file
               match-count " MATCH(ES), "
               mismatch-count " MISMATCH(ES), "
               drift-count " NAME DRIFT(S)."
           display reenable-count
               " REHIRE(S) WITH A DISABLED ACCOUNT TO RE-ENABLE."
           display "GAP DETAIL: " ws-gap-filename
           display "DRIFT DETAIL: " ws-drift-filename

               else
                   add 1 to match-count
                   perform check-name-drift
                   perform check-rehire-reenable
                   perform return-next-emp
                   perform fetch-next-account
               end-if
               FETCH ACCOUNT-ID-CUR
               INTO :ws-sql-account-id,
                    :ws-sql-account-first-name,
                    :ws-sql-account-last-name,
                    :ws-sql-account-enabled
           END-EXEC
           perform check-sql-state

           perform write-gap-record
           exit paragraph.

      *> A matched pair on a disabled row: if the employee has been
      *> rehired and no disable has been audited since the rehire
      *> date, the row goes back to auto-onboard as an R gap.
       check-rehire-reenable.

           if ws-sql-account-enabled not = 'N' then
               exit paragraph
           end-if

           move 0 to ws-rehire-found-idx
           perform varying ws-rehire-idx from 1 by 1
               until ws-rehire-idx > ws-rehire-count
                   or ws-rehire-found-idx > 0
               if ws-rehire-empno(ws-rehire-idx) = sort-empno
                   move ws-rehire-idx to ws-rehire-found-idx
               end-if
           end-perform
           if ws-rehire-found-idx = 0 then
               exit paragraph
           end-if

           move spaces to ws-sql-rehire-date
           string ws-rehire-date(ws-rehire-found-idx)(1:4)
                      delimited by size
                  "-" delimited by size
                  ws-rehire-date(ws-rehire-found-idx)(5:2)
                      delimited by size
                  "-" delimited by size
                  ws-rehire-date(ws-rehire-found-idx)(7:2)
                      delimited by size
               into ws-sql-rehire-date
           move ws-sql-account-id to ws-sql-target-account-id

           EXEC SQL
               SELECT COUNT(*) INTO :ws-sql-later-disables
               FROM ACCOUNTS_AUDIT
               WHERE ACCOUNT_ID = :ws-sql-target-account-id
                 AND COLUMN_NAME = 'IS_ENABLED'
                 AND NEW_VALUE = 'N'
                 AND CHANGED_AT >= CAST(:ws-sql-rehire-date AS DATE)
           END-EXEC
           perform check-sql-state
           if ws-sql-later-disables > 0 then
               exit paragraph
           end-if

           add 1 to mismatch-count
           add 1 to reenable-count
           move 'R' to ws-gap-side
           move sort-empno to ws-gap-key
           move sort-name to ws-gap-name
           perform write-gap-record
           exit paragraph.

      *> The event file is optional - no file, no rehires.  Events
      *> arrive oldest first per employee, so a later one for the
      *> same empno simply replaces the date held.
       load-rehire-events.

           display "RECRHRDD" upon environment-name
           display ws-rehire-filename upon environment-value
           open input rehire-event-file
           if ws-rehire-file-missing then
               exit paragraph
           end-if

           move 'N' to end-of-file
           perform read-one-rehire-event until end-of-file = 'Y'
           close rehire-event-file
           move 'N' to end-of-file

           if ws-rehire-truncated > 0 then
               display "WARNING: REHIRE TABLE CAPACITY (2000) "
                   "EXCEEDED - " ws-rehire-truncated
                   " REHIRE(S) NOT CHECKED THIS RUN."
           end-if
           exit paragraph.

       read-one-rehire-event.

           read rehire-event-file
               at end
                   move 'Y' to end-of-file
               not at end
                   perform store-one-rehire-event
           end-read
           exit paragraph.

       store-one-rehire-event.

           move spaces to ws-rehire-in-empno
           move spaces to ws-rehire-in-date
           unstring rehire-event-record delimited by ","
               into ws-rehire-in-empno, ws-rehire-in-date
           if ws-rehire-in-date is not numeric then
               exit paragraph
           end-if

           move 0 to ws-empno-len
           inspect ws-rehire-in-empno
               tallying ws-empno-len
               for characters before initial space
           if ws-empno-len > 0
                   and ws-rehire-in-empno(1:ws-empno-len)
                       is numeric then
               move ws-rehire-in-empno(1:ws-empno-len)
                   to ws-empno-normal
               move ws-empno-normal to ws-rehire-in-empno
           end-if

           move 0 to ws-rehire-found-idx
           perform varying ws-rehire-idx from 1 by 1
               until ws-rehire-idx > ws-rehire-count
                   or ws-rehire-found-idx > 0
               if ws-rehire-empno(ws-rehire-idx)
                       = ws-rehire-in-empno
                   move ws-rehire-idx to ws-rehire-found-idx
               end-if
           end-perform

           if ws-rehire-found-idx > 0 then
               move ws-rehire-in-date
                   to ws-rehire-date(ws-rehire-found-idx)
           else
               if ws-rehire-count < 2000 then
                   add 1 to ws-rehire-count
                   move ws-rehire-in-empno
                       to ws-rehire-empno(ws-rehire-count)
                   move ws-rehire-in-date
                       to ws-rehire-date(ws-rehire-count)
               else
                   add 1 to ws-rehire-truncated
               end-if
           end-if
           exit paragraph.

       write-gap-record.

           move 'N' to ws-gap-disposition
