      *>            AUDITRPT_USER    - CHANGED_BY user (blank = all)
      *>            AUDITRPT_MODE    - DETAIL (default) or SUMMARY
      *>          SUMMARY mode prints changes per user per day, the
      *>          shape a standing compliance feed wants.  DETAIL
      *>          shows both operators on a change that went through
      *>          approval - BY the maker, APPROVED the checker.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompiler
       01  ws-sql-audit-old                 pic x(22).
       01  ws-sql-audit-new                 pic x(22).
       01  ws-sql-audit-user                pic x(8).
       01  ws-sql-audit-approver            pic x(8).
       01  ws-sql-audit-at                  pic x(20).

       01  ws-sql-sum-user                  pic x(8).
           EXEC SQL
               DECLARE AUDIT-DETAIL-CUR CURSOR FOR
               SELECT ACCOUNT_ID, COLUMN_NAME, OLD_VALUE, NEW_VALUE,
                      CHANGED_BY, CHANGED_AT,
                      COALESCE(APPROVED_BY, ' ')
               FROM ACCOUNTS_AUDIT
               WHERE (:ws-f-account = 0
                      OR ACCOUNT_ID = :ws-f-account)
                   FETCH AUDIT-DETAIL-CUR
                   INTO :ws-sql-audit-id, :ws-sql-audit-column,
                        :ws-sql-audit-old, :ws-sql-audit-new,
                        :ws-sql-audit-user, :ws-sql-audit-at,
                        :ws-sql-audit-approver;
               END-EXEC
               perform check-sql-state

           else
               move " ID    | CHANGED AT           | COLUMN     |"
                   & " OLD                    | NEW                  "
                   & "  | BY       | APPROVED"
                   to audit-report-record
               write audit-report-record
               move "-------|----------------------|------------|"
                   & "------------------------|----------------------"
                   & "--|----------|---------"
                   to audit-report-record
               write audit-report-record
           end-if
               ws-sql-audit-new     delimited by size
               " | "                delimited by size
               ws-sql-audit-user    delimited by size
               " | "                delimited by size
               ws-sql-audit-approver delimited by size
               into audit-report-record
           write audit-report-record
           add 1 to ws-rpt-line-count
