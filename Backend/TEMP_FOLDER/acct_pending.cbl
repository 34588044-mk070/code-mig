      *>****************************************************************
      *> Author: Erik Eriksen
      *> Date: 2026-10-15
      *> Purpose: Aged-pending report over ACCOUNTS_PENDING.  ADD,
      *>          DISABLE, UPDATE and PURGE changes wait on that queue
      *>          until a second operator approves or rejects them
      *>          from sql-example's option 9, and a change nobody
      *>          reviews is a change that silently never happens.
      *>          This program lists every change still pending
      *>          after a configurable number of days, oldest first,
      *>          spooled to a paginated print file in the style of
      *>          audit-report:
      *>            ACCTPEND_AGE_DAYS - age in days (blank = 3)
      *>          Return code 4 when anything is listed, so the
      *>          nightly cycle flags a queue that needs chasing.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompiler
      *>       to pick them up and process them.
      *>
      *> Prerequisites: Postgres SQL database with create_db script ran
      *>                on, plus the ACCOUNTS_PENDING queue table
      *>                sql-example and acct-batch maintain.
      *>                esqlOC Precompiler
      *>                unixODBC odbc-postgresql driver installed
      *>
      *> Precomiler: esqlOC -static -o generated_acctpend.cbl acct_pending.cbl
      *> Tectonics: cobc -x -static -locsql generated_acctpend.cbl
      *>
      *>****************************************************************
       identification division.
       program-id. acct-pending.

       environment division.
       input-output section.
       file-control.
           select aged-report-file assign to "AGEDRPTDD"
              organization is line sequential.

       data division.
       file section.

       FD  aged-report-file.
       01  aged-report-record       pic x(132).

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

       01  ws-f-age-days                    pic 9(4).

       01  ws-sql-pend-change-id            pic 9(9).
       01  ws-sql-pend-action               pic x(8).
       01  ws-sql-pend-account-id           pic 9(5).
       01  ws-sql-pend-maker                pic x(8).
       01  ws-sql-pend-made-at              pic x(20).
       01  ws-sql-pend-age                  pic 9(4).

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.

      *> Local variables only - not seen by the precompiler.
       01  ws-report-filename       pic x(60) value
               '/app/data/accounts_pending_aged.txt'.

       01  ws-parm-age-days         pic x(10).
       01  ws-parm-len              pic 99.

       01  ws-is-connected-sw       pic a value 'N'.
           88  ws-is-connected      value 'Y'.
           88  ws-is-disconnected   value 'N'.

       01  ws-sql-error-sw          pic a value 'N'.
           88  sql-error-occurred   value 'Y'.
           88  sql-no-error         value 'N'.

      *> Report pagination, the same bookkeeping audit-report keeps.
       01  ws-row-count             pic 9(5) value 0.
       01  ws-page-size             pic 99 value 20.
       01  ws-rpt-line-count        pic 99 value 0.
       01  ws-rpt-page-count        pic 99 value 0.

       procedure division.
       main-procedure.

           display space
           display "ACCOUNTS_PENDING AGED-CHANGE REPORT"
           display "-----------------------------------"
           display space

           perform read-age-parameter

           EXEC SQL
               CONNECT TO :ws-db-connection-string
           END-EXEC
           perform check-sql-state
           set ws-is-connected to true

           display "AGEDRPTDD" upon environment-name
           display ws-report-filename upon environment-value
           open output aged-report-file

           move 0 to ws-rpt-line-count
           move 0 to ws-rpt-page-count
           perform write-report-header
           perform report-aged-pending
           perform write-report-footer
           close aged-report-file

           display ws-row-count " CHANGE(S) PENDING LONGER THAN "
               ws-f-age-days " DAY(S)."
           display "REPORT: " ws-report-filename

           EXEC SQL
               CONNECT RESET
           END-EXEC

           if ws-row-count > 0
               move 4 to return-code
           end-if
           stop run.

      *> Same guarded numeric read audit-report gives its account
      *> filter; anything unusable falls back to the default.
       read-age-parameter.

           accept ws-parm-age-days from environment
               "ACCTPEND_AGE_DAYS"

           move 3 to ws-f-age-days
           move 0 to ws-parm-len
           inspect ws-parm-age-days
               tallying ws-parm-len
               for characters before initial space
           if ws-parm-len > 0 and ws-parm-len <= 4
                   and ws-parm-age-days(1:ws-parm-len) is numeric
               move ws-parm-age-days(1:ws-parm-len) to ws-f-age-days
           end-if

           display "AGE THRESHOLD: " ws-f-age-days " DAY(S)"
           exit paragraph.

      *> Every change still at STATUS 'P' and entered more than the
      *> threshold ago, oldest first, one print line per change.
       report-aged-pending.

           EXEC SQL
               DECLARE AGED-PEND-CUR CURSOR FOR
               SELECT CHANGE_ID, ACTION, ACCOUNT_ID, MAKER, MADE_AT,
                      CURRENT_DATE - CAST(MADE_AT AS DATE)
               FROM ACCOUNTS_PENDING
               WHERE STATUS = 'P'
                 AND MADE_AT < CURRENT_TIMESTAMP
                     - :ws-f-age-days * INTERVAL '1 DAY'
               ORDER BY MADE_AT, CHANGE_ID;
           END-EXEC

           EXEC SQL
               OPEN AGED-PEND-CUR
           END-EXEC
           perform check-sql-state

           perform with test after until SQLCODE = 100
                   or sql-error-occurred
               EXEC SQL
                   FETCH AGED-PEND-CUR
                   INTO :ws-sql-pend-change-id, :ws-sql-pend-action,
                        :ws-sql-pend-account-id, :ws-sql-pend-maker,
                        :ws-sql-pend-made-at, :ws-sql-pend-age;
               END-EXEC
               perform check-sql-state

               if not SQL-NODATA and not sql-error-occurred then
                   add 1 to ws-row-count
                   perform write-detail-line
               end-if
           end-perform

           EXEC SQL
               CLOSE AGED-PEND-CUR
           END-EXEC
           perform check-sql-state
           exit paragraph.

       write-report-header.

           add 1 to ws-rpt-page-count
           move spaces to aged-report-record
           string
               "ACCOUNTS_PENDING - CHANGES PENDING LONGER THAN "
                                              delimited by size
               ws-f-age-days                  delimited by size
               " DAY(S)   PAGE "              delimited by size
               ws-rpt-page-count              delimited by size
               into aged-report-record
           write aged-report-record
           move spaces to aged-report-record
           write aged-report-record
           move " CHANGE    | ACTION   | ACCOUNT | MAKER    |"
               & " ENTERED AT           | AGE"
               to aged-report-record
           write aged-report-record
           move "-----------|----------|---------|----------|"
               & "----------------------|-----"
               to aged-report-record
           write aged-report-record
           move 4 to ws-rpt-line-count
           exit paragraph.

      *> PURGE changes carry no account; their ACCOUNT column shows
      *> zeros, the same sentinel the queue row holds.
       write-detail-line.

           if ws-rpt-line-count >= ws-page-size then
               move spaces to aged-report-record
               write aged-report-record
               perform write-report-header
           end-if

           move spaces to aged-report-record
           string
               ws-sql-pend-change-id  delimited by size
               "  | "                 delimited by size
               ws-sql-pend-action     delimited by size
               " | "                  delimited by size
               ws-sql-pend-account-id delimited by size
               "   | "                delimited by size
               ws-sql-pend-maker      delimited by size
               " | "                  delimited by size
               ws-sql-pend-made-at    delimited by size
               " | "                  delimited by size
               ws-sql-pend-age        delimited by size
               into aged-report-record
           write aged-report-record
           add 1 to ws-rpt-line-count
           exit paragraph.

       write-report-footer.

           move spaces to aged-report-record
           write aged-report-record
           move spaces to aged-report-record
           string
               "TOTAL AGED CHANGES: "  delimited by size
               ws-row-count            delimited by size
               into aged-report-record
           write aged-report-record
           exit paragraph.

      *> Checks SQLSTATE for any errors. This is a one-shot batch
      *> report with no menu to fall back to, so any failure past
      *> the initial CONNECT is treated the same as one before it -
      *> report it and stop, rather than shipping a partial report
      *> as complete.
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

       end program acct-pending.
