      *>            ENABLE,id
      *>            DISABLE,id
      *>            UPDATE,id,first,last,phone,address
      *>          and validates each the same way the interactive
      *>          screens do.  ENABLE applies straight to ACCOUNTS
      *>          with its write-audit-row; ADD, DISABLE and UPDATE
      *>          go onto ACCOUNTS_PENDING stamped with the submitting
      *>          user, exactly as sql-example queues them, and wait
      *>          for a second operator's approval there.  On UPDATE
      *>          a blank field keeps the current value, the same
      *>          blank-keeps convention maintain-account's prompts
      *>          use, resolved when the change is approved.
      *>
      *>          Every transaction lands on the results report as
      *>          APPLIED, QUEUED or REJECTED-<reason code>, so the HR
      *>          change list can be proven worked off without anyone
      *>          typing thirty rows into a screen.  A worked-off file
      *>          is retired to a dated generation - this job runs in
      *>          the unattended nightly cycle, and a file left in
      *>          place would queue every ADD and UPDATE again the
      *>          next night.
      *>
      *>          Each transaction is committed on its own and its
      *>          sequence number checkpointed straight after, so a
      *>          run a SQL error stops leaves the file where it is:
      *>          the rerun skips every line already committed and
      *>          resumes at the one that failed.  The first attempt
      *>          keeps an image of the file, and a rerun whose file
      *>          no longer matches it line for line is refused.
      *>
      *> Note: WORKING-STORAGE SECTION header as well as SQL related
      *>       statements must be in uppercase for the esqlOC precompiler
      *>
      *> Prerequisites: Postgres SQL database with create_db script ran
      *>                on, plus the ACCOUNTS_AUDIT table (with
      *>                COLUMN_NAME) and the ACCOUNTS_PENDING queue
      *>                table the other programs maintain.
      *>                esqlOC Precompiler
      *>                unixODBC odbc-postgresql driver installed
      *>
              file status is ws-txn-status.

           select txn-result-file assign to "ACCRSLDD"
              organization is line sequential
              file status is ws-result-status.

           select txn-image-file assign to "ACCIMGDD"
              organization is line sequential
              file status is ws-image-status.

           select txn-ckpt-file assign to "ACCCKPDD"
              organization is line sequential
              file status is ws-ckpt-status.

       data division.
       file section.
       FD  txn-result-file.
       01  txn-result-record        pic x(160).

      *> The transaction file as the first attempt found it.
       FD  txn-image-file.
       01  txn-image-record         pic x(120).

      *> Last committed sequence number and the attempt that
      *> committed it.
       FD  txn-ckpt-file.
       01  txn-ckpt-record.
           05  ckpt-last-seq        pic 9(5).
           05  filler               pic x.
           05  ckpt-attempt         pic 9(3).

       WORKING-STORAGE SECTION.

       EXEC SQL
               'PWD=password;' &
               'COMRESSED_PROTO=0;'.

       01  ws-sql-new-first-name    pic x(8).
       01  ws-sql-new-last-name     pic x(8).
       01  ws-sql-new-phone         pic x(10).
       01  ws-sql-audit-old         pic x(22).
       01  ws-sql-audit-new         pic x(22).

       01  ws-sql-pend-action       pic x(8).
       01  ws-sql-pend-account-id   pic 9(5).

       EXEC SQL
           END DECLARE SECTION
       END-EXEC.
               '/app/data/accounts_txn.dat'.
       01  ws-result-filename       pic x(60) value
               '/app/data/accounts_txn_results.txt'.
       01  ws-image-filename        pic x(60) value
               '/app/data/accounts_txn_image.dat'.
       01  ws-ckpt-filename         pic x(60) value
               '/app/data/accounts_txn.ckpt'.

       01  ws-txn-status            pic x(2).
           88  ws-txn-file-ok       value '00'.
           88  ws-txn-file-missing  value '35'.
       01  ws-result-status         pic x(2).
           88  ws-result-file-missing value '35'.
       01  ws-image-status          pic x(2).
           88  ws-image-file-missing value '35'.
       01  ws-ckpt-status           pic x(2).
           88  ws-ckpt-file-missing value '35'.

       01  ws-is-connected-sw       pic a value 'N'.
           88  ws-is-connected      value 'Y'.

      *> Where a worked-off transaction file retires to - a dated,
      *> timed generation, so tonight's rerun finds nothing to do.
      *> Only a clean pass parks it, as .done; a run a SQL error
      *> cut short leaves it in place for the restart.
       01  ws-txn-done-filename     pic x(80).
       01  ws-txn-park-suffix       pic x(7).
       01  ws-done-stamp-date       pic 9(8).
       01  ws-txn-inflight-sw       pic x value 'N'.
           88  ws-txn-inflight      value 'Y'.

      *> Restart bookkeeping.  ws-txn-seq counts every line read;
      *> lines up to ws-resume-seq went through in an earlier
      *> attempt and are skipped.
       01  ws-txn-seq               pic 9(5) value 0.
       01  ws-resume-seq            pic 9(5) value 0.
       01  ws-attempt               pic 9(3) value 1.
       01  ws-skipped-count         pic 9(5) value 0.
       01  ws-image-eof             pic x value 'N'.
       01  ws-image-match-sw        pic x value 'Y'.
           88  ws-image-matches     value 'Y'.

       01  ws-account-found-sw      pic x value 'N'.
           88  ws-account-found     value 'Y'.

       01  ws-txn-count             pic 9(5) value 0.
       01  ws-applied-count         pic 9(5) value 0.
       01  ws-queued-count          pic 9(5) value 0.
       01  ws-rejected-count        pic 9(5) value 0.

      *> Disposition for the results report: APPLIED, QUEUED for
      *> approval, or REJECTED with one of the reason codes below.
       01  ws-txn-disposition       pic x(8).
       01  ws-txn-reason            pic x(12).
           88  reason-bad-action    value 'BAD-ACTION'.
               stop run
           end-if

           display "ACCIMGDD" upon environment-name
           display ws-image-filename upon environment-value
           display "ACCCKPDD" upon environment-name
           display ws-ckpt-filename upon environment-value
           perform load-checkpoint

           display "ACCRSLDD" upon environment-name
           display ws-result-filename upon environment-value
           if ws-attempt > 1 then
               open extend txn-result-file
               if ws-result-file-missing
                   open output txn-result-file
               end-if
               move spaces to txn-result-record
               string
                   "---- ATTEMPT "          delimited by size
                   ws-attempt               delimited by size
                   " RESUMES AFTER SEQUENCE " delimited by size
                   ws-resume-seq            delimited by size
                   " - LINES UP TO IT WERE DONE IN AN EARLIER "
                                            delimited by size
                   "ATTEMPT ----"           delimited by size
                   into txn-result-record
               write txn-result-record
           else
               open output txn-result-file
           end-if
           set ws-txn-inflight to true

           move 'N' to end-of-file
           perform retire-txn-file

           display space
           if ws-skipped-count > 0 then
               display "ATTEMPT " ws-attempt " SKIPPED "
                   ws-skipped-count " TRANSACTION(S) DONE IN AN "
                   "EARLIER ATTEMPT."
           end-if
           display ws-txn-count " TRANSACTION(S) READ, "
               ws-applied-count " APPLIED, "
               ws-queued-count " QUEUED FOR APPROVAL, "
               ws-rejected-count " REJECTED."
           display "RESULTS: " ws-result-filename


           stop run.

      *> No checkpoint means a fresh file: take its image and start
      *> at sequence one.  A checkpoint means an earlier attempt
      *> stopped short - the file must still match that attempt's
      *> image line for line, or nothing is touched.
       load-checkpoint.

           open input txn-ckpt-file
           if ws-ckpt-file-missing then
               move 0 to ws-resume-seq
               move 1 to ws-attempt
               perform take-txn-image
               move 0 to ws-txn-seq
               perform write-checkpoint
               exit paragraph
           end-if

           read txn-ckpt-file
               at end
                   move 0 to ckpt-last-seq
                   move 0 to ckpt-attempt
           end-read
           close txn-ckpt-file
           move ckpt-last-seq to ws-resume-seq
           move ckpt-attempt to ws-attempt
           add 1 to ws-attempt

           perform verify-txn-image
           if not ws-image-matches then
               display "TRANSACTION FILE " ws-txn-filename
                   " HAS CHANGED SINCE ATTEMPT " ckpt-attempt
                   " STOPPED AFTER SEQUENCE " ws-resume-seq
                   " - REFUSED."
               display "RECONCILE AGAINST " ws-result-filename
                   " AND REMOVE " ws-ckpt-filename
                   " BEFORE SUBMITTING A NEW FILE."
               close txn-file
               EXEC SQL
                   CONNECT RESET
               END-EXEC
               move 8 to return-code
               stop run
           end-if

           display "RESTART: ATTEMPT " ws-attempt " RESUMES AFTER "
               "SEQUENCE " ws-resume-seq "."
           move 0 to ws-txn-seq
           exit paragraph.

       take-txn-image.

           open output txn-image-file
           move 'N' to end-of-file
           perform copy-one-image-line until end-of-file = 'Y'
           close txn-image-file
           close txn-file
           open input txn-file
           exit paragraph.

       copy-one-image-line.

           read txn-file
               at end
                   move 'Y' to end-of-file
               not at end
                   move txn-record to txn-image-record
                   write txn-image-record
           end-read
           exit paragraph.

       verify-txn-image.

           move 'Y' to ws-image-match-sw
           open input txn-image-file
           if ws-image-file-missing then
               move 'N' to ws-image-match-sw
               exit paragraph
           end-if

           move 'N' to end-of-file
           move 'N' to ws-image-eof
           perform compare-one-image-line
               until end-of-file = 'Y' or not ws-image-matches
           close txn-image-file
           close txn-file
           open input txn-file
           exit paragraph.

      *> Both files are read in step; a differing line, or either
      *> one running out first, is a change.
       compare-one-image-line.

           read txn-file
               at end
                   move 'Y' to end-of-file
           end-read
           read txn-image-file
               at end
                   move 'Y' to ws-image-eof
           end-read

           if end-of-file not = ws-image-eof then
               move 'N' to ws-image-match-sw
               exit paragraph
           end-if
           if end-of-file = 'N'
                   and txn-record not = txn-image-record then
               move 'N' to ws-image-match-sw
           end-if
           exit paragraph.

       write-checkpoint.

           open output txn-ckpt-file
           move spaces to txn-ckpt-record
           move ws-txn-seq to ckpt-last-seq
           move ws-attempt to ckpt-attempt
           write txn-ckpt-record
           close txn-ckpt-file
           exit paragraph.

      *> The same rename-aside retirement EMPREWORK gives its carry
      *> file; the time stamp keeps two runs in one day from
      *> colliding on the generation name.  A clean pass has no
      *> restart left to make, so the checkpoint and image go too.
       retire-txn-file.

           move '.done' to ws-txn-park-suffix
           perform park-txn-file
           call "CBL_DELETE_FILE" using ws-ckpt-filename
           call "CBL_DELETE_FILE" using ws-image-filename
           exit paragraph.

       park-txn-file.
           end-read
           exit paragraph.

      *> One transaction is one unit of work: its SQL, a COMMIT,
      *> the checkpoint, and only then its results line.
       process-one-transaction.

           add 1 to ws-txn-seq
           if ws-txn-seq <= ws-resume-seq then
               add 1 to ws-skipped-count
               exit paragraph
           end-if

           perform apply-one-transaction

           EXEC SQL
               COMMIT
           END-EXEC
           perform check-sql-state
           perform write-checkpoint
           perform write-result-line
           exit paragraph.

       apply-one-transaction.

           add 1 to ws-txn-count

           move spaces to ws-txn-action
           exit paragraph.

      *> ADD,first,last,phone,address - the same columns add-account
      *> prompts for, queued for approval.
       apply-add-transaction.

           if ws-txn-field-1 = spaces or ws-txn-field-2 = spaces then
               exit paragraph
           end-if

           move "ADD" to ws-sql-pend-action
           move 0 to ws-sql-pend-account-id
           move ws-txn-field-1 to ws-sql-new-first-name
           move ws-txn-field-2 to ws-sql-new-last-name
           move ws-txn-field-3 to ws-sql-new-phone
           move ws-txn-field-4 to ws-sql-new-address
           perform queue-pending-change
           exit paragraph.

      *> ENABLE,id / DISABLE,id - the same lookup-then-update path
      *> change-account-status walks, audit row only when the flag
      *> actually moved.  DISABLE stops at the lookup and queues.
       apply-status-transaction.

           perform resolve-target-account
               exit paragraph
           end-if

           if ws-txn-action = "DISABLE" then
               move "DISABLE" to ws-sql-pend-action
               move ws-sql-target-account-id to ws-sql-pend-account-id
               move spaces to ws-sql-new-first-name
               move spaces to ws-sql-new-last-name
               move spaces to ws-sql-new-phone
               move spaces to ws-sql-new-address
               perform queue-pending-change
               exit paragraph
           end-if

           move 'Y' to ws-sql-new-enabled

           EXEC SQL
               UPDATE ACCOUNTS
               SET IS_ENABLED = :ws-sql-new-enabled,
           end-if

           add 1 to ws-applied-count
           exit paragraph.

      *> UPDATE,id,first,last,phone,address - blank fields keep the
      *> value on file.  They are queued blank and resolved against
      *> the account as it stands when the change is approved, where
      *> every column that actually changed gets its own audit row.
       apply-update-transaction.

           perform resolve-target-account
               exit paragraph
           end-if

           move "UPDATE" to ws-sql-pend-action
           move ws-sql-target-account-id to ws-sql-pend-account-id
           move ws-txn-field-2 to ws-sql-new-first-name
           move ws-txn-field-3 to ws-sql-new-last-name
           move ws-txn-field-4 to ws-sql-new-phone
           move ws-txn-field-5 to ws-sql-new-address
           perform queue-pending-change
           exit paragraph.

      *> One ACCOUNTS_PENDING row, stamped with the submitting user
      *> as its maker - the same row sql-example's
      *> queue-pending-change writes.
       queue-pending-change.

           EXEC SQL
               INSERT INTO ACCOUNTS_PENDING
                   (ACTION, ACCOUNT_ID, FIRST_NAME, LAST_NAME, PHONE,
                    ADDRESS, RETENTION_DAYS, MAKER, MADE_AT, STATUS)
               VALUES
                   (:ws-sql-pend-action, :ws-sql-pend-account-id,
                    :ws-sql-new-first-name, :ws-sql-new-last-name,
                    :ws-sql-new-phone, :ws-sql-new-address, 0,
                    :ws-audit-user, CURRENT_TIMESTAMP, 'P')
           END-EXEC
           perform check-sql-state

           move "QUEUED" to ws-txn-disposition
           add 1 to ws-queued-count
           exit paragraph.

      *> Field 1 of ENABLE/DISABLE/UPDATE is the account ID.  The

           move "REJECTED" to ws-txn-disposition
           add 1 to ws-rejected-count
           exit paragraph.

      *> One report line per transaction: sequence number, the
      *> attempt that did it, disposition, reason code when
      *> rejected, and the original record so the reader never has
      *> to line the report up against the input by hand.
       write-result-line.

           move spaces to txn-result-record
           string
               ws-txn-seq         delimited by size
               " ATTEMPT "        delimited by size
               ws-attempt         delimited by size
               " "                delimited by size
               ws-txn-disposition delimited by size
               " "                delimited by size
               ws-txn-reason      delimited by size
      *> with no menu to fall back to, so any failure past the initial
      *> CONNECT is treated the same as one before it - report it and
      *> stop, rather than applying only part of the change list
      *> silently.  A failure mid-file rolls back the transaction it
      *> hit and leaves the file, its image and the checkpoint in
      *> place - everything before it is committed and
      *> checkpointed, so the rerun resumes at the failing line
      *> without applying anything twice.
       check-sql-state.

           if SQL-SUCCESS or SQL-NODATA then
           move 'Y' to ws-sql-error-sw

           if ws-txn-inflight then
               EXEC SQL
                   ROLLBACK
               END-EXEC
               close txn-file
               close txn-result-file
               move 'N' to ws-txn-inflight-sw
               display "RUN STOPPED AT SEQUENCE " ws-txn-seq
                   " - EVERYTHING BEFORE IT IS COMMITTED. FIX THE "
                   "CAUSE AND RERUN THE SAME FILE TO RESUME THERE."
               move 8 to return-code
           end-if

           if ws-is-connected then
