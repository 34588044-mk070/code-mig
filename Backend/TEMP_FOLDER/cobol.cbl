       01  KEEP-STATUS           PIC X.
       01  KEEP-STATDATE         PIC X(8).

      *> A reload of an extract whose version MASTFIX voided leaves
      *> the void standing - the incoming image is held aside while
      *> the version on file is looked at.
       01  MASTER-NEW-IMAGE      PIC X(56).
       01  VOIDED-KEPT-COUNT     PIC 9(5) VALUE 0.

      * ----------------------------------------------------------- *
      * Within-file duplicate detection.  A duplicate EMPX-EMPNO    *
      * across dated extracts is normal (the REWRITE below is how   *
           END-READ.

      *> The status becomes a dated version of its own on the
      *> master: the fields of the version in effect on the status
      *> effective date, standing changed.  A rerun of the
      *> same file REWRITEs the same version in place.
       WRITE-STATUS-MASTER-VERSION.


           WRITE EMP-MASTER-RECORD.
           IF EMP-MASTER-STATUS = '22'
               PERFORM REWRITE-UNLESS-VOIDED
           END-IF.

       READ-ONE-STATUS-HOLD.
                   IF EMPM-EMPNO NOT = STAT-EMPNO-IN
                       MOVE 'Y' TO STAT-HOLD-DONE-SW
                   ELSE
      *> A voided version is not carried into the status version,
      *> nor one dated after it - a MERITINC raise still to come.
                       IF EMPM-STATUS NOT = 'V'
                               AND EMPM-EFFDATE <= STAT-EFFDATE
                           MOVE 'Y' TO STAT-HOLD-FOUND-SW
                           MOVE EMPM-NAME     TO STAT-HOLD-NAME
                           MOVE EMPM-DEPTNO   TO STAT-HOLD-DEPTNO
                           MOVE EMPM-SALARY   TO STAT-HOLD-SALARY
                           MOVE EMPM-HIREDATE TO STAT-HOLD-HIREDATE
                           MOVE EMPM-MGRID    TO STAT-HOLD-MGRID
                       END-IF
                   END-IF
           END-READ.


           WRITE EMP-MASTER-RECORD.
           IF EMP-MASTER-STATUS = '22'
               PERFORM REWRITE-UNLESS-VOIDED
           END-IF.

       REWRITE-UNLESS-VOIDED.

           MOVE EMP-MASTER-RECORD TO MASTER-NEW-IMAGE.
           READ EMP-MASTER-FILE
               KEY IS EMPM-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF EMP-MASTER-STATUS = '00' AND EMPM-STATUS = 'V'
               ADD 1 TO VOIDED-KEPT-COUNT
               DISPLAY "MASTER VERSION " EMPM-EMPNO " " EMPM-EFFDATE
                   " IS VOIDED - LEFT AS IT WAS."
               EXIT PARAGRAPH
           END-IF.

           MOVE MASTER-NEW-IMAGE TO EMP-MASTER-RECORD.
           REWRITE EMP-MASTER-RECORD.

       SEARCH-SEEN-TABLE.

           MOVE 'N' TO SEEN-IN-FILE-SW.
               NOT AT END
                   IF EMPM-EMPNO = PARM-EMPNO(1:5)
                       ADD 1 TO HISTORY-ROW-COUNT
                       IF EMPM-STATUS = 'V'
                           DISPLAY EMPM-EFFDATE "  " EMPM-DEPTNO
                               "   " EMPM-SALARY "  " EMPM-NAME
                               "  VOIDED"
                       ELSE
                           DISPLAY EMPM-EFFDATE "  " EMPM-DEPTNO
                               "   " EMPM-SALARY "  " EMPM-NAME
                       END-IF
                   END-IF
           END-READ.

               MOVE EMPM-EMPNO TO ASOF-CUR-EMPNO
           END-IF.

      *> A version MASTFIX voided never stood on any day.
           IF EMPM-EFFDATE <= ASOF-DATE AND EMPM-STATUS NOT = 'V'
               MOVE 'Y' TO ASOF-CAND-SW
               MOVE EMPM-NAME     TO ASOF-HOLD-NAME
               MOVE EMPM-DEPTNO   TO ASOF-HOLD-DEPTNO
                   "APPLIED, " STATUS-REJECT-COUNT " REJECTED."
           END-IF.

           IF VOIDED-KEPT-COUNT > 0
               DISPLAY " "
               DISPLAY VOIDED-KEPT-COUNT " RELOADED VERSION(S) LEFT "
                   "VOIDED ON THE MASTER."
           END-IF.

           DISPLAY " ".
           DISPLAY "HAVE A GOOD DAY!".
           DISPLAY " ".
