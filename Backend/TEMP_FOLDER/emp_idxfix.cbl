      * full history, so:                                           *
      *                                                             *
      *   EMPIDXFIX_MODE=REBUILD rewrites emp.idx from scratch -   *
      *   each employee's latest master version in effect today,   *
      *   status carried - turning the hours-long reprocess into   *
      *   a minutes-long rebuild.                                   *
      *                                                             *
           88  RUN-STATS-FILE-NOT-FOUND VALUE '35'.

       01  END-OF-FILE           PIC X VALUE 'N'.
       01  RUN-DATE              PIC 9(8).

       01  PARM-MODE             PIC X(10).
       01  RUN-MODE              PIC X(10) VALUE 'VERIFY'.
           DISPLAY "EMP.IDX / EMP_MASTER.IDX INTEGRITY UTILITY".
           DISPLAY "------------------------------------------".

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT PARM-MODE FROM ENVIRONMENT "EMPIDXFIX_MODE".
           IF PARM-MODE NOT = SPACES
               MOVE PARM-MODE TO RUN-MODE
           END-READ.

      *> Versions arrive oldest first within each employee, so the
      *> last one held when the key changes is the latest in effect.
       SIFT-REBUILD-RECORD.

      *> A version MASTFIX voided is never the current one, and a
      *> MERITINC raise dated ahead is not current yet.
           IF EMPM-STATUS = 'V' OR EMPM-EFFDATE > RUN-DATE
               EXIT PARAGRAPH
           END-IF.

           IF EMPM-EMPNO NOT = CUR-EMPNO
               PERFORM WRITE-REBUILD-CANDIDATE
               MOVE EMPM-EMPNO TO CUR-EMPNO
