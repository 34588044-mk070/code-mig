              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VIOLATION-STATUS.

      *> The maintenance activity trail - one line per save, so the
      *> access recertification can tell when the function was
      *> last actually used.
           SELECT ACTIVITY-FILE ASSIGN TO "BMACTDD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACTIVITY-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUTH-VIOLATION-FILE.
       01  AUTH-VIOLATION-RECORD PIC X(60).

       FD  ACTIVITY-FILE.
       01  ACTIVITY-RECORD       PIC X(60).

       WORKING-STORAGE SECTION.

       01  BUDGET-FILENAME       PIC X(60) VALUE
       01  OPERATOR-ID           PIC X(8).
       01  VIO-STAMP-DATE        PIC 9(8).
       01  VIO-STAMP-TIME        PIC 9(8).
       01  ACTIVITY-FILENAME     PIC X(60) VALUE
               '/app/data/maint_activity.log'.
       01  ACTIVITY-STATUS       PIC X(2).
           88  ACTIVITY-FILE-MISSING VALUE '35'.

       PROCEDURE DIVISION.
       MAIN.
           CLOSE BUDGET-FILE.
           DISPLAY BUDGET-COUNT " BUDGET LINE(S) SAVED TO "
               BUDGET-FILENAME.
           PERFORM LOG-MAINT-ACTIVITY.

       WRITE-ONE-BUDGET.

           WRITE AUTH-VIOLATION-RECORD.

           CLOSE AUTH-VIOLATION-FILE.

      *> "date,time,operid,function,SAVE" - the same shape as the
      *> violations file, appended to the same way.
       LOG-MAINT-ACTIVITY.

           DISPLAY "BMACTDD" UPON ENVIRONMENT-NAME.
           DISPLAY ACTIVITY-FILENAME UPON ENVIRONMENT-VALUE.

           OPEN EXTEND ACTIVITY-FILE.
           IF ACTIVITY-FILE-MISSING
               OPEN OUTPUT ACTIVITY-FILE
           END-IF.

           ACCEPT VIO-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT VIO-STAMP-TIME FROM TIME.

           MOVE SPACES TO ACTIVITY-RECORD.
           STRING
               VIO-STAMP-DATE DELIMITED BY SIZE
               ","            DELIMITED BY SIZE
               VIO-STAMP-TIME DELIMITED BY SIZE
               ","            DELIMITED BY SIZE
               OPERATOR-ID    DELIMITED BY SPACE
               ",BUDGMAINT,SAVE" DELIMITED BY SIZE
               INTO ACTIVITY-RECORD.
           WRITE ACTIVITY-RECORD.

           CLOSE ACTIVITY-FILE.
