               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOBS-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-USERNAME WITH DUPLICATES
               FILE STATUS IS APPS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ops-dashboard-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           05 JOB-REVIEW-STATUS PIC X(01).
           05 JOB-DECLINE-REASON PIC X(80).
           05 JOB-CLOSED-DATE   PIC 9(08).
           05 JOB-WORK-AUTH     PIC X(01).

       FD  APPLICATIONS-FILE.
       01  APPLICATIONS-RECORD.
           05 APP-KEY.
               10 APP-JOB-ID    PIC 9(06).
               10 APP-USERNAME  PIC X(20).
           05 APP-JOB-TITLE     PIC X(80).
           05 APP-JOB-EMPLOYER  PIC X(80).
           05 APP-JOB-LOCATION  PIC X(80).
           05 APP-STATUS        PIC X(20).
           05 APP-COVER-NOTE    PIC X(200).
           05 APP-RESUME-FILE   PIC X(40).

           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "----------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Per day (last 7 days):" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
               WRITE REPORT-RECORD
           END-PERFORM.

           MOVE "----------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Week over week (this 7 days / prior 7 days):"
           TO REPORT-RECORD.
               END-IF
           END-PERFORM.

           MOVE "----------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
