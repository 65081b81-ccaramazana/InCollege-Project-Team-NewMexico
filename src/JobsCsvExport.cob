           05 JOB-REVIEW-STATUS PIC X(01).
           05 JOB-DECLINE-REASON PIC X(80).
           05 JOB-CLOSED-DATE   PIC 9(08).
           05 JOB-WORK-AUTH     PIC X(01).

       FD  CSV-FILE.
       01  CSV-RECORD PIC X(400).
           END-IF.

           OPEN OUTPUT CSV-FILE.
           MOVE "JobID,Title,Employer,Location,Salary,Poster"
               TO CSV-RECORD.
           WRITE CSV-RECORD.

           SET NOT-END-OF-FILE TO TRUE.
