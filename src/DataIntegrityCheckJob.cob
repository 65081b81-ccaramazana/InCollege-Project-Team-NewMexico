      *> recipients, and skills rows for deleted users. When the
      *> operator leaves an integrity-repair.flag file in the data
      *> directory, the safe repairs (exact-duplicate rows in
      *> networks.txt and skills.txt) are applied; everything else is
      *> report-only. applications.txt is keyed by job and applicant,
      *> so it cannot hold a duplicate row to repair. Run on its own,
      *> separate from the interactive InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOBS-FILE-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-USERNAME WITH DUPLICATES
               FILE STATUS IS APPS-FILE-STATUS.
           SELECT CONNECTIONS-FILE ASSIGN TO "connections.txt"
               ORGANIZATION IS INDEXED
           SELECT REPAIR-FLAG-FILE ASSIGN TO "integrity-repair.flag"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPAIR-FLAG-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "integrity-exceptions-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT ONLINE-LOCK-FILE ASSIGN TO "online.lck"
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

               10 SR-IMAGE PIC X(30).
               10 SR-DROP-FLAG PIC X(01).

       01  I PIC 9(04).
       01  J PIC 9(04).
       01  NAME-FOUND-FLAG PIC X VALUE 'N'.
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF REPAIR-MODE
               MOVE "(repair mode: exact-duplicate rows will be" &
               " removed)"
               TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ APPLICATIONS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-APPLICATION-PROCEDURE
               END-READ
           END-PERFORM.
               PERFORM WRITE-EXCEPTION-PROCEDURE
           END-IF.

       CHECK-CONNECTIONS-PROCEDURE.
           OPEN INPUT CONNECTIONS-FILE.
           IF CONN-FILE-STATUS NOT = "00"
      *> skipped rather than risked.
           IF NET-PAIR-COUNT >= 300
               OR SKILL-ROW-COUNT >= 300
               MOVE "Repairs skipped: a file is larger than this job" &
               " can buffer." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.
           CLOSE SKILLS-FILE.

       CLOSE-REPORT-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Exceptions found: " DELIMITED BY SIZE
