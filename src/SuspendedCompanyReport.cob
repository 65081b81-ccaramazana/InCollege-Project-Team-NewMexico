       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspendedCompanyReport.

      *> Standalone batch job: for every company career services has
      *> suspended (company-suspensions.txt), lists the reason, the
      *> recruiters tied to it, the postings being held back from
      *> students, and every student whose application to it was
      *> still in play - with the contact details on file - so
      *> advisors can follow up one by one. Run on its own, separate
      *> from the interactive InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSIONS-FILE ASSIGN TO "company-suspensions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-FILE-STATUS.
           SELECT COMPANY-LINKS-FILE ASSIGN TO "company-links.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LINKS-FILE-STATUS.
           SELECT CONTACTS-FILE ASSIGN TO "contacts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACTS-FILE-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOBS-FILE-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-USERNAME WITH DUPLICATES
               FILE STATUS IS APPS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "suspended-company-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT ONLINE-LOCK-FILE ASSIGN TO "online.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ONLINE-LOCK-STATUS.
           SELECT BATCH-LOCK-FILE ASSIGN TO "batch.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS BATCH-LOCK-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SUSPENSIONS-FILE.
       01  SUSPENSIONS-RECORD.
           05 CS-COMPANY        PIC X(80).
           05 CS-REASON         PIC X(80).
           05 CS-STATUS         PIC X(01).
           05 CS-SUSPENDED-BY   PIC X(20).
           05 CS-SUSPENDED-DATE PIC 9(08).
           05 CS-LIFTED-BY      PIC X(20).
           05 CS-LIFTED-DATE    PIC 9(08).

       FD  COMPANY-LINKS-FILE.
       01  COMPANY-LINKS-RECORD.
           05 CL-USERNAME   PIC X(20).
           05 CL-COMPANY    PIC X(80).
           05 CL-ADMIN-FLAG PIC X(01).
           05 CL-LINK-DATE  PIC 9(08).

       FD  CONTACTS-FILE.
       01  CONTACTS-RECORD.
           05 CT-USERNAME       PIC X(20).
           05 CT-EMAIL          PIC X(80).
           05 CT-PHONE          PIC X(20).
           05 CT-CHANNEL        PIC X(01).
           05 CT-EMAIL-VERIFIED PIC X(01).
           05 CT-CODE           PIC 9(06).
           05 CT-CODE-DATE      PIC 9(08).
           05 CT-VERIFIED-DATE  PIC 9(08).
           05 CT-UPDATED-DATE   PIC 9(08).

       FD  JOBS-FILE.
       01  JOBS-RECORD.
           05 JOB-POSTER        PIC X(20).
           05 JOB-TITLE         PIC X(80).
           05 JOB-DESCRIPTION   PIC X(200).
           05 JOB-EMPLOYER      PIC X(80).
           05 JOB-LOCATION      PIC X(80).
           05 JOB-SALARY        PIC X(20).
           05 JOB-POSTED-DATE   PIC 9(08).
           05 JOB-EXPIRATION-DATE PIC 9(08).
           05 JOB-CLOSED-FLAG   PIC X(01).
           05 JOB-SALARY-MIN    PIC 9(07).
           05 JOB-SALARY-MAX    PIC 9(07).
           05 JOB-ID            PIC 9(06).
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

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       FD  ONLINE-LOCK-FILE.
       01  ONLINE-LOCK-RECORD PIC X(24).

       FD  BATCH-LOCK-FILE.
       01  BATCH-LOCK-RECORD PIC X(24).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RC-JOB-NAME  PIC X(24).
           05 RC-TIMESTAMP PIC X(19).
           05 RC-OUTCOME   PIC X(10).
           05 RC-ROWS      PIC 9(06).

       WORKING-STORAGE SECTION.
       01  ONLINE-LOCK-STATUS  PIC XX VALUE SPACES.
       01  BATCH-LOCK-STATUS   PIC XX VALUE SPACES.
       01  RUN-CONTROL-STATUS  PIC XX VALUE SPACES.
       01  RC-JOB-NAME-TEXT    PIC X(24)
               VALUE "SuspendedCompanyReport".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  SUSP-FILE-STATUS     PIC XX VALUE SPACES.
       01  LINKS-FILE-STATUS    PIC XX VALUE SPACES.
       01  CONTACTS-FILE-STATUS PIC XX VALUE SPACES.
       01  JOBS-FILE-STATUS     PIC XX VALUE SPACES.
       01  APPS-FILE-STATUS     PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS      PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

       01  I PIC 999.
       01  K PIC 999.

       01  SUSP-DATA.
           05 SUSP-COUNT PIC 999 VALUE 0.
           05 SUSP-TABLE OCCURS 100 TIMES.
               10 SP-COMPANY        PIC X(80).
               10 SP-REASON         PIC X(80).
               10 SP-STATUS         PIC X(01).
                  88 SP-IS-SUSPENDED VALUE 'S'.
               10 SP-SUSPENDED-BY   PIC X(20).
               10 SP-SUSPENDED-DATE PIC 9(08).
               10 SP-LIFTED-BY      PIC X(20).
               10 SP-LIFTED-DATE    PIC 9(08).
       01  ACTIVE-COUNT PIC 999 VALUE 0.

       01  LINK-DATA.
           05 LINK-COUNT PIC 999 VALUE 0.
           05 LINK-TABLE OCCURS 300 TIMES.
               10 LINK-USERNAME PIC X(20).
               10 LINK-COMPANY  PIC X(80).
               10 LINK-ADMIN    PIC X(01).

       01  CONTACT-DATA.
           05 CONTACT-COUNT PIC 999 VALUE 0.
           05 CONTACT-TABLE OCCURS 300 TIMES.
               10 CN-USERNAME PIC X(20).
               10 CN-EMAIL    PIC X(80).
               10 CN-PHONE    PIC X(20).

       01  CURRENT-COMPANY  PIC X(80).
       01  COMPANY-KEY      PIC X(80).
       01  ROW-KEY          PIC X(80).
       01  SECTION-COUNT    PIC 9(04).
       01  STUDENT-TOTAL    PIC 9(05) VALUE 0.
       01  CONTACT-HIT      PIC 999.
       01  CONTACT-TEXT     PIC X(104).
       01  TODAY-DATE       PIC 9(08).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           PERFORM LOAD-SUSPENSIONS-PROCEDURE.
           PERFORM LOAD-LINKS-PROCEDURE.
           PERFORM LOAD-CONTACTS-PROCEDURE.
           PERFORM WRITE-REPORT-PROCEDURE.
           MOVE STUDENT-TOTAL TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

       LOAD-SUSPENSIONS-PROCEDURE.
           OPEN INPUT SUSPENSIONS-FILE.
           IF SUSP-FILE-STATUS NOT = "00"
               CLOSE SUSPENSIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR SUSP-COUNT >= 100
               READ SUSPENSIONS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO SUSP-COUNT
                       MOVE SUSPENSIONS-RECORD
                           TO SUSP-TABLE(SUSP-COUNT)
                       IF CS-STATUS = 'S'
                           ADD 1 TO ACTIVE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSIONS-FILE.

       LOAD-LINKS-PROCEDURE.
           OPEN INPUT COMPANY-LINKS-FILE.
           IF LINKS-FILE-STATUS NOT = "00"
               CLOSE COMPANY-LINKS-FILE
               EXIT PARAGRAPH
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR LINK-COUNT >= 300
               READ COMPANY-LINKS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO LINK-COUNT
                       MOVE CL-USERNAME TO LINK-USERNAME(LINK-COUNT)
                       MOVE CL-COMPANY TO LINK-COMPANY(LINK-COUNT)
                       MOVE CL-ADMIN-FLAG TO LINK-ADMIN(LINK-COUNT)
               END-READ
           END-PERFORM.
           CLOSE COMPANY-LINKS-FILE.

       LOAD-CONTACTS-PROCEDURE.
           OPEN INPUT CONTACTS-FILE.
           IF CONTACTS-FILE-STATUS NOT = "00"
               CLOSE CONTACTS-FILE
               EXIT PARAGRAPH
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR CONTACT-COUNT >= 300
               READ CONTACTS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO CONTACT-COUNT
                       MOVE CT-USERNAME TO CN-USERNAME(CONTACT-COUNT)
                       MOVE CT-EMAIL TO CN-EMAIL(CONTACT-COUNT)
                       MOVE CT-PHONE TO CN-PHONE(CONTACT-COUNT)
               END-READ
           END-PERFORM.
           CLOSE CONTACTS-FILE.

       WRITE-REPORT-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Suspended Company Report - " DELIMITED BY SIZE
           TODAY-DATE DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF ACTIVE-COUNT = 0
               MOVE "No company is suspended." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SUSP-COUNT
               IF SP-IS-SUSPENDED(I)
                   PERFORM WRITE-COMPANY-SECTION-PROCEDURE
               END-IF
           END-PERFORM.

           MOVE "----------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Companies suspended: " DELIMITED BY SIZE
           ACTIVE-COUNT DELIMITED BY SIZE
           "   Students to follow up: " DELIMITED BY SIZE
           STUDENT-TOTAL DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           CLOSE REPORT-FILE.

       WRITE-COMPANY-SECTION-PROCEDURE.
           MOVE SP-COMPANY(I) TO CURRENT-COMPANY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-COMPANY))
               TO COMPANY-KEY.

           MOVE "----------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Company: " DELIMITED BY SIZE
           FUNCTION TRIM(CURRENT-COMPANY) DELIMITED BY SIZE
           "  (suspended " DELIMITED BY SIZE
           SP-SUSPENDED-DATE(I) DELIMITED BY SIZE
           " by " DELIMITED BY SIZE
           FUNCTION TRIM(SP-SUSPENDED-BY(I)) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Reason: " DELIMITED BY SIZE
           FUNCTION TRIM(SP-REASON(I)) DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM WRITE-RECRUITERS-PROCEDURE.
           PERFORM WRITE-HELD-POSTINGS-PROCEDURE.
           PERFORM WRITE-STUDENTS-PROCEDURE.

       WRITE-RECRUITERS-PROCEDURE.
           MOVE "  Recruiters:" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 0 TO SECTION-COUNT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LINK-COUNT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LINK-COMPANY(K)))
                   TO ROW-KEY
               IF ROW-KEY = COMPANY-KEY
                   ADD 1 TO SECTION-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   IF LINK-ADMIN(K) = 'Y'
                       STRING "    " DELIMITED BY SIZE
                       FUNCTION TRIM(LINK-USERNAME(K)) DELIMITED BY SIZE
                       " (company admin)" DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   ELSE
                       STRING "    " DELIMITED BY SIZE
                       FUNCTION TRIM(LINK-USERNAME(K)) DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-IF
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.
           IF SECTION-COUNT = 0
               MOVE "    No accounts are linked to this company."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *> Held postings are the ones students would see if the
      *> company were in good standing - what lifting brings back.
       WRITE-HELD-POSTINGS-PROCEDURE.
           MOVE "  Postings held from students:" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 0 TO SECTION-COUNT.
           OPEN INPUT JOBS-FILE.
           IF JOBS-FILE-STATUS NOT = "00"
               CLOSE JOBS-FILE
               MOVE "    No postings are on file." TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ JOBS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(FUNCTION
                           TRIM(JOB-EMPLOYER)) TO ROW-KEY
                       IF ROW-KEY = COMPANY-KEY
                           AND JOB-CLOSED-FLAG NOT = 'Y'
                           AND (JOB-EXPIRATION-DATE = 0
                               OR JOB-EXPIRATION-DATE >= TODAY-DATE)
                           AND (JOB-REVIEW-STATUS = 'A'
                               OR JOB-REVIEW-STATUS = SPACE)
                           ADD 1 TO SECTION-COUNT
                           MOVE SPACES TO REPORT-RECORD
                           STRING "    Job #" DELIMITED BY SIZE
                           JOB-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(JOB-TITLE) DELIMITED BY SIZE
                           " - posted by " DELIMITED BY SIZE
                           FUNCTION TRIM(JOB-POSTER) DELIMITED BY SIZE
                           INTO REPORT-RECORD
                           WRITE REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOBS-FILE.
           IF SECTION-COUNT = 0
               MOVE "    None." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *> Students whose application is still in play - submitted,
      *> interviewing or holding an offer - are the ones told of the
      *> suspension and the ones advisors need to reach.
       WRITE-STUDENTS-PROCEDURE.
           MOVE "  Students to follow up:" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 0 TO SECTION-COUNT.
           OPEN INPUT APPLICATIONS-FILE.
           IF APPS-FILE-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               MOVE "    No applications are on file." TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ APPLICATIONS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(FUNCTION
                           TRIM(APP-JOB-EMPLOYER)) TO ROW-KEY
                       IF ROW-KEY = COMPANY-KEY
                           AND (FUNCTION TRIM(APP-STATUS) = "Submitted"
                           OR FUNCTION TRIM(APP-STATUS) = "Interviewing"
                           OR FUNCTION TRIM(APP-STATUS) = "Offered")
                           PERFORM WRITE-STUDENT-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
           IF SECTION-COUNT = 0
               MOVE "    None." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-STUDENT-LINE-PROCEDURE.
           ADD 1 TO SECTION-COUNT.
           ADD 1 TO STUDENT-TOTAL.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    " DELIMITED BY SIZE
           FUNCTION TRIM(APP-USERNAME) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(APP-JOB-TITLE) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(APP-STATUS) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 0 TO CONTACT-HIT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > CONTACT-COUNT
               IF CN-USERNAME(K) = APP-USERNAME
                   MOVE K TO CONTACT-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO CONTACT-TEXT.
           IF CONTACT-HIT > 0
               STRING FUNCTION TRIM(CN-EMAIL(CONTACT-HIT))
                   DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(CN-PHONE(CONTACT-HIT)) DELIMITED BY SIZE
               INTO CONTACT-TEXT
           END-IF.
           IF CONTACT-TEXT = SPACES
               MOVE "no contact details on file - use in-app messages"
                   TO CONTACT-TEXT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "      Contact: " DELIMITED BY SIZE
           FUNCTION TRIM(CONTACT-TEXT) DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> Shared batch interlock: refuse to start while the
      *> interactive session holds the data files (it keeps
      *> online.lck open for its whole run), then take batch.lck for
      *> the duration so a second batch job - including a second
      *> copy of this one - cannot run alongside. Every start and
      *> clean end is stamped into run-control.txt.
       ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           OPEN OUTPUT ONLINE-LOCK-FILE.
           IF ONLINE-LOCK-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(RC-JOB-NAME-TEXT)
                   ": the interactive session is up - not running."
               MOVE "REFUSED" TO RC-OUTCOME-TEXT
               PERFORM WRITE-RUN-CONTROL-PROCEDURE
               STOP RUN
           END-IF.
           CLOSE ONLINE-LOCK-FILE.

           OPEN OUTPUT BATCH-LOCK-FILE.
           IF BATCH-LOCK-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(RC-JOB-NAME-TEXT)
                   ": another batch job is running - not running."
               MOVE "REFUSED" TO RC-OUTCOME-TEXT
               PERFORM WRITE-RUN-CONTROL-PROCEDURE
               STOP RUN
           END-IF.
           MOVE RC-JOB-NAME-TEXT TO BATCH-LOCK-RECORD.
           WRITE BATCH-LOCK-RECORD.

           MOVE "STARTED" TO RC-OUTCOME-TEXT.
           PERFORM WRITE-RUN-CONTROL-PROCEDURE.

       RELEASE-BATCH-INTERLOCK-PROCEDURE.
           MOVE "COMPLETE" TO RC-OUTCOME-TEXT.
           PERFORM WRITE-RUN-CONTROL-PROCEDURE.
           CLOSE BATCH-LOCK-FILE.

       WRITE-RUN-CONTROL-PROCEDURE.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "35"
               CLOSE RUN-CONTROL-FILE
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           MOVE RC-JOB-NAME-TEXT TO RC-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP.
           MOVE RC-OUTCOME-TEXT TO RC-OUTCOME.
           MOVE RC-ROWS-PROCESSED TO RC-ROWS.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.
