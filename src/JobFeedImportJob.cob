       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobFeedImportJob.

      *> Standalone batch job: loads postings pushed from employers'
      *> applicant-tracking systems. ats-feeds.txt names one feed per
      *> company, one pipe-delimited row each:
      *>     Company|FeedFile|Recruiter
      *> and every feed file carries one posting per row:
      *>     Title|Description|Location|SalaryMin|SalaryMax|
      *>     Expiration(YYYYMMDD)|Skills|Recruiter
      *> (Skills is up to three catalog skill numbers separated by
      *> commas; a blank expiration runs the online default of 90
      *> days; a blank recruiter falls back to the feed's own.)
      *> Each loaded posting gets a permanent number from
      *> job-counter.txt, its skill rows in job-skills.txt, and goes
      *> into jobs.txt pending career-services review - exactly
      *> where a hand-typed employer posting lands. The description
      *> is screened against blocked-terms.txt the way the online
      *> entry screens it. Only a vetted employer account linked to
      *> the company in company-links.txt may be named as the
      *> poster. The run report lists every loaded, rejected, and
      *> duplicate row so the run can be reconciled with the
      *> employers' feeds. Run on its own, separate from the
      *> interactive InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-LIST-FILE ASSIGN TO "ats-feeds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-LIST-STATUS.
           SELECT FEED-FILE ASSIGN TO DYNAMIC FEED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-FILE-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS JOB-REL-KEY
               FILE STATUS IS JOBS-FILE-STATUS.
           SELECT JOB-COUNTER-FILE ASSIGN TO "job-counter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-COUNTER-STATUS.
           SELECT JOB-SKILLS-FILE ASSIGN TO "job-skills.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-SKILLS-STATUS.
           SELECT SKILLS-CATALOG-FILE ASSIGN TO "skills-catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.
           SELECT BLOCKED-TERMS-FILE ASSIGN TO "blocked-terms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BLOCKED-TERMS-STATUS.
           SELECT COMPANY-LINKS-FILE ASSIGN TO "company-links.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-LINKS-STATUS.
           SELECT SECRETS-FILE ASSIGN TO "secrets.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SECRET-USERNAME
               FILE STATUS IS SEC-STATUS.
           SELECT REPORT-FILE ASSIGN TO "job-feed-run-report.txt"
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
           SELECT PARAMETER-FILE ASSIGN TO "system-parameters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  FEED-LIST-FILE.
       01  FEED-LIST-RECORD PIC X(256).

       FD  FEED-FILE.
       01  FEED-RECORD PIC X(512).

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

       FD  JOB-COUNTER-FILE.
       01  JOB-COUNTER-RECORD PIC 9(06).

       FD  JOB-SKILLS-FILE.
       01  JOB-SKILLS-RECORD.
           05 JS-JOB-ID       PIC 9(06).
           05 JS-SKILL-NUMBER PIC 9(02).

       FD  SKILLS-CATALOG-FILE.
       01  SKILLS-CATALOG-RECORD.
           05 CATREC-NUMBER       PIC 9(02).
           05 CATREC-NAME         PIC X(20).
           05 CATREC-LESSON-LINE OCCURS 3 TIMES PIC X(60).
           05 CATREC-QUIZ-QUESTION PIC X(60).
           05 CATREC-QUIZ-ANSWER  PIC X(40).
           05 CATREC-RETIRED-FLAG PIC X(01).

       FD  BLOCKED-TERMS-FILE.
       01  BLOCKED-TERMS-RECORD.
           05 BT-TERM     PIC X(40).
           05 BT-SEVERITY PIC X(01).

       FD  COMPANY-LINKS-FILE.
       01  COMPANY-LINKS-RECORD.
           05 CL-USERNAME   PIC X(20).
           05 CL-COMPANY    PIC X(80).
           05 CL-ADMIN-FLAG PIC X(01).
           05 CL-LINK-DATE  PIC 9(08).

       FD  SECRETS-FILE.
       01  SECRETS-RECORD.
           05 SECRET-USERNAME PIC X(20).
           05 SECRET-PASSWORD-SALT PIC X(08).
           05 SECRET-PASSWORD-HASH PIC X(18).
           05 SECRET-RECOVERY-QUESTION PIC X(80).
           05 SECRET-RECOVERY-ANSWER-SALT PIC X(08).
           05 SECRET-RECOVERY-ANSWER-HASH PIC X(18).
           05 SECRET-FAILED-LOGINS PIC 9(02).
           05 SECRET-LOCKED-UNTIL PIC X(19).
           05 SECRET-ROLE PIC X(01).
           05 SECRET-ACCOUNT-STATUS PIC X(01).
           05 SECRET-FORCE-PW-CHANGE PIC X(01).
           05 SECRET-PW-SET-DATE PIC 9(08).
           05 SECRET-PW-HISTORY OCCURS 3 TIMES.
               10 SECRET-OLD-SALT PIC X(08).
               10 SECRET-OLD-HASH PIC X(18).
           05 SECRET-LAST-LOGIN-DATE PIC 9(08).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       FD  ONLINE-LOCK-FILE.
       01  ONLINE-LOCK-RECORD PIC X(24).

       FD  BATCH-LOCK-FILE.
       01  BATCH-LOCK-RECORD PIC X(24).

      *> Operating limits career services has changed from their
      *> documented defaults (Admin Console, System Parameters).
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05 PARAM-NAME         PIC X(30).
           05 PARAM-VALUE        PIC 9(06).
           05 PARAM-CHANGED-BY   PIC X(20).
           05 PARAM-CHANGED-DATE PIC 9(08).

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
       01  PARAMETER-STATUS    PIC XX VALUE SPACES.
       01  PARAMETER-EOF       PIC X VALUE 'N'.
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "JobFeedImportJob".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  FEED-LIST-STATUS     PIC XX VALUE SPACES.
       01  FEED-FILE-STATUS     PIC XX VALUE SPACES.
       01  JOBS-FILE-STATUS     PIC XX VALUE SPACES.
       01  JOB-COUNTER-STATUS   PIC XX VALUE SPACES.
       01  JOB-SKILLS-STATUS    PIC XX VALUE SPACES.
       01  CATALOG-FILE-STATUS  PIC XX VALUE SPACES.
       01  BLOCKED-TERMS-STATUS PIC XX VALUE SPACES.
       01  COMPANY-LINKS-STATUS PIC XX VALUE SPACES.
       01  SEC-STATUS           PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS      PIC XX VALUE SPACES.
       01  FEED-FILENAME        PIC X(80) VALUE SPACES.
       01  JOB-REL-KEY          PIC 9(06) VALUE 0.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.
       01  FEED-EOF-FLAG PIC X VALUE 'N'.
           88 FEED-AT-END VALUE 'Y'.
           88 FEED-NOT-AT-END VALUE 'N'.

       01  TODAY-DATE    PIC 9(08).
       01  TODAY-INTEGER PIC 9(08).

       01  LOADED-COUNT    PIC 9(06) VALUE 0.
       01  REJECTED-COUNT  PIC 9(06) VALUE 0.
       01  DUPLICATE-COUNT PIC 9(06) VALUE 0.
       01  HELD-COUNT      PIC 9(06) VALUE 0.
       01  FEEDS-READ      PIC 9(04) VALUE 0.

      *> The feed list row being worked.
       01  FEED-FIELDS.
           05 FEED-COMPANY   PIC X(80).
           05 FEED-NAME      PIC X(80).
           05 FEED-RECRUITER PIC X(20).

      *> One posting row, as split off the feed.
       01  ROW-FIELDS.
           05 ROW-TITLE       PIC X(80).
           05 ROW-DESCRIPTION PIC X(200).
           05 ROW-LOCATION    PIC X(80).
           05 ROW-SALARY-MIN  PIC X(10).
           05 ROW-SALARY-MAX  PIC X(10).
           05 ROW-EXPIRATION  PIC X(10).
           05 ROW-SKILLS      PIC X(20).
           05 ROW-RECRUITER   PIC X(20).

       01  ROW-POSTER      PIC X(20).
       01  ROW-COMPANY     PIC X(80).
       01  ROW-MIN-VALUE   PIC 9(07).
       01  ROW-MAX-VALUE   PIC 9(07).
       01  ROW-EXPIRY-DATE PIC 9(08).
       01  ROW-REJECT-REASON PIC X(60).
       01  ROW-SCREEN-RESULT PIC X VALUE 'C'.

      *> Up to three required skills per posting - the same limit
      *> the online entry screen offers.
       01  ROW-SKILL-TEXTS.
           05 ROW-SKILL-TEXT PIC X(06) OCCURS 3 TIMES.
       01  ROW-SKILL-LIST.
           05 ROW-SKILL-COUNT PIC 9 VALUE 0.
           05 ROW-SKILL-NUMBER PIC 9(02) OCCURS 3 TIMES.

      *> Live skill numbers: a catalog entry that is not retired.
       01  CATALOG-DATA.
           05 CATALOG-COUNT PIC 99 VALUE 0.
           05 CATALOG-ENTRY OCCURS 20 TIMES.
               10 CAT-NUMBER       PIC 9(02).
               10 CAT-RETIRED-FLAG PIC X(01).

       01  BLOCKED-TERMS-DATA.
           05 BT-COUNT PIC 99 VALUE 0.
           05 BT-ENTRY OCCURS 50 TIMES.
               10 BT-TABLE-TERM     PIC X(40).
               10 BT-TABLE-SEVERITY PIC X(01).
       01  SCREEN-TEXT  PIC X(200).
       01  SCREEN-TERM  PIC X(40).
       01  SCREEN-TERM-LEN PIC 99.
       01  SCREEN-HITS  PIC 9(04).

       01  COMPANY-LINKS-DATA.
           05 CL-COUNT PIC 999 VALUE 0.
           05 CL-ENTRY OCCURS 200 TIMES.
               10 CL-TABLE-USERNAME PIC X(20).
               10 CL-TABLE-COMPANY  PIC X(80).
       01  LINK-MATCH PIC 999 VALUE 0.

      *> Every open posting on file plus each one loaded so far this
      *> run, by company, title and location - the duplicate test.
       01  OPEN-POSTINGS-DATA.
           05 OPEN-COUNT PIC 999 VALUE 0.
           05 OPEN-ENTRY OCCURS 200 TIMES.
               10 OPEN-COMPANY  PIC X(80).
               10 OPEN-TITLE    PIC X(80).
               10 OPEN-LOCATION PIC X(80).
       01  DUPLICATE-FLAG PIC X VALUE 'N'.

      *> The interactive session's job table holds 100 postings and
      *> stops loading there - a posting written past that ceiling
      *> could never be reviewed or seen, so the overflow rows are
      *> refused the same way BulkOnboardJob refuses account 301.
       01  MAX-JOBS      PIC 999 VALUE 100.
       01  JOBS-ON-FILE  PIC 9(06) VALUE 0.
       01  HIGHEST-JOB-ID PIC 9(06) VALUE 0.
       01  NEXT-JOB-ID   PIC 9(06) VALUE 0.

      *> Online postings without an expiration date run this long.
       01  DEFAULT-RUN-DAYS PIC 9(03) VALUE 90.

       01  K PIC 999.
       01  S PIC 99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           PERFORM READ-SYSTEM-PARAMETERS-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-DATE).

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "ATS Job Feed Import Run - " DELIMITED BY SIZE
           TODAY-DATE DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM PROCESS-FEED-LIST-PROCEDURE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Feeds read: " DELIMITED BY SIZE
           FEEDS-READ DELIMITED BY SIZE
           "  Loaded: " DELIMITED BY SIZE
           LOADED-COUNT DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           HELD-COUNT DELIMITED BY SIZE
           " flagged for screening)  Rejected: " DELIMITED BY SIZE
           REJECTED-COUNT DELIMITED BY SIZE
           "  Duplicates: " DELIMITED BY SIZE
           DUPLICATE-COUNT DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           MOVE LOADED-COUNT TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

       PROCESS-FEED-LIST-PROCEDURE.
           OPEN INPUT FEED-LIST-FILE.
           IF FEED-LIST-STATUS NOT = "00"
               CLOSE FEED-LIST-FILE
               MOVE "No ats-feeds.txt found - nothing done."
               TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-JOBS-ON-FILE-PROCEDURE.
           IF JOBS-FILE-STATUS NOT = "00"
               MOVE "jobs.txt cannot be opened - run the format" &
               " migration utility first. Nothing was loaded."
               TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE FEED-LIST-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT SECRETS-FILE.
           IF SEC-STATUS NOT = "00"
               MOVE "secrets.txt cannot be opened - no recruiter can" &
               " be checked. Nothing was loaded."
               TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE SECRETS-FILE
               CLOSE FEED-LIST-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-JOB-COUNTER-PROCEDURE.
           PERFORM LOAD-CATALOG-PROCEDURE.
           PERFORM LOAD-BLOCKED-TERMS-PROCEDURE.
           PERFORM LOAD-COMPANY-LINKS-PROCEDURE.

           OPEN I-O JOBS-FILE.
           IF JOBS-FILE-STATUS = "35"
               OPEN OUTPUT JOBS-FILE
               CLOSE JOBS-FILE
               OPEN I-O JOBS-FILE
           END-IF.
           OPEN EXTEND JOB-SKILLS-FILE.
           IF JOB-SKILLS-STATUS = "35"
               CLOSE JOB-SKILLS-FILE
               OPEN OUTPUT JOB-SKILLS-FILE
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ FEED-LIST-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ONE-FEED-PROCEDURE
               END-READ
           END-PERFORM.

           CLOSE FEED-LIST-FILE.
           CLOSE JOBS-FILE.
           CLOSE JOB-SKILLS-FILE.
           CLOSE SECRETS-FILE.

      *> The counter only ever counts up; it is written back once,
      *> after the last posting this run numbered.
           IF LOADED-COUNT > 0
               OPEN OUTPUT JOB-COUNTER-FILE
               MOVE NEXT-JOB-ID TO JOB-COUNTER-RECORD
               WRITE JOB-COUNTER-RECORD
               CLOSE JOB-COUNTER-FILE
           END-IF.

       PROCESS-ONE-FEED-PROCEDURE.
           IF FUNCTION TRIM(FEED-LIST-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE FEED-FIELDS.
           UNSTRING FEED-LIST-RECORD DELIMITED BY "|"
               INTO FEED-COMPANY FEED-NAME FEED-RECRUITER.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Feed: " DELIMITED BY SIZE
               FUNCTION TRIM(FEED-COMPANY) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(FEED-NAME) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           IF FUNCTION TRIM(FEED-COMPANY) = SPACES
               OR FUNCTION TRIM(FEED-NAME) = SPACES
               MOVE "  REJECTED feed: the company and feed file must" &
               " both be named." TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(FEED-NAME) TO FEED-FILENAME.
           OPEN INPUT FEED-FILE.
           IF FEED-FILE-STATUS NOT = "00"
               CLOSE FEED-FILE
               MOVE "  REJECTED feed: the feed file is not there."
               TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO FEEDS-READ.

           SET FEED-NOT-AT-END TO TRUE.
           PERFORM UNTIL FEED-AT-END
               READ FEED-FILE
                   AT END
                       SET FEED-AT-END TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ONE-ROW-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE FEED-FILE.

       PROCESS-ONE-ROW-PROCEDURE.
           IF FUNCTION TRIM(FEED-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE ROW-FIELDS.
           UNSTRING FEED-RECORD DELIMITED BY "|"
               INTO ROW-TITLE ROW-DESCRIPTION ROW-LOCATION
                   ROW-SALARY-MIN ROW-SALARY-MAX ROW-EXPIRATION
                   ROW-SKILLS ROW-RECRUITER.

           IF FUNCTION TRIM(ROW-RECRUITER) = SPACES
               MOVE FEED-RECRUITER TO ROW-RECRUITER
           END-IF.
           MOVE FUNCTION TRIM(ROW-RECRUITER) TO ROW-POSTER.

           PERFORM VALIDATE-ROW-PROCEDURE.
           IF ROW-REJECT-REASON NOT = SPACES
               PERFORM REPORT-REJECTED-ROW-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-RECRUITER-PROCEDURE.
           IF ROW-REJECT-REASON NOT = SPACES
               PERFORM REPORT-REJECTED-ROW-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

      *> The same screen the online entry runs: a clear violation is
      *> refused outright, a borderline hit still loads - every
      *> imported posting waits on career services anyway - but is
      *> called out so the reviewer reads it closely.
           MOVE ROW-DESCRIPTION TO SCREEN-TEXT.
           PERFORM SCREEN-CONTENT-PROCEDURE.
           IF ROW-SCREEN-RESULT = 'B'
               MOVE "description contains a blocked term"
                   TO ROW-REJECT-REASON
               PERFORM REPORT-REJECTED-ROW-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-DUPLICATE-PROCEDURE.
           IF DUPLICATE-FLAG = 'Y'
               ADD 1 TO DUPLICATE-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  DUPLICATE: " DELIMITED BY SIZE
                   FUNCTION TRIM(ROW-TITLE) DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   FUNCTION TRIM(ROW-LOCATION) DELIMITED BY SIZE
                   " is already an open posting" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           IF JOBS-ON-FILE + LOADED-COUNT >= MAX-JOBS
               MOVE "over capacity - all permitted postings exist"
                   TO ROW-REJECT-REASON
               PERFORM REPORT-REJECTED-ROW-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-POSTING-PROCEDURE.
           IF ROW-REJECT-REASON NOT = SPACES
               PERFORM REPORT-REJECTED-ROW-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO LOADED-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           IF ROW-SCREEN-RESULT = 'H'
               ADD 1 TO HELD-COUNT
               STRING "  LOADED: job #" DELIMITED BY SIZE
                   NEXT-JOB-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ROW-TITLE) DELIMITED BY SIZE
                   " - flagged for screening, review closely"
                       DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING "  LOADED: job #" DELIMITED BY SIZE
                   NEXT-JOB-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ROW-TITLE) DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   FUNCTION TRIM(ROW-LOCATION) DELIMITED BY SIZE
                   " posted by " DELIMITED BY SIZE
                   FUNCTION TRIM(ROW-POSTER) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           END-IF.
           WRITE REPORT-RECORD.

      *> Field checks, in the order the online entry asks for them.
      *> ROW-REJECT-REASON comes back blank for a usable row.
       VALIDATE-ROW-PROCEDURE.
           MOVE SPACES TO ROW-REJECT-REASON.
           IF FUNCTION TRIM(ROW-TITLE) = SPACES
               MOVE "title is blank" TO ROW-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(ROW-DESCRIPTION) = SPACES
               MOVE "description is blank" TO ROW-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(ROW-LOCATION) = SPACES
               MOVE "location is blank" TO ROW-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ROW-MIN-VALUE.
           MOVE 0 TO ROW-MAX-VALUE.
           IF FUNCTION TRIM(ROW-SALARY-MIN) NOT = SPACES
               IF FUNCTION TRIM(ROW-SALARY-MIN) IS NUMERIC
                   AND FUNCTION LENGTH(
                       FUNCTION TRIM(ROW-SALARY-MIN)) <= 7
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(ROW-SALARY-MIN))
                       TO ROW-MIN-VALUE
               ELSE
                   MOVE "salary minimum is not a whole number"
                       TO ROW-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF FUNCTION TRIM(ROW-SALARY-MAX) NOT = SPACES
               IF FUNCTION TRIM(ROW-SALARY-MAX) IS NUMERIC
                   AND FUNCTION LENGTH(
                       FUNCTION TRIM(ROW-SALARY-MAX)) <= 7
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(ROW-SALARY-MAX))
                       TO ROW-MAX-VALUE
               ELSE
                   MOVE "salary maximum is not a whole number"
                       TO ROW-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF ROW-MIN-VALUE > 0 AND ROW-MAX-VALUE > 0
               AND ROW-MIN-VALUE > ROW-MAX-VALUE
               MOVE "salary minimum is above the maximum"
                   TO ROW-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(ROW-EXPIRATION) = SPACES
               COMPUTE ROW-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
                   TODAY-INTEGER + DEFAULT-RUN-DAYS)
           ELSE
               IF FUNCTION TRIM(ROW-EXPIRATION) IS NUMERIC
                   AND FUNCTION LENGTH(
                       FUNCTION TRIM(ROW-EXPIRATION)) = 8
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(ROW-EXPIRATION))
                       TO ROW-EXPIRY-DATE
               ELSE
                   MOVE "expiration is not a YYYYMMDD date"
                       TO ROW-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(ROW-EXPIRY-DATE) NOT = 0
                   MOVE "expiration is not a real calendar date"
                       TO ROW-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF ROW-EXPIRY-DATE <= TODAY-DATE
                   MOVE "expiration date has already passed"
                       TO ROW-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM PARSE-SKILLS-PROCEDURE.

      *> Up to three comma-separated numbers; each must be a live
      *> (not retired) entry in the skills catalog.
       PARSE-SKILLS-PROCEDURE.
           INITIALIZE ROW-SKILL-TEXTS.
           INITIALIZE ROW-SKILL-LIST.
           IF FUNCTION TRIM(ROW-SKILLS) = SPACES
               EXIT PARAGRAPH
           END-IF.
           UNSTRING ROW-SKILLS DELIMITED BY ","
               INTO ROW-SKILL-TEXT(1) ROW-SKILL-TEXT(2)
                   ROW-SKILL-TEXT(3).
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 3
               IF FUNCTION TRIM(ROW-SKILL-TEXT(S)) NOT = SPACES
                   IF FUNCTION TRIM(ROW-SKILL-TEXT(S)) IS NUMERIC
                       AND FUNCTION LENGTH(
                           FUNCTION TRIM(ROW-SKILL-TEXT(S))) <= 2
                       ADD 1 TO ROW-SKILL-COUNT
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(ROW-SKILL-TEXT(S)))
                           TO ROW-SKILL-NUMBER(ROW-SKILL-COUNT)
                       PERFORM CHECK-CATALOG-SKILL-PROCEDURE
                   ELSE
                       MOVE "skill list holds a non-number"
                           TO ROW-REJECT-REASON
                   END-IF
               END-IF
               IF ROW-REJECT-REASON NOT = SPACES
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-CATALOG-SKILL-PROCEDURE.
           MOVE "skill number is not in the live catalog"
               TO ROW-REJECT-REASON.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > CATALOG-COUNT
               IF CAT-NUMBER(K) = ROW-SKILL-NUMBER(ROW-SKILL-COUNT)
                   AND CAT-RETIRED-FLAG(K) NOT = 'Y'
                   MOVE SPACES TO ROW-REJECT-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The named recruiter must be an employer account that career
      *> services has vetted (no longer pending), and linked to the
      *> feed's company. The posting carries the company name as the
      *> link spells it, so it lines up with the directory.
       CHECK-RECRUITER-PROCEDURE.
           MOVE SPACES TO ROW-REJECT-REASON.
           IF ROW-POSTER = SPACES
               MOVE "no recruiter named" TO ROW-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE ROW-POSTER TO SECRET-USERNAME.
           READ SECRETS-FILE
               INVALID KEY
                   MOVE "recruiter has no account"
                       TO ROW-REJECT-REASON
           END-READ.
           IF ROW-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF SECRET-ROLE NOT = 'E'
               MOVE "recruiter is not an employer account"
                   TO ROW-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF SECRET-ACCOUNT-STATUS = 'P'
               MOVE "recruiter is still awaiting vetting"
                   TO ROW-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF SECRET-ACCOUNT-STATUS = 'D'
               MOVE "recruiter account is closed"
                   TO ROW-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO LINK-MATCH.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > CL-COUNT
               IF CL-TABLE-USERNAME(K) = ROW-POSTER
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                       CL-TABLE-COMPANY(K)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(FEED-COMPANY))
                   MOVE K TO LINK-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LINK-MATCH = 0
               MOVE "recruiter is not linked to this company"
                   TO ROW-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE CL-TABLE-COMPANY(LINK-MATCH) TO ROW-COMPANY.

      *> Case-blind substring scan of SCREEN-TEXT against the term
      *> list. The worst severity found wins: any 'B' term refuses
      *> the row even when an 'H' term also matched.
       SCREEN-CONTENT-PROCEDURE.
           MOVE 'C' TO ROW-SCREEN-RESULT.
           MOVE FUNCTION UPPER-CASE(SCREEN-TEXT) TO SCREEN-TEXT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > BT-COUNT
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(BT-TABLE-TERM(K))) TO SCREEN-TERM
               MOVE FUNCTION LENGTH(FUNCTION TRIM(BT-TABLE-TERM(K)))
                   TO SCREEN-TERM-LEN
               MOVE 0 TO SCREEN-HITS
               IF SCREEN-TERM NOT = SPACES
                   INSPECT SCREEN-TEXT TALLYING SCREEN-HITS
                       FOR ALL SCREEN-TERM(1:SCREEN-TERM-LEN)
               END-IF
               IF SCREEN-HITS > 0
                   IF BT-TABLE-SEVERITY(K) = 'B'
                       MOVE 'B' TO ROW-SCREEN-RESULT
                       EXIT PERFORM
                   ELSE
                       MOVE 'H' TO ROW-SCREEN-RESULT
                   END-IF
               END-IF
           END-PERFORM.

      *> A duplicate is an open posting - on file, or loaded earlier
      *> in this same run - with the same company, title and
      *> location, compared without regard to case.
       CHECK-DUPLICATE-PROCEDURE.
           MOVE 'N' TO DUPLICATE-FLAG.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > OPEN-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(OPEN-COMPANY(K)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(ROW-COMPANY))
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                       OPEN-TITLE(K)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(ROW-TITLE))
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                       OPEN-LOCATION(K)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(ROW-LOCATION))
                   MOVE 'Y' TO DUPLICATE-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Numbers the posting, writes it into the slot after the last
      *> one on file, and attaches its skill rows. Imported postings
      *> always wait on career services: review status 'P'.
       WRITE-POSTING-PROCEDURE.
           MOVE SPACES TO ROW-REJECT-REASON.
           ADD 1 TO NEXT-JOB-ID.

           INITIALIZE JOBS-RECORD.
           MOVE ROW-POSTER TO JOB-POSTER.
           MOVE FUNCTION TRIM(ROW-TITLE) TO JOB-TITLE.
           MOVE FUNCTION TRIM(ROW-DESCRIPTION) TO JOB-DESCRIPTION.
           MOVE ROW-COMPANY TO JOB-EMPLOYER.
           MOVE FUNCTION TRIM(ROW-LOCATION) TO JOB-LOCATION.
           MOVE SPACES TO JOB-SALARY.
           MOVE TODAY-DATE TO JOB-POSTED-DATE.
           MOVE ROW-EXPIRY-DATE TO JOB-EXPIRATION-DATE.
           MOVE 'N' TO JOB-CLOSED-FLAG.
           MOVE ROW-MIN-VALUE TO JOB-SALARY-MIN.
           MOVE ROW-MAX-VALUE TO JOB-SALARY-MAX.
           MOVE NEXT-JOB-ID TO JOB-ID.
           MOVE 'P' TO JOB-REVIEW-STATUS.
           MOVE SPACES TO JOB-DECLINE-REASON.
           MOVE 0 TO JOB-CLOSED-DATE.
           MOVE SPACE TO JOB-WORK-AUTH.

           COMPUTE JOB-REL-KEY = JOBS-ON-FILE + LOADED-COUNT + 1.
           WRITE JOBS-RECORD
               INVALID KEY
                   SUBTRACT 1 FROM NEXT-JOB-ID
                   MOVE "jobs.txt refused the write"
                       TO ROW-REJECT-REASON
           END-WRITE.
           IF ROW-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING S FROM 1 BY 1 UNTIL S > ROW-SKILL-COUNT
               MOVE NEXT-JOB-ID TO JS-JOB-ID
               MOVE ROW-SKILL-NUMBER(S) TO JS-SKILL-NUMBER
               WRITE JOB-SKILLS-RECORD
           END-PERFORM.

           IF OPEN-COUNT < 200
               ADD 1 TO OPEN-COUNT
               MOVE ROW-COMPANY TO OPEN-COMPANY(OPEN-COUNT)
               MOVE FUNCTION TRIM(ROW-TITLE) TO OPEN-TITLE(OPEN-COUNT)
               MOVE FUNCTION TRIM(ROW-LOCATION)
                   TO OPEN-LOCATION(OPEN-COUNT)
           END-IF.

       REPORT-REJECTED-ROW-PROCEDURE.
           ADD 1 TO REJECTED-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  REJECTED (" DELIMITED BY SIZE
               FUNCTION TRIM(ROW-REJECT-REASON) DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               FUNCTION TRIM(ROW-TITLE) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               FUNCTION TRIM(ROW-LOCATION) DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

      *> One pass over jobs.txt: how many slots are taken (new rows
      *> go after them), the highest job number (to seed a counter
      *> that was never written), and every posting still open.
       LOAD-JOBS-ON-FILE-PROCEDURE.
           OPEN INPUT JOBS-FILE.
           IF JOBS-FILE-STATUS = "35"
               MOVE "00" TO JOBS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           IF JOBS-FILE-STATUS NOT = "00"
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ JOBS-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO JOBS-ON-FILE
                       IF JOB-ID IS NUMERIC
                           AND JOB-ID > HIGHEST-JOB-ID
                           MOVE JOB-ID TO HIGHEST-JOB-ID
                       END-IF
                       IF JOB-CLOSED-FLAG NOT = 'Y'
                           AND (JOB-EXPIRATION-DATE = 0
                               OR JOB-EXPIRATION-DATE >= TODAY-DATE)
                           AND OPEN-COUNT < 200
                           ADD 1 TO OPEN-COUNT
                           MOVE JOB-EMPLOYER TO OPEN-COMPANY(OPEN-COUNT)
                           MOVE JOB-TITLE TO OPEN-TITLE(OPEN-COUNT)
                           MOVE JOB-LOCATION
                               TO OPEN-LOCATION(OPEN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOBS-FILE.

      *> First run after job numbers were introduced - seed the
      *> counter past anything already numbered in the live file.
       LOAD-JOB-COUNTER-PROCEDURE.
           MOVE 0 TO NEXT-JOB-ID.
           OPEN INPUT JOB-COUNTER-FILE.
           IF JOB-COUNTER-STATUS = "00"
               READ JOB-COUNTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JOB-COUNTER-RECORD IS NUMERIC
                           MOVE JOB-COUNTER-RECORD TO NEXT-JOB-ID
                       END-IF
               END-READ
           END-IF.
           CLOSE JOB-COUNTER-FILE.
           IF NEXT-JOB-ID = 0
               MOVE HIGHEST-JOB-ID TO NEXT-JOB-ID
           END-IF.

       LOAD-CATALOG-PROCEDURE.
           INITIALIZE CATALOG-DATA.
           OPEN INPUT SKILLS-CATALOG-FILE.
           IF CATALOG-FILE-STATUS NOT = "00"
               CLOSE SKILLS-CATALOG-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR CATALOG-COUNT >= 20
               READ SKILLS-CATALOG-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO CATALOG-COUNT
                       MOVE CATREC-NUMBER
                           TO CAT-NUMBER(CATALOG-COUNT)
                       MOVE CATREC-RETIRED-FLAG
                           TO CAT-RETIRED-FLAG(CATALOG-COUNT)
               END-READ
           END-PERFORM.
           CLOSE SKILLS-CATALOG-FILE.

       LOAD-BLOCKED-TERMS-PROCEDURE.
           INITIALIZE BLOCKED-TERMS-DATA.
           OPEN INPUT BLOCKED-TERMS-FILE.
           IF BLOCKED-TERMS-STATUS NOT = "00"
               CLOSE BLOCKED-TERMS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR BT-COUNT >= 50
               READ BLOCKED-TERMS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF BT-TERM NOT = SPACES
                           ADD 1 TO BT-COUNT
                           MOVE BT-TERM TO BT-TABLE-TERM(BT-COUNT)
                           MOVE BT-SEVERITY
                               TO BT-TABLE-SEVERITY(BT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BLOCKED-TERMS-FILE.

       LOAD-COMPANY-LINKS-PROCEDURE.
           INITIALIZE COMPANY-LINKS-DATA.
           OPEN INPUT COMPANY-LINKS-FILE.
           IF COMPANY-LINKS-STATUS NOT = "00"
               CLOSE COMPANY-LINKS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR CL-COUNT >= 200
               READ COMPANY-LINKS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO CL-COUNT
                       MOVE CL-USERNAME TO CL-TABLE-USERNAME(CL-COUNT)
                       MOVE CL-COMPANY TO CL-TABLE-COMPANY(CL-COUNT)
               END-READ
           END-PERFORM.
           CLOSE COMPANY-LINKS-FILE.

      *> system-parameters.txt may override FEED-IMPORT-RUN-DAYS; a
      *> missing file or row leaves the default above, and a value
      *> outside the documented range is reported and ignored.
       READ-SYSTEM-PARAMETERS-PROCEDURE.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-STATUS NOT = "00"
               CLOSE PARAMETER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO PARAMETER-EOF.
           PERFORM UNTIL PARAMETER-EOF = 'Y'
               READ PARAMETER-FILE
                   AT END
                       MOVE 'Y' TO PARAMETER-EOF
                   NOT AT END
                       PERFORM TAKE-PARAMETER-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE PARAMETER-FILE.

       TAKE-PARAMETER-PROCEDURE.
           EVALUATE PARAM-NAME
               WHEN "FEED-IMPORT-RUN-DAYS"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 1
                       AND PARAM-VALUE <= 365
                       MOVE PARAM-VALUE TO DEFAULT-RUN-DAYS
                   ELSE
                       PERFORM PARAMETER-RANGE-PROCEDURE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PARAMETER-RANGE-PROCEDURE.
           DISPLAY FUNCTION TRIM(RC-JOB-NAME-TEXT) ": "
               FUNCTION TRIM(PARAM-NAME)
               " is outside its range - default kept.".

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
