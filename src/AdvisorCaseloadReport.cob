       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdvisorCaseloadReport.

      *> Standalone weekly batch job: one section per advisor in
      *> caseloads.txt listing every active student on the caseload
      *> with their last login, profile completeness (the same
      *> 25-points-a-section arithmetic as the own-profile screen),
      *> where their resume stands in the review queue, and any
      *> placement. Students not yet placed who have gone quiet
      *> (no login in FOLLOW-UP-DAYS), have a thin profile (under
      *> 75), or have no reviewed resume are marked CALL so the
      *> advisor knows who to reach out to first. An advisor who
      *> is no longer an active career-services account is
      *> flagged for a caseload handover, and students no one
      *> carries are listed last. Run on its own, separate from the
      *> interactive InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASELOADS-FILE ASSIGN TO "caseloads.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASELOADS-STATUS.
           SELECT SECRETS-FILE ASSIGN TO "secrets.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SECRET-USERNAME
               FILE STATUS IS SEC-STATUS.
           SELECT PROFILES-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROFILE-USERNAME
               FILE STATUS IS PRO-STATUS.
           SELECT RESUME-REVIEWS-FILE ASSIGN TO "resume-reviews.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESUME-REVIEWS-STATUS.
           SELECT PLACEMENTS-FILE ASSIGN TO "placements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLACEMENTS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "advisor-caseload-report.txt"
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
       FD  CASELOADS-FILE.
       01  CASELOADS-RECORD.
           05 CL-STUDENT       PIC X(20).
           05 CL-ADVISOR       PIC X(20).
           05 CL-HOW           PIC X(01).
           05 CL-ASSIGNED-DATE PIC 9(08).

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

       FD  PROFILES-FILE.
       01  PROFILES-RECORD.
           05 PROFILE-USERNAME PIC X(20).
           05 PROFILE-FIRST-NAME PIC X(80).
           05 PROFILE-LAST-NAME PIC X(80).
           05 PROFILE-UNIVERSITY PIC X(80).
           05 PROFILE-MAJOR PIC X(80).
           05 PROFILE-GRADUATION-YEAR PIC 9(4).
           05 PROFILE-ABOUT-ME PIC X(200).
           05 PROFILE-EXPERIENCES OCCURS 5 TIMES.
               10 PROF-EXP-TITLE PIC X(80).
               10 PROF-EXP-COMPANY PIC X(80).
               10 PROF-EXP-DATES PIC X(80).
               10 PROF-EXP-DESCRIPTION PIC X(100).
           05 PROFILE-EDUCATION OCCURS 5 TIMES.
               10 PROF-EDU-DEGREE PIC X(80).
               10 PROF-EDU-UNIVERSITY PIC X(80).
               10 PROF-EDU-YEARS PIC X(80).
           05 PROFILE-CREATED-DATE PIC 9(08).
           05 PROFILE-VIS-ABOUT      PIC X(01).
           05 PROFILE-VIS-EXPERIENCE PIC X(01).
           05 PROFILE-VIS-EDUCATION  PIC X(01).

       FD  RESUME-REVIEWS-FILE.
       01  RESUME-REVIEWS-RECORD.
           05 RR-STUDENT     PIC X(20).
           05 RR-FILENAME    PIC X(40).
           05 RR-SUBMIT-DATE PIC 9(08).
           05 RR-STATUS      PIC X(10).
           05 RR-VERDICT     PIC X(12).
           05 RR-ADVISOR     PIC X(20).

       FD  PLACEMENTS-FILE.
       01  PLACEMENTS-RECORD.
           05 PLACE-USERNAME    PIC X(20).
           05 PLACE-JOB-ID      PIC 9(06).
           05 PLACE-JOB-TITLE   PIC X(80).
           05 PLACE-EMPLOYER    PIC X(80).
           05 PLACE-SALARY-MIN  PIC 9(07).
           05 PLACE-SALARY-MAX  PIC 9(07).
           05 PLACE-ACCEPT-DATE PIC 9(08).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "AdvisorCaseloadReport".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  CASELOADS-STATUS       PIC XX VALUE SPACES.
       01  SEC-STATUS             PIC XX VALUE SPACES.
       01  PRO-STATUS             PIC XX VALUE SPACES.
       01  RESUME-REVIEWS-STATUS  PIC XX VALUE SPACES.
       01  PLACEMENTS-FILE-STATUS PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS        PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

       01  TODAY-DATE    PIC 9(08).
       01  TODAY-INTEGER PIC 9(08).
       01  IDLE-DAYS     PIC 9(06).

      *> A student not seen for this many days is due a call.
       01  FOLLOW-UP-DAYS  PIC 9(03) VALUE 30.
       01  THIN-PROFILE    PIC 9(03) VALUE 75.

      *> Every account on file, with what the caseload lines need.
       01  STUDENT-DATA.
           05 STUDENT-COUNT PIC 999 VALUE 0.
           05 STUDENT-ENTRY OCCURS 300 TIMES.
               10 STU-USERNAME    PIC X(20).
               10 STU-FIRST-NAME  PIC X(80).
               10 STU-LAST-NAME   PIC X(80).
               10 STU-GRAD-YEAR   PIC 9(04).
               10 STU-SCORE       PIC 9(03).
               10 STU-ROLE        PIC X(01).
               10 STU-STATUS      PIC X(01).
               10 STU-LAST-LOGIN  PIC 9(08).
               10 STU-ADVISOR     PIC X(20).
               10 STU-RESUME-DATE PIC 9(08).
               10 STU-RESUME-TEXT PIC X(12).
               10 STU-PLACED-AT   PIC X(80).
       01  LOOKUP-USERNAME PIC X(20).
       01  STU-HIT PIC 999 VALUE 0.
       01  HAS-SECTION-FLAG PIC X VALUE 'N'.

      *> Distinct advisors named on the caseload, alphabetical.
       01  ADVISOR-DATA.
           05 ADVISOR-COUNT PIC 99 VALUE 0.
           05 ADVISOR-NAME  PIC X(20) OCCURS 50 TIMES.
       01  SWAP-NAME     PIC X(20).
       01  NEW-NAME-FLAG PIC X VALUE 'N'.
       01  ADVISOR-LIVE-FLAG PIC X VALUE 'N'.
       01  CASELOAD-SIZE PIC 9(03).
       01  CALL-COUNT    PIC 9(03).
       01  CALL-FLAG     PIC X VALUE 'N'.

       01  NAME-TEXT     PIC X(28).
       01  LISTED-COUNT  PIC 9(06) VALUE 0.
       01  UNASSIGNED-COUNT PIC 9(06) VALUE 0.

       01  I PIC 999.
       01  J PIC 999.
       01  K PIC 999.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           PERFORM READ-SYSTEM-PARAMETERS-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-DATE).

           PERFORM LOAD-STUDENTS-PROCEDURE.
           PERFORM LOAD-ACCOUNT-STATUS-PROCEDURE.
           PERFORM LOAD-CASELOADS-PROCEDURE.
           PERFORM LOAD-RESUME-REVIEWS-PROCEDURE.
           PERFORM LOAD-PLACEMENTS-PROCEDURE.
           PERFORM BUILD-ADVISOR-LIST-PROCEDURE.
           PERFORM WRITE-REPORT-PROCEDURE.

           MOVE LISTED-COUNT TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

      *> Profiles give the name, class and completeness score.
       LOAD-STUDENTS-PROCEDURE.
           OPEN INPUT PROFILES-FILE.
           IF PRO-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR STUDENT-COUNT >= 300
               READ PROFILES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO STUDENT-COUNT
                       INITIALIZE STUDENT-ENTRY(STUDENT-COUNT)
                       MOVE PROFILE-USERNAME
                           TO STU-USERNAME(STUDENT-COUNT)
                       MOVE PROFILE-FIRST-NAME
                           TO STU-FIRST-NAME(STUDENT-COUNT)
                       MOVE PROFILE-LAST-NAME
                           TO STU-LAST-NAME(STUDENT-COUNT)
                       MOVE PROFILE-GRADUATION-YEAR
                           TO STU-GRAD-YEAR(STUDENT-COUNT)
                       PERFORM SCORE-PROFILE-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE PROFILES-FILE.

       SCORE-PROFILE-PROCEDURE.
           MOVE 0 TO STU-SCORE(STUDENT-COUNT).
           IF FUNCTION TRIM(PROFILE-ABOUT-ME) NOT = SPACES
               ADD 25 TO STU-SCORE(STUDENT-COUNT)
           END-IF.
           MOVE 'N' TO HAS-SECTION-FLAG.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               IF PROF-EXP-TITLE(K) NOT = SPACES
                   MOVE 'Y' TO HAS-SECTION-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF HAS-SECTION-FLAG = 'Y'
               ADD 25 TO STU-SCORE(STUDENT-COUNT)
           END-IF.
           MOVE 'N' TO HAS-SECTION-FLAG.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               IF PROF-EDU-DEGREE(K) NOT = SPACES
                   MOVE 'Y' TO HAS-SECTION-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF HAS-SECTION-FLAG = 'Y'
               ADD 25 TO STU-SCORE(STUDENT-COUNT)
           END-IF.
           IF PROFILE-GRADUATION-YEAR NOT = 0
               ADD 25 TO STU-SCORE(STUDENT-COUNT)
           END-IF.

       LOAD-ACCOUNT-STATUS-PROCEDURE.
           OPEN INPUT SECRETS-FILE.
           IF SEC-STATUS NOT = "00"
               CLOSE SECRETS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ SECRETS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SECRET-USERNAME TO LOOKUP-USERNAME
                       PERFORM FIND-STUDENT-PROCEDURE
                       IF STU-HIT = 0 AND STUDENT-COUNT < 300
      *> Advisors seldom fill in a profile; they still need a row
      *> so the report can tell a live advisor from a departed one.
                           ADD 1 TO STUDENT-COUNT
                           INITIALIZE STUDENT-ENTRY(STUDENT-COUNT)
                           MOVE SECRET-USERNAME
                               TO STU-USERNAME(STUDENT-COUNT)
                           MOVE STUDENT-COUNT TO STU-HIT
                       END-IF
                       IF STU-HIT > 0
                           MOVE SECRET-ROLE TO STU-ROLE(STU-HIT)
                           MOVE SECRET-ACCOUNT-STATUS
                               TO STU-STATUS(STU-HIT)
                           MOVE SECRET-LAST-LOGIN-DATE
                               TO STU-LAST-LOGIN(STU-HIT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SECRETS-FILE.

       FIND-STUDENT-PROCEDURE.
           MOVE 0 TO STU-HIT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > STUDENT-COUNT
               IF STU-USERNAME(K) = LOOKUP-USERNAME
                   MOVE K TO STU-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-CASELOADS-PROCEDURE.
           OPEN INPUT CASELOADS-FILE.
           IF CASELOADS-STATUS NOT = "00"
               CLOSE CASELOADS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ CASELOADS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE CL-STUDENT TO LOOKUP-USERNAME
                       PERFORM FIND-STUDENT-PROCEDURE
                       IF STU-HIT > 0
                           MOVE CL-ADVISOR TO STU-ADVISOR(STU-HIT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CASELOADS-FILE.

      *> The most recent submission decides where the resume stands:
      *> the advisor's verdict once reviewed, "in queue" before.
       LOAD-RESUME-REVIEWS-PROCEDURE.
           OPEN INPUT RESUME-REVIEWS-FILE.
           IF RESUME-REVIEWS-STATUS NOT = "00"
               CLOSE RESUME-REVIEWS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ RESUME-REVIEWS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE RR-STUDENT TO LOOKUP-USERNAME
                       PERFORM FIND-STUDENT-PROCEDURE
                       IF STU-HIT > 0
                           AND RR-SUBMIT-DATE
                               >= STU-RESUME-DATE(STU-HIT)
                           MOVE RR-SUBMIT-DATE
                               TO STU-RESUME-DATE(STU-HIT)
                           IF FUNCTION TRIM(RR-STATUS) = "REVIEWED"
                               MOVE RR-VERDICT
                                   TO STU-RESUME-TEXT(STU-HIT)
                           ELSE
                               MOVE "in queue"
                                   TO STU-RESUME-TEXT(STU-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESUME-REVIEWS-FILE.

       LOAD-PLACEMENTS-PROCEDURE.
           OPEN INPUT PLACEMENTS-FILE.
           IF PLACEMENTS-FILE-STATUS NOT = "00"
               CLOSE PLACEMENTS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ PLACEMENTS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PLACE-USERNAME TO LOOKUP-USERNAME
                       PERFORM FIND-STUDENT-PROCEDURE
                       IF STU-HIT > 0
                           MOVE PLACE-EMPLOYER TO STU-PLACED-AT(STU-HIT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLACEMENTS-FILE.

       BUILD-ADVISOR-LIST-PROCEDURE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STUDENT-COUNT
               IF STU-ROLE(I) = 'S' AND STU-STATUS(I) = 'A'
                   AND STU-ADVISOR(I) NOT = SPACES
                   MOVE 'Y' TO NEW-NAME-FLAG
                   PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > ADVISOR-COUNT
                       IF ADVISOR-NAME(K) = STU-ADVISOR(I)
                           MOVE 'N' TO NEW-NAME-FLAG
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF NEW-NAME-FLAG = 'Y' AND ADVISOR-COUNT < 50
                       ADD 1 TO ADVISOR-COUNT
                       MOVE STU-ADVISOR(I)
                           TO ADVISOR-NAME(ADVISOR-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= ADVISOR-COUNT
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > ADVISOR-COUNT - I
                   IF ADVISOR-NAME(K) > ADVISOR-NAME(K + 1)
                       MOVE ADVISOR-NAME(K) TO SWAP-NAME
                       MOVE ADVISOR-NAME(K + 1) TO ADVISOR-NAME(K)
                       MOVE SWAP-NAME TO ADVISOR-NAME(K + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-REPORT-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Advisor Caseload Report - " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CALL = not placed and quiet for over "
                   DELIMITED BY SIZE
               FOLLOW-UP-DAYS DELIMITED BY SIZE
               " days, profile under " DELIMITED BY SIZE
               THIN-PROFILE DELIMITED BY SIZE
               "%, or no reviewed resume" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           IF ADVISOR-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "No students are on an advisor's caseload yet."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > ADVISOR-COUNT
               PERFORM WRITE-ONE-CASELOAD-PROCEDURE
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Students with no advisor" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM WRITE-COLUMN-HEADINGS-PROCEDURE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STUDENT-COUNT
               IF STU-ROLE(I) = 'S' AND STU-STATUS(I) = 'A'
                   AND STU-ADVISOR(I) = SPACES
                   ADD 1 TO UNASSIGNED-COUNT
                   PERFORM WRITE-STUDENT-LINE-PROCEDURE
               END-IF
           END-PERFORM.
           IF UNASSIGNED-COUNT = 0
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Advisors: " DELIMITED BY SIZE
               ADVISOR-COUNT DELIMITED BY SIZE
               "  Students listed: " DELIMITED BY SIZE
               LISTED-COUNT DELIMITED BY SIZE
               "  Without an advisor: " DELIMITED BY SIZE
               UNASSIGNED-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

       WRITE-ONE-CASELOAD-PROCEDURE.
           MOVE 0 TO CASELOAD-SIZE.
           MOVE 0 TO CALL-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STUDENT-COUNT
               IF STU-ROLE(I) = 'S' AND STU-STATUS(I) = 'A'
                   AND STU-ADVISOR(I) = ADVISOR-NAME(J)
                   ADD 1 TO CASELOAD-SIZE
                   PERFORM CHECK-CALL-PROCEDURE
                   IF CALL-FLAG = 'Y'
                       ADD 1 TO CALL-COUNT
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'N' TO ADVISOR-LIVE-FLAG.
           MOVE ADVISOR-NAME(J) TO LOOKUP-USERNAME.
           PERFORM FIND-STUDENT-PROCEDURE.
           IF STU-HIT > 0
               IF STU-ROLE(STU-HIT) = 'C' AND STU-STATUS(STU-HIT) = 'A'
                   MOVE 'Y' TO ADVISOR-LIVE-FLAG
               END-IF
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Advisor: " DELIMITED BY SIZE
               FUNCTION TRIM(ADVISOR-NAME(J)) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               CASELOAD-SIZE DELIMITED BY SIZE
               " students, " DELIMITED BY SIZE
               CALL-COUNT DELIMITED BY SIZE
               " to call" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           IF ADVISOR-LIVE-FLAG = 'N'
               MOVE "** no longer active - reassign this caseload **"
                   TO REPORT-RECORD(60:48)
           END-IF.
           WRITE REPORT-RECORD.
           PERFORM WRITE-COLUMN-HEADINGS-PROCEDURE.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STUDENT-COUNT
               IF STU-ROLE(I) = 'S' AND STU-STATUS(I) = 'A'
                   AND STU-ADVISOR(I) = ADVISOR-NAME(J)
                   PERFORM WRITE-STUDENT-LINE-PROCEDURE
               END-IF
           END-PERFORM.

       WRITE-COLUMN-HEADINGS-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "Student" TO REPORT-RECORD(3:7).
           MOVE "Name" TO REPORT-RECORD(24:4).
           MOVE "Class" TO REPORT-RECORD(53:5).
           MOVE "Last login" TO REPORT-RECORD(59:10).
           MOVE "Profile" TO REPORT-RECORD(70:7).
           MOVE "Resume" TO REPORT-RECORD(78:6).
           MOVE "Placed with" TO REPORT-RECORD(91:11).
           WRITE REPORT-RECORD.

      *> A placed student needs no call; anyone else does if quiet,
      *> thinly profiled, or without a reviewed resume.
       CHECK-CALL-PROCEDURE.
           MOVE 'N' TO CALL-FLAG.
           IF STU-PLACED-AT(I) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF STU-LAST-LOGIN(I) = 0
               MOVE 'Y' TO CALL-FLAG
           ELSE
               COMPUTE IDLE-DAYS = TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(STU-LAST-LOGIN(I))
               IF IDLE-DAYS > FOLLOW-UP-DAYS
                   MOVE 'Y' TO CALL-FLAG
               END-IF
           END-IF.
           IF STU-SCORE(I) < THIN-PROFILE
               MOVE 'Y' TO CALL-FLAG
           END-IF.
           IF STU-RESUME-TEXT(I) = SPACES
               OR STU-RESUME-TEXT(I) = "in queue"
               MOVE 'Y' TO CALL-FLAG
           END-IF.

       WRITE-STUDENT-LINE-PROCEDURE.
           ADD 1 TO LISTED-COUNT.
           PERFORM CHECK-CALL-PROCEDURE.
           MOVE SPACES TO NAME-TEXT.
           STRING FUNCTION TRIM(STU-FIRST-NAME(I)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(STU-LAST-NAME(I)) DELIMITED BY SIZE
               INTO NAME-TEXT
           END-STRING.

           MOVE SPACES TO REPORT-RECORD.
           MOVE STU-USERNAME(I) TO REPORT-RECORD(3:20).
           MOVE NAME-TEXT TO REPORT-RECORD(24:28).
           IF STU-GRAD-YEAR(I) NOT = 0
               MOVE STU-GRAD-YEAR(I) TO REPORT-RECORD(53:4)
           END-IF.
           IF STU-LAST-LOGIN(I) = 0
               MOVE "never" TO REPORT-RECORD(59:5)
           ELSE
               MOVE STU-LAST-LOGIN(I) TO REPORT-RECORD(59:8)
           END-IF.
           MOVE STU-SCORE(I) TO REPORT-RECORD(70:3).
           MOVE "%" TO REPORT-RECORD(73:1).
           IF STU-RESUME-TEXT(I) = SPACES
               MOVE "none" TO REPORT-RECORD(78:4)
           ELSE
               MOVE STU-RESUME-TEXT(I) TO REPORT-RECORD(78:12)
           END-IF.
           IF STU-PLACED-AT(I) = SPACES
               MOVE "-" TO REPORT-RECORD(91:1)
           ELSE
               MOVE STU-PLACED-AT(I) TO REPORT-RECORD(91:36)
           END-IF.
           IF CALL-FLAG = 'Y'
               MOVE "CALL" TO REPORT-RECORD(128:4)
           END-IF.
           WRITE REPORT-RECORD.

      *> system-parameters.txt may override CASELOAD-FOLLOW-UP-DAYS and
      *> CASELOAD-THIN-PROFILE-PCT; a missing file or row leaves the
      *> default above, and a value outside the documented range is
      *> reported and ignored.
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
               WHEN "CASELOAD-FOLLOW-UP-DAYS"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 1
                       AND PARAM-VALUE <= 365
                       MOVE PARAM-VALUE TO FOLLOW-UP-DAYS
                   ELSE
                       PERFORM PARAMETER-RANGE-PROCEDURE
                   END-IF
               WHEN "CASELOAD-THIN-PROFILE-PCT"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 1
                       AND PARAM-VALUE <= 100
                       MOVE PARAM-VALUE TO THIN-PROFILE
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
