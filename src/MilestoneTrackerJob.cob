       IDENTIFICATION DIVISION.
       PROGRAM-ID. MilestoneTrackerJob.

      *> Standalone nightly batch job: marks every student's
      *> career-readiness milestones (milestones.txt, kept by career
      *> services from Reference Tables) from what is already on
      *> file - reviewed resumes in resume-reviews.txt, advising
      *> slots booked and held, event-attendance.txt check-ins,
      *> skills.txt completions, confirmed interviews.txt slots, and
      *> placements.txt acceptances. Each milestone is met once its
      *> target count is reached, and stays met with the date it was
      *> first seen even if the underlying row later goes away.
      *> The marks go to student-milestones.txt for the in-session
      *> checklist; every student gets a printable co-curricular
      *> transcript (cocurricular_<user>.txt); and the cohort report
      *> shows, by graduation year, which milestones are lagging
      *> once they fall due. Run on its own, separate from the
      *> interactive InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MILESTONES-FILE ASSIGN TO "milestones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MILESTONES-STATUS.
           SELECT STUDENT-MILESTONES-FILE
               ASSIGN TO "student-milestones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-MILESTONES-STATUS.
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
           SELECT ADVISING-SLOTS-FILE ASSIGN TO "advising-slots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADVISING-SLOTS-STATUS.
           SELECT EVENT-ATTENDANCE-FILE ASSIGN TO "event-attendance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-ATTENDANCE-STATUS.
           SELECT EVENTS-FILE ASSIGN TO "events.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENTS-FILE-STATUS.
           SELECT SKILLS-FILE ASSIGN TO "skills.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKILLS-FILE-STATUS.
           SELECT SKILLS-CATALOG-FILE ASSIGN TO "skills-catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.
           SELECT INTERVIEWS-FILE ASSIGN TO "interviews.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERVIEWS-FILE-STATUS.
           SELECT PLACEMENTS-FILE ASSIGN TO "placements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLACEMENTS-FILE-STATUS.
           SELECT TRANSCRIPT-FILE ASSIGN TO DYNAMIC TRANSCRIPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSCRIPT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "milestone-cohort-report.txt"
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
       FD  MILESTONES-FILE.
       01  MILESTONES-RECORD.
           05 MS-ID           PIC 9(02).
           05 MS-NAME         PIC X(40).
           05 MS-SOURCE       PIC X(10).
           05 MS-TARGET       PIC 9(02).
           05 MS-DUE-YEARS    PIC 9(01).
           05 MS-RETIRED-FLAG PIC X(01).

       FD  STUDENT-MILESTONES-FILE.
       01  STUDENT-MILESTONES-RECORD.
           05 SM-USERNAME     PIC X(20).
           05 SM-MILESTONE-ID PIC 9(02).
           05 SM-PROGRESS     PIC 9(03).
           05 SM-DONE-DATE    PIC 9(08).
           05 SM-CHECKED-DATE PIC 9(08).

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

       FD  ADVISING-SLOTS-FILE.
       01  ADVISING-SLOTS-RECORD.
           05 ADV-SLOT-ID   PIC 9(04).
           05 ADV-ADVISOR   PIC X(20).
           05 ADV-DATE      PIC 9(08).
           05 ADV-TIME      PIC X(05).
           05 ADV-TOPIC     PIC X(60).
           05 ADV-BOOKED-BY PIC X(20).

       FD  EVENT-ATTENDANCE-FILE.
       01  EVENT-ATTENDANCE-RECORD.
           05 ATT-EVENT-ID PIC 9(04).
           05 ATT-USERNAME PIC X(20).
           05 ATT-DATE     PIC 9(08).

       FD  EVENTS-FILE.
       01  EVENTS-RECORD.
           05 EVENT-ID        PIC 9(04).
           05 EVENT-NAME      PIC X(80).
           05 EVENT-DATE      PIC 9(08).
           05 EVENT-LOCATION  PIC X(80).
           05 EVENT-CAPACITY  PIC 9(04).
           05 EVENT-POSTED-BY PIC X(20).

       FD  SKILLS-FILE.
       01  SKILLS-RECORD.
           05 SKILL-USERNAME        PIC X(20).
           05 SKILL-NUMBER          PIC 9(02).
           05 SKILL-COMPLETED-DATE  PIC 9(08).

       FD  SKILLS-CATALOG-FILE.
       01  SKILLS-CATALOG-RECORD.
           05 CATREC-NUMBER       PIC 9(02).
           05 CATREC-NAME         PIC X(20).
           05 CATREC-LESSON-LINE OCCURS 3 TIMES PIC X(60).
           05 CATREC-QUIZ-QUESTION PIC X(60).
           05 CATREC-QUIZ-ANSWER  PIC X(40).
           05 CATREC-RETIRED-FLAG PIC X(01).

       FD  INTERVIEWS-FILE.
       01  INTERVIEWS-RECORD.
           05 INT-JOB-ID    PIC 9(06).
           05 INT-APPLICANT PIC X(20).
           05 INT-POSTER    PIC X(20).
           05 INT-SLOT-DATE PIC 9(08).
           05 INT-SLOT-TIME PIC X(05).
           05 INT-STATUS    PIC X(10).
           05 INT-ROOM      PIC X(10).

       FD  PLACEMENTS-FILE.
       01  PLACEMENTS-RECORD.
           05 PLACE-USERNAME    PIC X(20).
           05 PLACE-JOB-ID      PIC 9(06).
           05 PLACE-JOB-TITLE   PIC X(80).
           05 PLACE-EMPLOYER    PIC X(80).
           05 PLACE-SALARY-MIN  PIC 9(07).
           05 PLACE-SALARY-MAX  PIC 9(07).
           05 PLACE-ACCEPT-DATE PIC 9(08).

       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-RECORD PIC X(132).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "MilestoneTrackerJob".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  MILESTONES-STATUS         PIC XX VALUE SPACES.
       01  STUDENT-MILESTONES-STATUS PIC XX VALUE SPACES.
       01  SEC-STATUS                PIC XX VALUE SPACES.
       01  PRO-STATUS                PIC XX VALUE SPACES.
       01  RESUME-REVIEWS-STATUS     PIC XX VALUE SPACES.
       01  ADVISING-SLOTS-STATUS     PIC XX VALUE SPACES.
       01  EVENT-ATTENDANCE-STATUS   PIC XX VALUE SPACES.
       01  EVENTS-FILE-STATUS        PIC XX VALUE SPACES.
       01  SKILLS-FILE-STATUS        PIC XX VALUE SPACES.
       01  CATALOG-FILE-STATUS       PIC XX VALUE SPACES.
       01  INTERVIEWS-FILE-STATUS    PIC XX VALUE SPACES.
       01  PLACEMENTS-FILE-STATUS    PIC XX VALUE SPACES.
       01  TRANSCRIPT-STATUS         PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS           PIC XX VALUE SPACES.
       01  TRANSCRIPT-FILENAME       PIC X(60) VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

       01  TODAY-DATE PIC 9(08).

      *> A cohort whose milestone has fallen due with fewer than this
      *> share of its students done is called out as lagging.
       01  LAGGING-PERCENT PIC 9(03) VALUE 75.

      *> The live milestone list. MS-SOURCE-NO is the activity count
      *> it is judged on: 1 resume reviews, 2 advising visits,
      *> 3 event check-ins, 4 skills, 5 interviews, 6 placements.
       01  MILESTONE-DATA.
           05 MS-COUNT PIC 99 VALUE 0.
           05 MS-ENTRY OCCURS 20 TIMES.
               10 MS-TABLE-ID        PIC 9(02).
               10 MS-TABLE-NAME      PIC X(40).
               10 MS-TABLE-SOURCE    PIC X(10).
               10 MS-TABLE-TARGET    PIC 9(02).
               10 MS-TABLE-DUE-YEARS PIC 9(01).
               10 MS-TABLE-RETIRED   PIC X(01).
               10 MS-SOURCE-NO       PIC 9(01).

      *> Every live student account, with the six activity counts
      *> and the date each milestone was met (by position in the
      *> milestone table; 0 = not yet).
       01  STUDENT-DATA.
           05 STUDENT-COUNT PIC 999 VALUE 0.
           05 STUDENT-ENTRY OCCURS 300 TIMES.
               10 STU-USERNAME   PIC X(20).
               10 STU-FIRST-NAME PIC X(80).
               10 STU-LAST-NAME  PIC X(80).
               10 STU-UNIVERSITY PIC X(80).
               10 STU-MAJOR      PIC X(80).
               10 STU-GRAD-YEAR  PIC 9(04).
               10 STU-ROLE       PIC X(01).
               10 STU-STATUS     PIC X(01).
               10 STU-SOURCE-COUNT PIC 9(03) OCCURS 6 TIMES.
               10 STU-DONE-DATE    PIC 9(08) OCCURS 20 TIMES.
       01  LOOKUP-USERNAME PIC X(20).
       01  STU-HIT PIC 999 VALUE 0.
       01  MS-HIT  PIC 99 VALUE 0.
       01  SOURCE-NO PIC 9(01).
       01  PROGRESS-VALUE PIC 9(03).
       01  TARGET-VALUE   PIC 9(02).

       01  EVENT-NAME-DATA.
           05 EV-COUNT PIC 999 VALUE 0.
           05 EV-ENTRY OCCURS 200 TIMES.
               10 EV-ID   PIC 9(04).
               10 EV-NAME PIC X(80).
       01  SKILL-NAME-LOOKUP.
           05 SKILL-NAME-ENTRY PIC X(20) OCCURS 20 TIMES.

      *> Cohorts by graduation year, in ascending order.
       01  COHORT-DATA.
           05 COHORT-COUNT PIC 99 VALUE 0.
           05 COHORT-YEAR  PIC 9(04) OCCURS 40 TIMES.
       01  COHORT-SIZE     PIC 999.
       01  COHORT-DONE     PIC 999.
       01  COHORT-PERCENT  PIC 9(03).
       01  COHORT-DUE-DATE PIC 9(08).
       01  COHORT-VERDICT  PIC X(12).
       01  SWAP-YEAR       PIC 9(04).
       01  NEW-YEAR-FLAG   PIC X VALUE 'N'.

       01  TRANSCRIPT-LINE PIC X(132).
       01  DUE-DATE        PIC 9(08).
       01  ACTIVITY-LISTED PIC 9(04).
       01  SHOW-NAME       PIC X(80).
       01  STUDENTS-MARKED PIC 9(06) VALUE 0.
       01  MILESTONES-MET  PIC 9(06) VALUE 0.

       01  I PIC 999.
       01  J PIC 999.
       01  K PIC 999.
       01  M PIC 99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           PERFORM READ-SYSTEM-PARAMETERS-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           PERFORM LOAD-MILESTONES-PROCEDURE.
           PERFORM LOAD-STUDENTS-PROCEDURE.
           PERFORM LOAD-ACCOUNT-STATUS-PROCEDURE.
           PERFORM LOAD-PRIOR-MARKS-PROCEDURE.

           PERFORM COUNT-RESUME-REVIEWS-PROCEDURE.
           PERFORM COUNT-ADVISING-VISITS-PROCEDURE.
           PERFORM COUNT-EVENT-CHECKINS-PROCEDURE.
           PERFORM COUNT-SKILLS-PROCEDURE.
           PERFORM COUNT-INTERVIEWS-PROCEDURE.
           PERFORM COUNT-PLACEMENTS-PROCEDURE.

           PERFORM MARK-MILESTONES-PROCEDURE.
           PERFORM WRITE-STUDENT-MILESTONES-PROCEDURE.

           PERFORM LOAD-EVENT-NAMES-PROCEDURE.
           PERFORM LOAD-SKILL-NAMES-PROCEDURE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STUDENT-COUNT
               IF STU-ROLE(I) = 'S' AND STU-STATUS(I) NOT = 'D'
                   PERFORM WRITE-TRANSCRIPT-PROCEDURE
               END-IF
           END-PERFORM.

           PERFORM WRITE-COHORT-REPORT-PROCEDURE.

           MOVE STUDENTS-MARKED TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

      *> No milestones.txt yet: the standing advice becomes the list
      *> and is written out, the same six the session offers to
      *> career services for editing.
       LOAD-MILESTONES-PROCEDURE.
           INITIALIZE MILESTONE-DATA.
           OPEN INPUT MILESTONES-FILE.
           IF MILESTONES-STATUS NOT = "00"
               CLOSE MILESTONES-FILE
               PERFORM SEED-MILESTONES-PROCEDURE
           ELSE
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE OR MS-COUNT >= 20
                   READ MILESTONES-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO MS-COUNT
                           MOVE MS-ID TO MS-TABLE-ID(MS-COUNT)
                           MOVE MS-NAME TO MS-TABLE-NAME(MS-COUNT)
                           MOVE MS-SOURCE TO MS-TABLE-SOURCE(MS-COUNT)
                           MOVE MS-TARGET TO MS-TABLE-TARGET(MS-COUNT)
                           MOVE MS-DUE-YEARS
                               TO MS-TABLE-DUE-YEARS(MS-COUNT)
                           MOVE MS-RETIRED-FLAG
                               TO MS-TABLE-RETIRED(MS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE MILESTONES-FILE
           END-IF.

           PERFORM VARYING M FROM 1 BY 1 UNTIL M > MS-COUNT
               EVALUATE FUNCTION TRIM(MS-TABLE-SOURCE(M))
                   WHEN "RESUME"
                       MOVE 1 TO MS-SOURCE-NO(M)
                   WHEN "ADVISING"
                       MOVE 2 TO MS-SOURCE-NO(M)
                   WHEN "EVENT"
                       MOVE 3 TO MS-SOURCE-NO(M)
                   WHEN "SKILLS"
                       MOVE 4 TO MS-SOURCE-NO(M)
                   WHEN "INTERVIEW"
                       MOVE 5 TO MS-SOURCE-NO(M)
                   WHEN "PLACEMENT"
                       MOVE 6 TO MS-SOURCE-NO(M)
                   WHEN OTHER
      *> A source this job does not know cannot be judged - it is
      *> left off every checklist rather than shown as never met.
                       MOVE 0 TO MS-SOURCE-NO(M)
                       MOVE 'Y' TO MS-TABLE-RETIRED(M)
               END-EVALUATE
               IF MS-TABLE-TARGET(M) = 0
                   MOVE 1 TO MS-TABLE-TARGET(M)
               END-IF
           END-PERFORM.

       SEED-MILESTONES-PROCEDURE.
           MOVE 6 TO MS-COUNT.
           MOVE 1 TO MS-TABLE-ID(1).
           MOVE "Resume reviewed by an advisor" TO MS-TABLE-NAME(1).
           MOVE "RESUME" TO MS-TABLE-SOURCE(1).
           MOVE 2 TO MS-TABLE-ID(2).
           MOVE "Visited a career advisor" TO MS-TABLE-NAME(2).
           MOVE "ADVISING" TO MS-TABLE-SOURCE(2).
           MOVE 3 TO MS-TABLE-ID(3).
           MOVE "Attended a career fair or event" TO MS-TABLE-NAME(3).
           MOVE "EVENT" TO MS-TABLE-SOURCE(3).
           MOVE 4 TO MS-TABLE-ID(4).
           MOVE "Completed two skills" TO MS-TABLE-NAME(4).
           MOVE "SKILLS" TO MS-TABLE-SOURCE(4).
           MOVE 5 TO MS-TABLE-ID(5).
           MOVE "Landed an interview" TO MS-TABLE-NAME(5).
           MOVE "INTERVIEW" TO MS-TABLE-SOURCE(5).
           MOVE 6 TO MS-TABLE-ID(6).
           MOVE "Accepted a placement" TO MS-TABLE-NAME(6).
           MOVE "PLACEMENT" TO MS-TABLE-SOURCE(6).
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 6
               MOVE 1 TO MS-TABLE-TARGET(M)
               MOVE 1 TO MS-TABLE-DUE-YEARS(M)
               MOVE 'N' TO MS-TABLE-RETIRED(M)
           END-PERFORM.
           MOVE 2 TO MS-TABLE-TARGET(4).
           MOVE 0 TO MS-TABLE-DUE-YEARS(6).

           OPEN OUTPUT MILESTONES-FILE.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > MS-COUNT
               MOVE MS-TABLE-ID(M) TO MS-ID
               MOVE MS-TABLE-NAME(M) TO MS-NAME
               MOVE MS-TABLE-SOURCE(M) TO MS-SOURCE
               MOVE MS-TABLE-TARGET(M) TO MS-TARGET
               MOVE MS-TABLE-DUE-YEARS(M) TO MS-DUE-YEARS
               MOVE MS-TABLE-RETIRED(M) TO MS-RETIRED-FLAG
               WRITE MILESTONES-RECORD
           END-PERFORM.
           CLOSE MILESTONES-FILE.

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
                       MOVE PROFILE-UNIVERSITY
                           TO STU-UNIVERSITY(STUDENT-COUNT)
                       MOVE PROFILE-MAJOR
                           TO STU-MAJOR(STUDENT-COUNT)
                       MOVE PROFILE-GRADUATION-YEAR
                           TO STU-GRAD-YEAR(STUDENT-COUNT)
                       MOVE SPACE TO STU-ROLE(STUDENT-COUNT)
                       MOVE SPACE TO STU-STATUS(STUDENT-COUNT)
               END-READ
           END-PERFORM.
           CLOSE PROFILES-FILE.

      *> Role and account status come from secrets.txt - only live
      *> student accounts are tracked; alumni, employers, staff and
      *> deactivated accounts are left out.
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
                       IF STU-HIT > 0
                           MOVE SECRET-ROLE TO STU-ROLE(STU-HIT)
                           MOVE SECRET-ACCOUNT-STATUS
                               TO STU-STATUS(STU-HIT)
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

      *> Milestones already met stay met, with their original date.
       LOAD-PRIOR-MARKS-PROCEDURE.
           OPEN INPUT STUDENT-MILESTONES-FILE.
           IF STUDENT-MILESTONES-STATUS NOT = "00"
               CLOSE STUDENT-MILESTONES-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ STUDENT-MILESTONES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF SM-DONE-DATE NOT = 0
                           MOVE SM-USERNAME TO LOOKUP-USERNAME
                           PERFORM FIND-STUDENT-PROCEDURE
                           MOVE 0 TO MS-HIT
                           PERFORM VARYING M FROM 1 BY 1
                               UNTIL M > MS-COUNT
                               IF MS-TABLE-ID(M) = SM-MILESTONE-ID
                                   MOVE M TO MS-HIT
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                           IF STU-HIT > 0 AND MS-HIT > 0
                               MOVE SM-DONE-DATE
                                   TO STU-DONE-DATE(STU-HIT, MS-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MILESTONES-FILE.

      *> A resume counts once an advisor has returned a verdict on it.
       COUNT-RESUME-REVIEWS-PROCEDURE.
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
                       IF FUNCTION TRIM(RR-STATUS) = "REVIEWED"
                           MOVE RR-STUDENT TO LOOKUP-USERNAME
                           MOVE 1 TO SOURCE-NO
                           PERFORM ADD-ACTIVITY-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESUME-REVIEWS-FILE.

      *> A booked slot counts once its date has come - a visit
      *> still on the calendar has not happened yet.
       COUNT-ADVISING-VISITS-PROCEDURE.
           OPEN INPUT ADVISING-SLOTS-FILE.
           IF ADVISING-SLOTS-STATUS NOT = "00"
               CLOSE ADVISING-SLOTS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ ADVISING-SLOTS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF ADV-BOOKED-BY NOT = SPACES
                           AND ADV-DATE <= TODAY-DATE
                           MOVE ADV-BOOKED-BY TO LOOKUP-USERNAME
                           MOVE 2 TO SOURCE-NO
                           PERFORM ADD-ACTIVITY-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADVISING-SLOTS-FILE.

       COUNT-EVENT-CHECKINS-PROCEDURE.
           OPEN INPUT EVENT-ATTENDANCE-FILE.
           IF EVENT-ATTENDANCE-STATUS NOT = "00"
               CLOSE EVENT-ATTENDANCE-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ EVENT-ATTENDANCE-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ATT-USERNAME TO LOOKUP-USERNAME
                       MOVE 3 TO SOURCE-NO
                       PERFORM ADD-ACTIVITY-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE EVENT-ATTENDANCE-FILE.

       COUNT-SKILLS-PROCEDURE.
           OPEN INPUT SKILLS-FILE.
           IF SKILLS-FILE-STATUS NOT = "00"
               CLOSE SKILLS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ SKILLS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SKILL-USERNAME TO LOOKUP-USERNAME
                       MOVE 4 TO SOURCE-NO
                       PERFORM ADD-ACTIVITY-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE SKILLS-FILE.

      *> "Landed an interview" means a slot the student confirmed;
      *> an offer never taken up, or one cancelled, does not count.
       COUNT-INTERVIEWS-PROCEDURE.
           OPEN INPUT INTERVIEWS-FILE.
           IF INTERVIEWS-FILE-STATUS NOT = "00"
               CLOSE INTERVIEWS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ INTERVIEWS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(INT-STATUS) = "CONFIRMED"
                           MOVE INT-APPLICANT TO LOOKUP-USERNAME
                           MOVE 5 TO SOURCE-NO
                           PERFORM ADD-ACTIVITY-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INTERVIEWS-FILE.

       COUNT-PLACEMENTS-PROCEDURE.
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
                       MOVE 6 TO SOURCE-NO
                       PERFORM ADD-ACTIVITY-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE PLACEMENTS-FILE.

       ADD-ACTIVITY-PROCEDURE.
           PERFORM FIND-STUDENT-PROCEDURE.
           IF STU-HIT > 0
               AND STU-SOURCE-COUNT(STU-HIT, SOURCE-NO) < 999
               ADD 1 TO STU-SOURCE-COUNT(STU-HIT, SOURCE-NO)
           END-IF.

       MARK-MILESTONES-PROCEDURE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STUDENT-COUNT
               IF STU-ROLE(I) = 'S' AND STU-STATUS(I) NOT = 'D'
                   ADD 1 TO STUDENTS-MARKED
                   PERFORM VARYING M FROM 1 BY 1 UNTIL M > MS-COUNT
                       IF MS-TABLE-RETIRED(M) NOT = 'Y'
                           AND STU-DONE-DATE(I, M) = 0
                           AND STU-SOURCE-COUNT(I, MS-SOURCE-NO(M))
                               >= MS-TABLE-TARGET(M)
                           MOVE TODAY-DATE TO STU-DONE-DATE(I, M)
                           ADD 1 TO MILESTONES-MET
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       WRITE-STUDENT-MILESTONES-PROCEDURE.
           OPEN OUTPUT STUDENT-MILESTONES-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STUDENT-COUNT
               IF STU-ROLE(I) = 'S' AND STU-STATUS(I) NOT = 'D'
                   PERFORM VARYING M FROM 1 BY 1 UNTIL M > MS-COUNT
                       IF MS-TABLE-RETIRED(M) NOT = 'Y'
                           MOVE STU-USERNAME(I) TO SM-USERNAME
                           MOVE MS-TABLE-ID(M) TO SM-MILESTONE-ID
                           MOVE STU-SOURCE-COUNT(I, MS-SOURCE-NO(M))
                               TO SM-PROGRESS
                           MOVE STU-DONE-DATE(I, M) TO SM-DONE-DATE
                           MOVE TODAY-DATE TO SM-CHECKED-DATE
                           WRITE STUDENT-MILESTONES-RECORD
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE STUDENT-MILESTONES-FILE.

       LOAD-EVENT-NAMES-PROCEDURE.
           OPEN INPUT EVENTS-FILE.
           IF EVENTS-FILE-STATUS NOT = "00"
               CLOSE EVENTS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR EV-COUNT >= 200
               READ EVENTS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO EV-COUNT
                       MOVE EVENT-ID TO EV-ID(EV-COUNT)
                       MOVE EVENT-NAME TO EV-NAME(EV-COUNT)
               END-READ
           END-PERFORM.
           CLOSE EVENTS-FILE.

       LOAD-SKILL-NAMES-PROCEDURE.
           INITIALIZE SKILL-NAME-LOOKUP.
           OPEN INPUT SKILLS-CATALOG-FILE.
           IF CATALOG-FILE-STATUS NOT = "00"
               CLOSE SKILLS-CATALOG-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ SKILLS-CATALOG-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF CATREC-NUMBER > 0 AND CATREC-NUMBER <= 20
                           MOVE CATREC-NAME
                               TO SKILL-NAME-ENTRY(CATREC-NUMBER)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SKILLS-CATALOG-FILE.

      *> One printable page per student: who they are, the
      *> milestone checklist, then every co-curricular activity on
      *> file, oldest source first.
       WRITE-TRANSCRIPT-PROCEDURE.
           MOVE SPACES TO TRANSCRIPT-FILENAME.
           STRING "cocurricular_" DELIMITED BY SIZE
               FUNCTION TRIM(STU-USERNAME(I)) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO TRANSCRIPT-FILENAME.
           OPEN OUTPUT TRANSCRIPT-FILE.
           IF TRANSCRIPT-STATUS NOT = "00"
               CLOSE TRANSCRIPT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE "CO-CURRICULAR TRANSCRIPT" TO TRANSCRIPT-RECORD.
           WRITE TRANSCRIPT-RECORD.
           MOVE SPACES TO TRANSCRIPT-RECORD.
           STRING FUNCTION TRIM(STU-FIRST-NAME(I)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(STU-LAST-NAME(I)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(STU-USERNAME(I)) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO TRANSCRIPT-RECORD
           END-STRING.
           WRITE TRANSCRIPT-RECORD.
           MOVE SPACES TO TRANSCRIPT-RECORD.
           STRING FUNCTION TRIM(STU-UNIVERSITY(I)) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(STU-MAJOR(I)) DELIMITED BY SIZE
               ", class of " DELIMITED BY SIZE
               STU-GRAD-YEAR(I) DELIMITED BY SIZE
               INTO TRANSCRIPT-RECORD
           END-STRING.
           WRITE TRANSCRIPT-RECORD.
           MOVE SPACES TO TRANSCRIPT-RECORD.
           STRING "Issued " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO TRANSCRIPT-RECORD
           END-STRING.
           WRITE TRANSCRIPT-RECORD.

           MOVE SPACES TO TRANSCRIPT-RECORD.
           WRITE TRANSCRIPT-RECORD.
           MOVE "Career-readiness milestones" TO TRANSCRIPT-RECORD.
           WRITE TRANSCRIPT-RECORD.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > MS-COUNT
               IF MS-TABLE-RETIRED(M) NOT = 'Y'
                   PERFORM WRITE-TRANSCRIPT-MILESTONE-PROCEDURE
               END-IF
           END-PERFORM.

           PERFORM TRANSCRIPT-RESUME-PROCEDURE.
           PERFORM TRANSCRIPT-ADVISING-PROCEDURE.
           PERFORM TRANSCRIPT-EVENTS-PROCEDURE.
           PERFORM TRANSCRIPT-SKILLS-PROCEDURE.
           PERFORM TRANSCRIPT-INTERVIEWS-PROCEDURE.
           PERFORM TRANSCRIPT-PLACEMENTS-PROCEDURE.
           CLOSE TRANSCRIPT-FILE.

       WRITE-TRANSCRIPT-MILESTONE-PROCEDURE.
           MOVE SPACES TO TRANSCRIPT-RECORD.
           IF STU-DONE-DATE(I, M) NOT = 0
               STRING "  [X] " DELIMITED BY SIZE
                   MS-TABLE-NAME(M) DELIMITED BY SIZE
                   " met " DELIMITED BY SIZE
                   STU-DONE-DATE(I, M) DELIMITED BY SIZE
                   INTO TRANSCRIPT-RECORD
               END-STRING
           ELSE
               MOVE MS-TABLE-TARGET(M) TO TARGET-VALUE
               MOVE STU-SOURCE-COUNT(I, MS-SOURCE-NO(M))
                   TO PROGRESS-VALUE
               STRING "  [ ] " DELIMITED BY SIZE
                   MS-TABLE-NAME(M) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PROGRESS-VALUE DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   TARGET-VALUE DELIMITED BY SIZE
                   INTO TRANSCRIPT-RECORD
               END-STRING
               IF STU-GRAD-YEAR(I) > MS-TABLE-DUE-YEARS(M)
                   COMPUTE DUE-DATE =
                       (STU-GRAD-YEAR(I) - MS-TABLE-DUE-YEARS(M))
                       * 10000 + 801
                   MOVE "due by " TO TRANSCRIPT-RECORD(67:7)
                   MOVE DUE-DATE TO TRANSCRIPT-RECORD(74:8)
               END-IF
           END-IF.
           WRITE TRANSCRIPT-RECORD.

       TRANSCRIPT-RESUME-PROCEDURE.
           MOVE SPACES TO TRANSCRIPT-RECORD.
           WRITE TRANSCRIPT-RECORD.
           MOVE "Resume reviews" TO TRANSCRIPT-RECORD.
           WRITE TRANSCRIPT-RECORD.
           MOVE 0 TO ACTIVITY-LISTED.
           OPEN INPUT RESUME-REVIEWS-FILE.
           IF RESUME-REVIEWS-STATUS = "00"
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ RESUME-REVIEWS-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF RR-STUDENT = STU-USERNAME(I)
                               AND FUNCTION TRIM(RR-STATUS)
                                   = "REVIEWED"
                               ADD 1 TO ACTIVITY-LISTED
                               MOVE SPACES TO TRANSCRIPT-RECORD
                               STRING "  " DELIMITED BY SIZE
                                   RR-SUBMIT-DATE DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   FUNCTION TRIM(RR-VERDICT)
                                       DELIMITED BY SIZE
                                   " - reviewed by " DELIMITED BY SIZE
                                   FUNCTION TRIM(RR-ADVISOR)
                                       DELIMITED BY SIZE
                                   INTO TRANSCRIPT-RECORD
                               END-STRING
                               WRITE TRANSCRIPT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RESUME-REVIEWS-FILE.
           PERFORM WRITE-NONE-ON-FILE-PROCEDURE.

       TRANSCRIPT-ADVISING-PROCEDURE.
           MOVE "Advising visits" TO TRANSCRIPT-RECORD.
           WRITE TRANSCRIPT-RECORD.
           MOVE 0 TO ACTIVITY-LISTED.
           OPEN INPUT ADVISING-SLOTS-FILE.
           IF ADVISING-SLOTS-STATUS = "00"
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ ADVISING-SLOTS-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF ADV-BOOKED-BY = STU-USERNAME(I)
                               AND ADV-DATE <= TODAY-DATE
                               ADD 1 TO ACTIVITY-LISTED
                               MOVE SPACES TO TRANSCRIPT-RECORD
                               STRING "  " DELIMITED BY SIZE
                                   ADV-DATE DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   FUNCTION TRIM(ADV-TOPIC)
                                       DELIMITED BY SIZE
                                   " with " DELIMITED BY SIZE
                                   FUNCTION TRIM(ADV-ADVISOR)
                                       DELIMITED BY SIZE
                                   INTO TRANSCRIPT-RECORD
                               END-STRING
                               WRITE TRANSCRIPT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ADVISING-SLOTS-FILE.
           PERFORM WRITE-NONE-ON-FILE-PROCEDURE.

       TRANSCRIPT-EVENTS-PROCEDURE.
           MOVE "Events attended" TO TRANSCRIPT-RECORD.
           WRITE TRANSCRIPT-RECORD.
           MOVE 0 TO ACTIVITY-LISTED.
           OPEN INPUT EVENT-ATTENDANCE-FILE.
           IF EVENT-ATTENDANCE-STATUS = "00"
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ EVENT-ATTENDANCE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF ATT-USERNAME = STU-USERNAME(I)
                               ADD 1 TO ACTIVITY-LISTED
                               PERFORM FIND-EVENT-NAME-PROCEDURE
                               MOVE SPACES TO TRANSCRIPT-RECORD
                               STRING "  " DELIMITED BY SIZE
                                   ATT-DATE DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   FUNCTION TRIM(SHOW-NAME)
                                       DELIMITED BY SIZE
                                   INTO TRANSCRIPT-RECORD
                               END-STRING
                               WRITE TRANSCRIPT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EVENT-ATTENDANCE-FILE.
           PERFORM WRITE-NONE-ON-FILE-PROCEDURE.

      *> Past events are pruned from events.txt; the check-in row
      *> outlives them, so an unmatched one prints by number.
       FIND-EVENT-NAME-PROCEDURE.
           MOVE SPACES TO SHOW-NAME.
           STRING "Event #" DELIMITED BY SIZE
               ATT-EVENT-ID DELIMITED BY SIZE
               INTO SHOW-NAME
           END-STRING.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > EV-COUNT
               IF EV-ID(J) = ATT-EVENT-ID
                   MOVE EV-NAME(J) TO SHOW-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       TRANSCRIPT-SKILLS-PROCEDURE.
           MOVE "Skills completed" TO TRANSCRIPT-RECORD.
           WRITE TRANSCRIPT-RECORD.
           MOVE 0 TO ACTIVITY-LISTED.
           OPEN INPUT SKILLS-FILE.
           IF SKILLS-FILE-STATUS = "00"
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ SKILLS-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF SKILL-USERNAME = STU-USERNAME(I)
                               ADD 1 TO ACTIVITY-LISTED
                               MOVE SPACES TO SHOW-NAME
                               IF SKILL-NUMBER > 0
                                   AND SKILL-NUMBER <= 20
                                   MOVE SKILL-NAME-ENTRY(SKILL-NUMBER)
                                       TO SHOW-NAME
                               END-IF
                               IF SHOW-NAME = SPACES
                                   STRING "Skill #" DELIMITED BY SIZE
                                       SKILL-NUMBER DELIMITED BY SIZE
                                       INTO SHOW-NAME
                                   END-STRING
                               END-IF
                               MOVE SPACES TO TRANSCRIPT-RECORD
                               STRING "  " DELIMITED BY SIZE
                                   SKILL-COMPLETED-DATE
                                       DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   FUNCTION TRIM(SHOW-NAME)
                                       DELIMITED BY SIZE
                                   INTO TRANSCRIPT-RECORD
                               END-STRING
                               WRITE TRANSCRIPT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SKILLS-FILE.
           PERFORM WRITE-NONE-ON-FILE-PROCEDURE.

       TRANSCRIPT-INTERVIEWS-PROCEDURE.
           MOVE "Interviews" TO TRANSCRIPT-RECORD.
           WRITE TRANSCRIPT-RECORD.
           MOVE 0 TO ACTIVITY-LISTED.
           OPEN INPUT INTERVIEWS-FILE.
           IF INTERVIEWS-FILE-STATUS = "00"
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ INTERVIEWS-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF INT-APPLICANT = STU-USERNAME(I)
                               AND FUNCTION TRIM(INT-STATUS)
                                   = "CONFIRMED"
                               ADD 1 TO ACTIVITY-LISTED
                               MOVE SPACES TO TRANSCRIPT-RECORD
                               STRING "  " DELIMITED BY SIZE
                                   INT-SLOT-DATE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   INT-SLOT-TIME DELIMITED BY SIZE
                                   "  job #" DELIMITED BY SIZE
                                   INT-JOB-ID DELIMITED BY SIZE
                                   INTO TRANSCRIPT-RECORD
                               END-STRING
                               WRITE TRANSCRIPT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE INTERVIEWS-FILE.
           PERFORM WRITE-NONE-ON-FILE-PROCEDURE.

       TRANSCRIPT-PLACEMENTS-PROCEDURE.
           MOVE "Placements" TO TRANSCRIPT-RECORD.
           WRITE TRANSCRIPT-RECORD.
           MOVE 0 TO ACTIVITY-LISTED.
           OPEN INPUT PLACEMENTS-FILE.
           IF PLACEMENTS-FILE-STATUS = "00"
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ PLACEMENTS-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF PLACE-USERNAME = STU-USERNAME(I)
                               ADD 1 TO ACTIVITY-LISTED
                               MOVE SPACES TO TRANSCRIPT-RECORD
                               STRING "  " DELIMITED BY SIZE
                                   PLACE-ACCEPT-DATE DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   FUNCTION TRIM(PLACE-JOB-TITLE)
                                       DELIMITED BY SIZE
                                   " at " DELIMITED BY SIZE
                                   FUNCTION TRIM(PLACE-EMPLOYER)
                                       DELIMITED BY SIZE
                                   INTO TRANSCRIPT-RECORD
                               END-STRING
                               WRITE TRANSCRIPT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PLACEMENTS-FILE.
           PERFORM WRITE-NONE-ON-FILE-PROCEDURE.

       WRITE-NONE-ON-FILE-PROCEDURE.
           IF ACTIVITY-LISTED = 0
               MOVE "  (none on file)" TO TRANSCRIPT-RECORD
               WRITE TRANSCRIPT-RECORD
           END-IF.
           MOVE SPACES TO TRANSCRIPT-RECORD.
           WRITE TRANSCRIPT-RECORD.

      *> By graduation year: how many of the cohort have met each
      *> milestone. Once a milestone has fallen due for the cohort
      *> (August 1, MS-DUE-YEARS years before the graduation year),
      *> a completion rate under LAGGING-PERCENT is called out.
       WRITE-COHORT-REPORT-PROCEDURE.
           PERFORM BUILD-COHORTS-PROCEDURE.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Career Milestone Cohort Report - " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Students tracked: " DELIMITED BY SIZE
               STUDENTS-MARKED DELIMITED BY SIZE
               "  Milestones newly met tonight: " DELIMITED BY SIZE
               MILESTONES-MET DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           IF COHORT-COUNT = 0
               MOVE "No student accounts on file." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > COHORT-COUNT
               PERFORM WRITE-ONE-COHORT-PROCEDURE
           END-PERFORM.
           CLOSE REPORT-FILE.

       BUILD-COHORTS-PROCEDURE.
           MOVE 0 TO COHORT-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STUDENT-COUNT
               IF STU-ROLE(I) = 'S' AND STU-STATUS(I) NOT = 'D'
                   MOVE 'Y' TO NEW-YEAR-FLAG
                   PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > COHORT-COUNT
                       IF COHORT-YEAR(K) = STU-GRAD-YEAR(I)
                           MOVE 'N' TO NEW-YEAR-FLAG
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF NEW-YEAR-FLAG = 'Y' AND COHORT-COUNT < 40
                       ADD 1 TO COHORT-COUNT
                       MOVE STU-GRAD-YEAR(I)
                           TO COHORT-YEAR(COHORT-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= COHORT-COUNT
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > COHORT-COUNT - I
                   IF COHORT-YEAR(K) > COHORT-YEAR(K + 1)
                       MOVE COHORT-YEAR(K) TO SWAP-YEAR
                       MOVE COHORT-YEAR(K + 1) TO COHORT-YEAR(K)
                       MOVE SWAP-YEAR TO COHORT-YEAR(K + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-ONE-COHORT-PROCEDURE.
           MOVE 0 TO COHORT-SIZE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STUDENT-COUNT
               IF STU-ROLE(I) = 'S' AND STU-STATUS(I) NOT = 'D'
                   AND STU-GRAD-YEAR(I) = COHORT-YEAR(J)
                   ADD 1 TO COHORT-SIZE
               END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF COHORT-YEAR(J) = 0
               STRING "Graduation year not given (" DELIMITED BY SIZE
                   COHORT-SIZE DELIMITED BY SIZE
                   " students)" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING "Class of " DELIMITED BY SIZE
                   COHORT-YEAR(J) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   COHORT-SIZE DELIMITED BY SIZE
                   " students)" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           END-IF.
           WRITE REPORT-RECORD.

           PERFORM VARYING M FROM 1 BY 1 UNTIL M > MS-COUNT
               IF MS-TABLE-RETIRED(M) NOT = 'Y'
                   PERFORM WRITE-COHORT-MILESTONE-PROCEDURE
               END-IF
           END-PERFORM.

       WRITE-COHORT-MILESTONE-PROCEDURE.
           MOVE 0 TO COHORT-DONE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STUDENT-COUNT
               IF STU-ROLE(I) = 'S' AND STU-STATUS(I) NOT = 'D'
                   AND STU-GRAD-YEAR(I) = COHORT-YEAR(J)
                   AND STU-DONE-DATE(I, M) NOT = 0
                   ADD 1 TO COHORT-DONE
               END-IF
           END-PERFORM.
           MOVE 0 TO COHORT-PERCENT.
           IF COHORT-SIZE > 0
               COMPUTE COHORT-PERCENT =
                   (COHORT-DONE * 100) / COHORT-SIZE
           END-IF.

           MOVE 0 TO COHORT-DUE-DATE.
           MOVE SPACES TO COHORT-VERDICT.
           IF COHORT-YEAR(J) > MS-TABLE-DUE-YEARS(M)
               COMPUTE COHORT-DUE-DATE =
                   (COHORT-YEAR(J) - MS-TABLE-DUE-YEARS(M))
                   * 10000 + 801
               IF COHORT-DUE-DATE > TODAY-DATE
                   MOVE "not yet due" TO COHORT-VERDICT
               ELSE
                   IF COHORT-PERCENT < LAGGING-PERCENT
                       MOVE "LAGGING" TO COHORT-VERDICT
                   ELSE
                       MOVE "on track" TO COHORT-VERDICT
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           MOVE MS-TABLE-NAME(M) TO REPORT-RECORD(3:40).
           STRING COHORT-DONE DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               COHORT-SIZE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               COHORT-PERCENT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO REPORT-RECORD(44:20)
           END-STRING.
           IF COHORT-DUE-DATE NOT = 0
               STRING "due " DELIMITED BY SIZE
                   COHORT-DUE-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   COHORT-VERDICT DELIMITED BY SIZE
                   INTO REPORT-RECORD(66:30)
               END-STRING
           END-IF.
           WRITE REPORT-RECORD.

      *> system-parameters.txt may override MILESTONE-LAGGING-PCT; a
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
               WHEN "MILESTONE-LAGGING-PCT"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 1
                       AND PARAM-VALUE <= 100
                       MOVE PARAM-VALUE TO LAGGING-PERCENT
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
