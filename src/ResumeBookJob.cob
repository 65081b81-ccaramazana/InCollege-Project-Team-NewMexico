       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResumeBookJob.

      *> Standalone batch job: compiles employer resume books from
      *> the requests career services queues in
      *> resume-book-requests.txt, one pipe-delimited row per book:
      *>     Employer|Major;Major;...|Year;Year;...|VerifiedOnly(Y/N)
      *> Majors are resolved to their canonical names in majors.txt,
      *> so "computer science" and "Computer Science" pick the same
      *> students. Each book gathers the latest resume_<user>.txt
      *> export of every opted-in student (resume-book-optins.txt)
      *> whose profile major and graduation year match - registrar-
      *> verified students only when asked - into one
      *> resume-book_<date>_<nnn>.txt. Every student released lands
      *> in resume-book-releases.txt against the employer, which is
      *> how "who got my resume?" is answered. The requests file is
      *> emptied once worked so a re-run cannot send the same books
      *> twice; the run report keeps the record. Run on its own,
      *> separate from the interactive InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUESTS-FILE ASSIGN TO "resume-book-requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUESTS-FILE-STATUS.
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
           SELECT MAJORS-FILE ASSIGN TO "majors.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAJORS-STATUS.
           SELECT VERIFIED-FILE ASSIGN TO "profile-verified.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VERIFIED-FILE-STATUS.
           SELECT OPTINS-FILE ASSIGN TO "resume-book-optins.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPTINS-FILE-STATUS.
           SELECT RELEASES-FILE ASSIGN TO "resume-book-releases.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELEASES-FILE-STATUS.
           SELECT RESUME-FILE ASSIGN TO DYNAMIC RESUME-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESUME-FILE-STATUS.
           SELECT BOOK-FILE ASSIGN TO DYNAMIC BOOK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "resume-book-run-report.txt"
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
       FD  REQUESTS-FILE.
       01  REQUESTS-RECORD PIC X(256).

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

       FD  MAJORS-FILE.
       01  MAJORS-RECORD.
           05 REF-MAJOR-NAME PIC X(80).

       FD  VERIFIED-FILE.
       01  VERIFIED-RECORD.
           05 VER-USERNAME    PIC X(20).
           05 VER-VERIFY-DATE PIC 9(08).

       FD  OPTINS-FILE.
       01  OPTINS-RECORD.
           05 RBO-USERNAME PIC X(20).
           05 RBO-OPT-IN   PIC X(01).
           05 RBO-DATE     PIC 9(08).

       FD  RELEASES-FILE.
       01  RELEASES-RECORD.
           05 RBR-USERNAME  PIC X(20).
           05 RBR-EMPLOYER  PIC X(80).
           05 RBR-BOOK-FILE PIC X(40).
           05 RBR-DATE      PIC 9(08).

       FD  RESUME-FILE.
       01  RESUME-RECORD PIC X(256).

       FD  BOOK-FILE.
       01  BOOK-RECORD PIC X(256).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "ResumeBookJob".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  REQUESTS-FILE-STATUS PIC XX VALUE SPACES.
       01  SEC-STATUS           PIC XX VALUE SPACES.
       01  PRO-STATUS           PIC XX VALUE SPACES.
       01  MAJORS-STATUS        PIC XX VALUE SPACES.
       01  VERIFIED-FILE-STATUS PIC XX VALUE SPACES.
       01  OPTINS-FILE-STATUS   PIC XX VALUE SPACES.
       01  RELEASES-FILE-STATUS PIC XX VALUE SPACES.
       01  RESUME-FILE-STATUS   PIC XX VALUE SPACES.
       01  BOOK-FILE-STATUS     PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS      PIC XX VALUE SPACES.

       01  RESUME-FILENAME PIC X(40) VALUE SPACES.
       01  BOOK-FILENAME   PIC X(40) VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.
       01  RESUME-EOF-FLAG PIC X VALUE 'N'.

       01  TODAY-DATE PIC 9(08).
       01  I PIC 999.
       01  J PIC 999.

       01  REQUEST-SEQ     PIC 9(03) VALUE 0.
       01  BOOKS-WRITTEN   PIC 9(06) VALUE 0.
       01  REQUESTS-REJECTED PIC 9(06) VALUE 0.
       01  TOTAL-RELEASED  PIC 9(06) VALUE 0.
       01  BOOK-RELEASED   PIC 9(06) VALUE 0.
       01  BOOK-NO-RESUME  PIC 9(06) VALUE 0.

      *> The canonical major list, as career services maintains it
      *> for the profile screens.
       01  MAJOR-REF-DATA.
           05 MAJOR-REF-COUNT PIC 999 VALUE 0.
           05 MAJOR-REF-NAMES OCCURS 100 TIMES PIC X(80).

      *> Everyone a book could include, gathered once per run.
       01  STUDENT-DATA.
           05 STUDENT-COUNT PIC 999 VALUE 0.
           05 STUDENT-ENTRIES OCCURS 300 TIMES.
               10 STU-USERNAME   PIC X(20).
               10 STU-FIRST-NAME PIC X(80).
               10 STU-LAST-NAME  PIC X(80).
               10 STU-MAJOR      PIC X(80).
               10 STU-GRAD-YEAR  PIC 9(04).
               10 STU-ROLE       PIC X(01).
               10 STU-STATUS     PIC X(01).
               10 STU-OPTED-IN   PIC X(01).
               10 STU-VERIFIED   PIC X(01).

       01  REQ-FIELDS.
           05 REQ-EMPLOYER   PIC X(80).
           05 REQ-MAJOR-LIST PIC X(200).
           05 REQ-YEAR-LIST  PIC X(80).
           05 REQ-VERIFIED   PIC X(10).
       01  REQ-MAJORS.
           05 REQ-MAJOR-COUNT PIC 99 VALUE 0.
           05 REQ-MAJOR-NAME OCCURS 10 TIMES PIC X(80).
       01  REQ-YEARS.
           05 REQ-YEAR-COUNT PIC 99 VALUE 0.
           05 REQ-YEAR-VALUE OCCURS 10 TIMES PIC 9(04).
       01  REQ-VERIFIED-ONLY PIC X VALUE 'N'.
       01  REQ-REJECT-FLAG   PIC X VALUE 'N'.

       01  LIST-POINTER  PIC 999.
       01  LIST-ITEM     PIC X(80).
       01  MATCH-FOUND-FLAG PIC X VALUE 'N'.
       01  STUDENT-MATCH-FLAG PIC X VALUE 'N'.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Resume Book Run - " DELIMITED BY SIZE
           TODAY-DATE DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM PROCESS-REQUESTS-PROCEDURE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Books written: " DELIMITED BY SIZE
           BOOKS-WRITTEN DELIMITED BY SIZE
           "  Requests rejected: " DELIMITED BY SIZE
           REQUESTS-REJECTED DELIMITED BY SIZE
           "  Resumes released: " DELIMITED BY SIZE
           TOTAL-RELEASED DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           MOVE TOTAL-RELEASED TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

       PROCESS-REQUESTS-PROCEDURE.
           OPEN INPUT REQUESTS-FILE.
           IF REQUESTS-FILE-STATUS NOT = "00"
               CLOSE REQUESTS-FILE
               MOVE "No resume-book-requests.txt found - nothing done."
               TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-MAJORS-PROCEDURE.
           PERFORM LOAD-STUDENTS-PROCEDURE.
           PERFORM LOAD-ACCOUNT-STATUS-PROCEDURE.
           PERFORM LOAD-OPTINS-PROCEDURE.
           PERFORM LOAD-VERIFIED-PROCEDURE.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ REQUESTS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(REQUESTS-RECORD) NOT = SPACES
                           PERFORM PROCESS-ONE-REQUEST-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REQUESTS-FILE.

      *> Worked requests are consumed - tomorrow's run starts clean.
           OPEN OUTPUT REQUESTS-FILE.
           CLOSE REQUESTS-FILE.

       LOAD-MAJORS-PROCEDURE.
           OPEN INPUT MAJORS-FILE.
           IF MAJORS-STATUS NOT = "00"
               CLOSE MAJORS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR MAJOR-REF-COUNT >= 100
               READ MAJORS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(REF-MAJOR-NAME) NOT = SPACES
                           ADD 1 TO MAJOR-REF-COUNT
                           MOVE REF-MAJOR-NAME
                               TO MAJOR-REF-NAMES(MAJOR-REF-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAJORS-FILE.

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
                       MOVE PROFILE-USERNAME
                           TO STU-USERNAME(STUDENT-COUNT)
                       MOVE PROFILE-FIRST-NAME
                           TO STU-FIRST-NAME(STUDENT-COUNT)
                       MOVE PROFILE-LAST-NAME
                           TO STU-LAST-NAME(STUDENT-COUNT)
                       MOVE PROFILE-MAJOR
                           TO STU-MAJOR(STUDENT-COUNT)
                       MOVE PROFILE-GRADUATION-YEAR
                           TO STU-GRAD-YEAR(STUDENT-COUNT)
                       MOVE SPACE TO STU-ROLE(STUDENT-COUNT)
                       MOVE SPACE TO STU-STATUS(STUDENT-COUNT)
                       MOVE 'N' TO STU-OPTED-IN(STUDENT-COUNT)
                       MOVE 'N' TO STU-VERIFIED(STUDENT-COUNT)
               END-READ
           END-PERFORM.
      *> Profiles past the table are left out of every book this
      *> run - say so in the run report and on the console.
           IF NOT-END-OF-FILE
               READ PROFILES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SPACES TO REPORT-RECORD
                       STRING "WARNING: only the first 300 profiles "
                           DELIMITED BY SIZE
                           "were loaded - later students are left "
                           DELIMITED BY SIZE
                           "out of this run's books." DELIMITED BY SIZE
                           INTO REPORT-RECORD
                       END-STRING
                       WRITE REPORT-RECORD
                       DISPLAY FUNCTION TRIM(REPORT-RECORD)
               END-READ
           END-IF.
           CLOSE PROFILES-FILE.

      *> Role and account status come from secrets.txt - a
      *> deactivated account is hidden everywhere else, so it stays
      *> out of the books too, consent or not.
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
                       PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > STUDENT-COUNT
                           IF STU-USERNAME(I) = SECRET-USERNAME
                               MOVE SECRET-ROLE TO STU-ROLE(I)
                               MOVE SECRET-ACCOUNT-STATUS
                                   TO STU-STATUS(I)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE SECRETS-FILE.

       LOAD-OPTINS-PROCEDURE.
           OPEN INPUT OPTINS-FILE.
           IF OPTINS-FILE-STATUS NOT = "00"
               CLOSE OPTINS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ OPTINS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > STUDENT-COUNT
                           IF FUNCTION TRIM(STU-USERNAME(I))
                               = FUNCTION TRIM(RBO-USERNAME)
                               MOVE RBO-OPT-IN TO STU-OPTED-IN(I)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE OPTINS-FILE.

       LOAD-VERIFIED-PROCEDURE.
           OPEN INPUT VERIFIED-FILE.
           IF VERIFIED-FILE-STATUS NOT = "00"
               CLOSE VERIFIED-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ VERIFIED-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > STUDENT-COUNT
                           IF FUNCTION TRIM(STU-USERNAME(I))
                               = FUNCTION TRIM(VER-USERNAME)
                               MOVE 'Y' TO STU-VERIFIED(I)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE VERIFIED-FILE.

       PROCESS-ONE-REQUEST-PROCEDURE.
           ADD 1 TO REQUEST-SEQ.
           INITIALIZE REQ-FIELDS.
           UNSTRING REQUESTS-RECORD DELIMITED BY "|"
               INTO REQ-EMPLOYER REQ-MAJOR-LIST REQ-YEAR-LIST
                   REQ-VERIFIED.

           MOVE 'N' TO REQ-REJECT-FLAG.
           IF FUNCTION TRIM(REQ-EMPLOYER) = SPACES
               OR FUNCTION TRIM(REQ-MAJOR-LIST) = SPACES
               OR FUNCTION TRIM(REQ-YEAR-LIST) = SPACES
               MOVE 'Y' TO REQ-REJECT-FLAG
           END-IF.

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(REQ-VERIFIED)) = "Y"
               MOVE 'Y' TO REQ-VERIFIED-ONLY
           ELSE
               MOVE 'N' TO REQ-VERIFIED-ONLY
           END-IF.

           IF REQ-REJECT-FLAG = 'N'
               PERFORM PARSE-MAJOR-LIST-PROCEDURE
               PERFORM PARSE-YEAR-LIST-PROCEDURE
               IF REQ-MAJOR-COUNT = 0 OR REQ-YEAR-COUNT = 0
                   MOVE 'Y' TO REQ-REJECT-FLAG
               END-IF
           END-IF.

           IF REQ-REJECT-FLAG = 'Y'
               ADD 1 TO REQUESTS-REJECTED
               MOVE SPACES TO REPORT-RECORD
               STRING "REJECTED: " DELIMITED BY SIZE
                   FUNCTION TRIM(REQUESTS-RECORD) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-BOOK-PROCEDURE.

      *> Each listed major must be one of the canonical names; the
      *> canonical spelling is what profiles are matched against.
       PARSE-MAJOR-LIST-PROCEDURE.
           MOVE 0 TO REQ-MAJOR-COUNT.
           MOVE 1 TO LIST-POINTER.
           PERFORM UNTIL LIST-POINTER > 200
               OR REQ-MAJOR-COUNT >= 10
               MOVE SPACES TO LIST-ITEM
               UNSTRING REQ-MAJOR-LIST DELIMITED BY ";"
                   INTO LIST-ITEM
                   WITH POINTER LIST-POINTER
               END-UNSTRING
               IF FUNCTION TRIM(LIST-ITEM) NOT = SPACES
                   MOVE 'N' TO MATCH-FOUND-FLAG
                   PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > MAJOR-REF-COUNT
                       IF FUNCTION UPPER-CASE(
                           FUNCTION TRIM(MAJOR-REF-NAMES(J)))
                           = FUNCTION UPPER-CASE(
                           FUNCTION TRIM(LIST-ITEM))
                           ADD 1 TO REQ-MAJOR-COUNT
                           MOVE MAJOR-REF-NAMES(J)
                               TO REQ-MAJOR-NAME(REQ-MAJOR-COUNT)
                           MOVE 'Y' TO MATCH-FOUND-FLAG
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF MATCH-FOUND-FLAG = 'N'
                       MOVE SPACES TO REPORT-RECORD
                       STRING "  Not a major in majors.txt, ignored: "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(LIST-ITEM) DELIMITED BY SIZE
                           INTO REPORT-RECORD
                       END-STRING
                       WRITE REPORT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       PARSE-YEAR-LIST-PROCEDURE.
           MOVE 0 TO REQ-YEAR-COUNT.
           MOVE 1 TO LIST-POINTER.
           PERFORM UNTIL LIST-POINTER > 80
               OR REQ-YEAR-COUNT >= 10
               MOVE SPACES TO LIST-ITEM
               UNSTRING REQ-YEAR-LIST DELIMITED BY ";"
                   INTO LIST-ITEM
                   WITH POINTER LIST-POINTER
               END-UNSTRING
               IF FUNCTION TRIM(LIST-ITEM) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(LIST-ITEM)) = 4
                   ADD 1 TO REQ-YEAR-COUNT
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(LIST-ITEM))
                       TO REQ-YEAR-VALUE(REQ-YEAR-COUNT)
               END-IF
           END-PERFORM.

       WRITE-BOOK-PROCEDURE.
           MOVE SPACES TO BOOK-FILENAME.
           STRING "resume-book_" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               REQUEST-SEQ DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO BOOK-FILENAME.

           MOVE 0 TO BOOK-RELEASED.
           MOVE 0 TO BOOK-NO-RESUME.
           OPEN OUTPUT BOOK-FILE.

           MOVE SPACES TO BOOK-RECORD.
           STRING "Resume Book for " DELIMITED BY SIZE
               FUNCTION TRIM(REQ-EMPLOYER) DELIMITED BY SIZE
               " - compiled " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO BOOK-RECORD.
           WRITE BOOK-RECORD.
           MOVE SPACES TO BOOK-RECORD.
           STRING "Majors: " DELIMITED BY SIZE
               FUNCTION TRIM(REQ-MAJOR-LIST) DELIMITED BY SIZE
               "   Graduation years: " DELIMITED BY SIZE
               FUNCTION TRIM(REQ-YEAR-LIST) DELIMITED BY SIZE
               "   Verified only: " DELIMITED BY SIZE
               REQ-VERIFIED-ONLY DELIMITED BY SIZE
               INTO BOOK-RECORD.
           WRITE BOOK-RECORD.

           OPEN EXTEND RELEASES-FILE.
           IF RELEASES-FILE-STATUS = "35"
               CLOSE RELEASES-FILE
               OPEN OUTPUT RELEASES-FILE
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STUDENT-COUNT
               PERFORM CHECK-STUDENT-MATCH-PROCEDURE
               IF STUDENT-MATCH-FLAG = 'Y'
                   PERFORM ADD-STUDENT-TO-BOOK-PROCEDURE
               END-IF
           END-PERFORM.

           CLOSE RELEASES-FILE.

           IF BOOK-RELEASED = 0
               MOVE "(No opted-in students matched this request.)"
                   TO BOOK-RECORD
               WRITE BOOK-RECORD
           END-IF.
           CLOSE BOOK-FILE.

           ADD 1 TO BOOKS-WRITTEN.
           MOVE SPACES TO REPORT-RECORD.
           STRING "BOOK: " DELIMITED BY SIZE
               FUNCTION TRIM(BOOK-FILENAME) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(REQ-EMPLOYER) DELIMITED BY SIZE
               " - released " DELIMITED BY SIZE
               BOOK-RELEASED DELIMITED BY SIZE
               ", matched without an exported resume " DELIMITED BY SIZE
               BOOK-NO-RESUME DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> Opted in, active student or alumni account, a canonical
      *> major and a graduation year the request asked for, and the
      *> registrar's verification when the employer wants it.
       CHECK-STUDENT-MATCH-PROCEDURE.
           MOVE 'N' TO STUDENT-MATCH-FLAG.
           IF STU-OPTED-IN(I) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF STU-ROLE(I) NOT = 'S' AND STU-ROLE(I) NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           IF STU-STATUS(I) = 'D' OR STU-STATUS(I) = 'P'
               EXIT PARAGRAPH
           END-IF.
           IF REQ-VERIFIED-ONLY = 'Y' AND STU-VERIFIED(I) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO MATCH-FOUND-FLAG.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > REQ-YEAR-COUNT
               IF STU-GRAD-YEAR(I) = REQ-YEAR-VALUE(J)
                   MOVE 'Y' TO MATCH-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF MATCH-FOUND-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > REQ-MAJOR-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(STU-MAJOR(I)))
                   = FUNCTION UPPER-CASE(
                       FUNCTION TRIM(REQ-MAJOR-NAME(J)))
                   MOVE 'Y' TO STUDENT-MATCH-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The student's own latest export goes in word for word - the
      *> book never holds anything they have not chosen to publish.
       ADD-STUDENT-TO-BOOK-PROCEDURE.
           MOVE SPACES TO RESUME-FILENAME.
           STRING "resume_" DELIMITED BY SIZE
               FUNCTION TRIM(STU-USERNAME(I)) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO RESUME-FILENAME.

           OPEN INPUT RESUME-FILE.
           IF RESUME-FILE-STATUS NOT = "00"
               CLOSE RESUME-FILE
               ADD 1 TO BOOK-NO-RESUME
               MOVE SPACES TO REPORT-RECORD
               STRING "  No exported resume on file for "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(STU-USERNAME(I)) DELIMITED BY SIZE
                   " - left out" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE "========================================"
               TO BOOK-RECORD.
           WRITE BOOK-RECORD.
           MOVE SPACES TO BOOK-RECORD.
           STRING FUNCTION TRIM(STU-FIRST-NAME(I)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(STU-LAST-NAME(I)) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(STU-MAJOR(I)) DELIMITED BY SIZE
               ", Class of " DELIMITED BY SIZE
               STU-GRAD-YEAR(I) DELIMITED BY SIZE
               INTO BOOK-RECORD.
           WRITE BOOK-RECORD.

           MOVE 'N' TO RESUME-EOF-FLAG.
           PERFORM UNTIL RESUME-EOF-FLAG = 'Y'
               READ RESUME-FILE
                   AT END
                       MOVE 'Y' TO RESUME-EOF-FLAG
                   NOT AT END
                       MOVE RESUME-RECORD TO BOOK-RECORD
                       WRITE BOOK-RECORD
               END-READ
           END-PERFORM.
           CLOSE RESUME-FILE.

           MOVE STU-USERNAME(I) TO RBR-USERNAME.
           MOVE REQ-EMPLOYER TO RBR-EMPLOYER.
           MOVE BOOK-FILENAME TO RBR-BOOK-FILE.
           MOVE TODAY-DATE TO RBR-DATE.
           WRITE RELEASES-RECORD.

           ADD 1 TO BOOK-RELEASED.
           ADD 1 TO TOTAL-RELEASED.

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
