       IDENTIFICATION DIVISION.
       PROGRAM-ID. EnrollmentSyncJob.

      *> Nightly batch job: reads the enrollment-status column of the
      *> registrar extract (the sixth field - ENROLLED, LEAVE,
      *> WITHDRAWN or GRADUATED; an older five-field extract means
      *> ENROLLED) and brings each student account into line with it.
      *> Students are matched on first and last name the same way
      *> RegistrarVerifyJob does, and only student accounts (role 'S'
      *> or the blank role byte) are touched.
      *>   WITHDRAWN - the account is deactivated ('D'), and the
      *>               online session will not let a withdrawn student
      *>               reactivate it themselves.
      *>   LEAVE     - the account stays open but the online session
      *>               refuses new applications.
      *>   GRADUATED - AlumniTransitionJob flips the role to alumni on
      *>               its next run instead of waiting for the class
      *>               year to pass.
      *>   ENROLLED  - a student coming back from leave can apply
      *>               again; one coming back from a withdrawal has
      *>               the account reopened.
      *> Actions are taken only when a student's status changes, so a
      *> career services reactivation of a withdrawn student is not
      *> undone the next night. The result is kept in
      *> enrollment-status.txt, one row per student with the date the
      *> status took effect. A student the extract no longer mentions
      *> keeps the last status on file and is listed on the exceptions
      *> report for the registrar's office to chase. Run it before
      *> AlumniTransitionJob in the nightly chain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "registrar-extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
           SELECT PROFILES-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROFILE-USERNAME
               FILE STATUS IS PRO-STATUS.
           SELECT SECRETS-FILE ASSIGN TO "secrets.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SECRET-USERNAME
               FILE STATUS IS SEC-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "enrollment-status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLLMENT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "enrollment-sync-report.txt"
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
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD PIC X(256).

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

      *> One row per student: the registrar's status for them and the
      *> date it took effect here.
       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05 ES-USERNAME   PIC X(20).
           05 ES-STATUS     PIC X(10).
           05 ES-SINCE-DATE PIC 9(08).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "EnrollmentSyncJob".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  EXTRACT-FILE-STATUS    PIC XX VALUE SPACES.
       01  PRO-STATUS             PIC XX VALUE SPACES.
       01  SEC-STATUS             PIC XX VALUE SPACES.
       01  ENROLLMENT-FILE-STATUS PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS        PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

       01  TODAY-DATE PIC 9(08).

       01  ROW-FIELDS.
           05 ROW-FIRST-NAME PIC X(80).
           05 ROW-LAST-NAME  PIC X(80).
           05 ROW-UNIVERSITY PIC X(80).
           05 ROW-MAJOR      PIC X(80).
           05 ROW-GRAD-YEAR  PIC X(10).
           05 ROW-ENROLL     PIC X(20).

       01  ENROLLED-DATA.
           05 ENROLLED-COUNT PIC 999 VALUE 0.
           05 ENROLLED-TABLE OCCURS 300 TIMES.
               10 ENR-FIRST-NAME PIC X(80).
               10 ENR-LAST-NAME  PIC X(80).
               10 ENR-STATUS     PIC X(10).

      *> Last night's rows, read before the file is rebuilt.
       01  PRIOR-DATA.
           05 PRIOR-COUNT PIC 999 VALUE 0.
           05 PRIOR-TABLE OCCURS 300 TIMES.
               10 PRI-USERNAME   PIC X(20).
               10 PRI-STATUS     PIC X(10).
               10 PRI-SINCE-DATE PIC 9(08).

       01  NEW-DATA.
           05 NEW-COUNT PIC 999 VALUE 0.
           05 NEW-TABLE OCCURS 300 TIMES.
               10 NEW-USERNAME   PIC X(20).
               10 NEW-STATUS     PIC X(10).
               10 NEW-SINCE-DATE PIC 9(08).

      *> Students the extract does not mention, held for the
      *> exceptions section at the end of the report.
       01  UNLISTED-DATA.
           05 UNLISTED-COUNT PIC 999 VALUE 0.
           05 UNLISTED-TABLE OCCURS 300 TIMES.
               10 UNL-USERNAME   PIC X(20).
               10 UNL-NAME       PIC X(60).
               10 UNL-STATUS     PIC X(10).
               10 UNL-SINCE-DATE PIC 9(08).

       01  I PIC 999.
       01  IDENTITY-HIT PIC 999 VALUE 0.
       01  PRIOR-HIT    PIC 999 VALUE 0.
       01  OLD-STATUS   PIC X(10).
       01  ACTION-TEXT  PIC X(60).

       01  MATCHED-COUNT   PIC 9(06) VALUE 0.
       01  WITHDRAWN-COUNT PIC 9(06) VALUE 0.
       01  LEAVE-COUNT     PIC 9(06) VALUE 0.
       01  GRADUATED-COUNT PIC 9(06) VALUE 0.
       01  RETURNED-COUNT  PIC 9(06) VALUE 0.
       01  BAD-STATUS-COUNT PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           PERFORM LOAD-EXTRACT-PROCEDURE.
           PERFORM LOAD-PRIOR-STATUS-PROCEDURE.
           PERFORM OPEN-REPORT-PROCEDURE.
           PERFORM SCAN-PROFILES-PROCEDURE.
           PERFORM SAVE-ENROLLMENT-STATUS-PROCEDURE.
           PERFORM CLOSE-REPORT-PROCEDURE.
           MOVE MATCHED-COUNT TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

      *> Without an extract nothing can be said about anyone, so the
      *> run stops before enrollment-status.txt is touched - otherwise
      *> every student would turn up as no longer mentioned.
       LOAD-EXTRACT-PROCEDURE.
           OPEN INPUT EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(RC-JOB-NAME-TEXT)
                   ": registrar-extract.txt is not present -" &
                   " nothing to sync against."
               CLOSE EXTRACT-FILE
               MOVE "NO-INPUT" TO RC-OUTCOME-TEXT
               PERFORM WRITE-RUN-CONTROL-PROCEDURE
               CLOSE BATCH-LOCK-FILE
               STOP RUN
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR ENROLLED-COUNT >= 300
               READ EXTRACT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(EXTRACT-RECORD) NOT = SPACES
                           INITIALIZE ROW-FIELDS
                           UNSTRING EXTRACT-RECORD DELIMITED BY "|"
                               INTO ROW-FIRST-NAME
                                   ROW-LAST-NAME
                                   ROW-UNIVERSITY
                                   ROW-MAJOR
                                   ROW-GRAD-YEAR
                                   ROW-ENROLL
                           END-UNSTRING
                           ADD 1 TO ENROLLED-COUNT
                           MOVE ROW-FIRST-NAME
                               TO ENR-FIRST-NAME(ENROLLED-COUNT)
                           MOVE ROW-LAST-NAME
                               TO ENR-LAST-NAME(ENROLLED-COUNT)
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(ROW-ENROLL))
                               TO ENR-STATUS(ENROLLED-COUNT)
                           IF ENR-STATUS(ENROLLED-COUNT) = SPACES
                               MOVE "ENROLLED"
                                   TO ENR-STATUS(ENROLLED-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXTRACT-FILE.

       LOAD-PRIOR-STATUS-PROCEDURE.
           OPEN INPUT ENROLLMENT-FILE.
           IF ENROLLMENT-FILE-STATUS NOT = "00"
               CLOSE ENROLLMENT-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR PRIOR-COUNT >= 300
               READ ENROLLMENT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF ES-USERNAME NOT = SPACES
                           ADD 1 TO PRIOR-COUNT
                           MOVE ES-USERNAME TO PRI-USERNAME(PRIOR-COUNT)
                           MOVE ES-STATUS TO PRI-STATUS(PRIOR-COUNT)
                           MOVE ES-SINCE-DATE
                               TO PRI-SINCE-DATE(PRIOR-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-FILE.

       OPEN-REPORT-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Enrollment Status Sync - " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Status changes:" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> Secrets are opened for update alongside the profile scan -
      *> the role decides whether the profile is a student at all,
      *> and a withdrawal or return rewrites the account status.
       SCAN-PROFILES-PROCEDURE.
           OPEN I-O SECRETS-FILE.
           IF SEC-STATUS NOT = "00"
               CLOSE SECRETS-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PROFILES-FILE.
           IF PRO-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               CLOSE SECRETS-FILE
               EXIT PARAGRAPH
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ PROFILES-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM SYNC-ONE-PROFILE-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE PROFILES-FILE.
           CLOSE SECRETS-FILE.

       SYNC-ONE-PROFILE-PROCEDURE.
           MOVE PROFILE-USERNAME TO SECRET-USERNAME.
           READ SECRETS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF SECRET-ROLE NOT = 'S' AND SECRET-ROLE NOT = SPACE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO PRIOR-HIT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PRIOR-COUNT
               IF PRI-USERNAME(I) = PROFILE-USERNAME
                   MOVE I TO PRIOR-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE 0 TO IDENTITY-HIT.
           IF FUNCTION TRIM(PROFILE-FIRST-NAME) NOT = SPACES
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > ENROLLED-COUNT
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                       ENR-FIRST-NAME(I)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(
                       PROFILE-FIRST-NAME))
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                       ENR-LAST-NAME(I)))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(
                       PROFILE-LAST-NAME))
                       MOVE I TO IDENTITY-HIT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

           IF IDENTITY-HIT = 0
               PERFORM NOTE-UNLISTED-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO MATCHED-COUNT.
           IF ENR-STATUS(IDENTITY-HIT) NOT = "ENROLLED"
               AND ENR-STATUS(IDENTITY-HIT) NOT = "LEAVE"
               AND ENR-STATUS(IDENTITY-HIT) NOT = "WITHDRAWN"
               AND ENR-STATUS(IDENTITY-HIT) NOT = "GRADUATED"
               ADD 1 TO BAD-STATUS-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  ?? " DELIMITED BY SIZE
                   FUNCTION TRIM(PROFILE-USERNAME) DELIMITED BY SIZE
                   ": registrar status '" DELIMITED BY SIZE
                   FUNCTION TRIM(ENR-STATUS(IDENTITY-HIT))
                       DELIMITED BY SIZE
                   "' not recognised - left as it was"
                       DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               PERFORM CARRY-PRIOR-ROW-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

      *> A student with no row yet counts as enrolled, so the first
      *> run only acts on the students who are not.
           IF PRIOR-HIT = 0
               MOVE "ENROLLED" TO OLD-STATUS
           ELSE
               MOVE PRI-STATUS(PRIOR-HIT) TO OLD-STATUS
           END-IF.

           IF NEW-COUNT >= 300
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NEW-COUNT.
           MOVE PROFILE-USERNAME TO NEW-USERNAME(NEW-COUNT).
           MOVE ENR-STATUS(IDENTITY-HIT) TO NEW-STATUS(NEW-COUNT).
           IF PRIOR-HIT NOT = 0
               AND OLD-STATUS = ENR-STATUS(IDENTITY-HIT)
               MOVE PRI-SINCE-DATE(PRIOR-HIT)
                   TO NEW-SINCE-DATE(NEW-COUNT)
           ELSE
               MOVE TODAY-DATE TO NEW-SINCE-DATE(NEW-COUNT)
           END-IF.

           IF OLD-STATUS = ENR-STATUS(IDENTITY-HIT)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ACTION-TEXT.
           EVALUATE ENR-STATUS(IDENTITY-HIT)
               WHEN "WITHDRAWN"
                   ADD 1 TO WITHDRAWN-COUNT
                   IF SECRET-ACCOUNT-STATUS = 'D'
                       MOVE "account was already deactivated"
                           TO ACTION-TEXT
                   ELSE
                       MOVE 'D' TO SECRET-ACCOUNT-STATUS
                       REWRITE SECRETS-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       MOVE "account deactivated" TO ACTION-TEXT
                   END-IF
               WHEN "LEAVE"
                   ADD 1 TO LEAVE-COUNT
                   MOVE "applying suspended while on leave"
                       TO ACTION-TEXT
               WHEN "GRADUATED"
                   ADD 1 TO GRADUATED-COUNT
                   MOVE "handed to the alumni transition"
                       TO ACTION-TEXT
               WHEN OTHER
                   ADD 1 TO RETURNED-COUNT
                   IF OLD-STATUS = "WITHDRAWN"
                       AND SECRET-ACCOUNT-STATUS = 'D'
                       MOVE 'A' TO SECRET-ACCOUNT-STATUS
                       REWRITE SECRETS-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       MOVE "enrolled again - account reopened"
                           TO ACTION-TEXT
                   ELSE
                       MOVE "enrolled again - applying restored"
                           TO ACTION-TEXT
                   END-IF
           END-EVALUATE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "  " DELIMITED BY SIZE
               ENR-STATUS(IDENTITY-HIT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PROFILE-USERNAME DELIMITED BY SIZE
               " was " DELIMITED BY SIZE
               OLD-STATUS DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(ACTION-TEXT) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> Keep whatever was on file for a student the extract cannot
      *> speak for - a leave or withdrawal stays in force until the
      *> registrar says otherwise.
       CARRY-PRIOR-ROW-PROCEDURE.
           IF PRIOR-HIT = 0 OR NEW-COUNT >= 300
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NEW-COUNT.
           MOVE PRIOR-TABLE(PRIOR-HIT) TO NEW-TABLE(NEW-COUNT).

       NOTE-UNLISTED-PROCEDURE.
           PERFORM CARRY-PRIOR-ROW-PROCEDURE.
           IF UNLISTED-COUNT >= 300
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO UNLISTED-COUNT.
           MOVE PROFILE-USERNAME TO UNL-USERNAME(UNLISTED-COUNT).
           MOVE SPACES TO UNL-NAME(UNLISTED-COUNT).
           STRING FUNCTION TRIM(PROFILE-FIRST-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(PROFILE-LAST-NAME) DELIMITED BY SIZE
               INTO UNL-NAME(UNLISTED-COUNT).
           IF PRIOR-HIT = 0
               MOVE SPACES TO UNL-STATUS(UNLISTED-COUNT)
               MOVE 0 TO UNL-SINCE-DATE(UNLISTED-COUNT)
           ELSE
               MOVE PRI-STATUS(PRIOR-HIT) TO UNL-STATUS(UNLISTED-COUNT)
               MOVE PRI-SINCE-DATE(PRIOR-HIT)
                   TO UNL-SINCE-DATE(UNLISTED-COUNT)
           END-IF.

       SAVE-ENROLLMENT-STATUS-PROCEDURE.
           OPEN OUTPUT ENROLLMENT-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NEW-COUNT
               MOVE NEW-USERNAME(I) TO ES-USERNAME
               MOVE NEW-STATUS(I) TO ES-STATUS
               MOVE NEW-SINCE-DATE(I) TO ES-SINCE-DATE
               WRITE ENROLLMENT-RECORD
           END-PERFORM.
           CLOSE ENROLLMENT-FILE.

       CLOSE-REPORT-PROCEDURE.
           IF WITHDRAWN-COUNT + LEAVE-COUNT + GRADUATED-COUNT
               + RETURNED-COUNT + BAD-STATUS-COUNT = 0
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Student accounts the extract no longer mentions:"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF UNLISTED-COUNT = 0
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > UNLISTED-COUNT
               MOVE SPACES TO REPORT-RECORD
               IF UNL-STATUS(I) = SPACES
                   STRING "  " DELIMITED BY SIZE
                       UNL-USERNAME(I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       UNL-NAME(I) DELIMITED BY SIZE
                       " never matched" DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "  " DELIMITED BY SIZE
                       UNL-USERNAME(I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       UNL-NAME(I) DELIMITED BY SIZE
                       " last " DELIMITED BY SIZE
                       FUNCTION TRIM(UNL-STATUS(I)) DELIMITED BY SIZE
                       " since " DELIMITED BY SIZE
                       UNL-SINCE-DATE(I) DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
               END-IF
               WRITE REPORT-RECORD
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Matched: " DELIMITED BY SIZE
               MATCHED-COUNT DELIMITED BY SIZE
               "  Changed to withdrawn: " DELIMITED BY SIZE
               WITHDRAWN-COUNT DELIMITED BY SIZE
               "  leave: " DELIMITED BY SIZE
               LEAVE-COUNT DELIMITED BY SIZE
               "  graduated: " DELIMITED BY SIZE
               GRADUATED-COUNT DELIMITED BY SIZE
               "  enrolled: " DELIMITED BY SIZE
               RETURNED-COUNT DELIMITED BY SIZE
               "  Not mentioned: " DELIMITED BY SIZE
               UNLISTED-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

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
