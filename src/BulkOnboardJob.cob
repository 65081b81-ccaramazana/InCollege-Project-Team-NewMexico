      *> Standalone batch job: creates accounts and pre-filled
      *> profiles from the registrar's term extract
      *> (registrar-extract.txt, one pipe-delimited row per student:
      *> FirstName|LastName|University|Major|GradYear, with an
      *> optional sixth EnrollmentStatus field). Rows the registrar
      *> marks WITHDRAWN or GRADUATED are skipped. Each account
      *> gets a generated temporary password, salted and hashed the
      *> same way the interactive sign-up does, and is flagged so the
      *> first login forces a password change. The run report lists
      *> created, skipped-as-duplicate, and rejected rows - plus the
      *> temporary passwords for the welcome letters - so the run can
      *> be reconciled against the registrar's count. Each new
      *> student is also placed on an advisor's caseload
      *> (caseloads.txt) by the same assignment rules the sign-up
      *> uses (caseload-rules.txt), on the MAIN campus. Run on its
      *> own, separate from the interactive InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROFILE-USERNAME
               FILE STATUS IS PRO-STATUS.
           SELECT CASELOAD-RULES-FILE ASSIGN TO "caseload-rules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASELOAD-RULES-STATUS.
           SELECT CASELOADS-FILE ASSIGN TO "caseloads.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASELOADS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "onboard-run-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           05 PROFILE-VIS-EXPERIENCE PIC X(01).
           05 PROFILE-VIS-EDUCATION  PIC X(01).

       FD  CASELOAD-RULES-FILE.
       01  CASELOAD-RULES-RECORD.
           05 CR-ADVISOR   PIC X(20).
           05 CR-MAJOR     PIC X(80).
           05 CR-CAMPUS    PIC X(10).
           05 CR-GRAD-YEAR PIC 9(04).

       FD  CASELOADS-FILE.
       01  CASELOADS-RECORD.
           05 CL-STUDENT       PIC X(20).
           05 CL-ADVISOR       PIC X(20).
           05 CL-HOW           PIC X(01).
           05 CL-ASSIGNED-DATE PIC 9(08).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       01  SEC-STATUS          PIC XX VALUE SPACES.
       01  PRO-STATUS          PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS     PIC XX VALUE SPACES.
       01  CASELOAD-RULES-STATUS PIC XX VALUE SPACES.
       01  CASELOADS-STATUS    PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
       01  CREATED-COUNT  PIC 9(06) VALUE 0.
       01  SKIPPED-COUNT  PIC 9(06) VALUE 0.
       01  REJECTED-COUNT PIC 9(06) VALUE 0.
       01  NOT-ENROLLED-COUNT PIC 9(06) VALUE 0.

       01  ROW-FIELDS.
           05 ROW-FIRST-NAME PIC X(80).
           05 ROW-UNIVERSITY PIC X(80).
           05 ROW-MAJOR      PIC X(80).
           05 ROW-GRAD-YEAR  PIC X(10).
           05 ROW-ENROLL     PIC X(20).

       01  NEW-USERNAME    PIC X(20).
       01  BASE-USERNAME   PIC X(20).
               10 KNOWN-UNIVERSITY PIC X(80).
               10 KNOWN-GRAD-YEAR  PIC 9(04).
       01  KNOWN-MATCH-FLAG PIC X VALUE 'N'.

      *> The caseload assignment rules, in the order they are tried;
      *> RULE-LIVE is N when the rule's advisor is no longer an
      *> active career-services account, so the rule is passed over.
       01  RULE-DATA.
           05 RULE-COUNT PIC 99 VALUE 0.
           05 RULE-ENTRY OCCURS 50 TIMES.
               10 RULE-ADVISOR   PIC X(20).
               10 RULE-MAJOR     PIC X(80).
               10 RULE-CAMPUS    PIC X(10).
               10 RULE-GRAD-YEAR PIC 9(04).
               10 RULE-LIVE      PIC X(01).
       01  RULE-SUBS       PIC 99.
       01  NEW-GRAD-YEAR   PIC 9(04).
       01  PICKED-ADVISOR  PIC X(20).
       01  PLACED-COUNT    PIC 9(06) VALUE 0.
       01  K PIC 999.

      *> The interactive session's USER-TABLE holds 300 accounts and
           REJECTED-COUNT DELIMITED BY SIZE
           "  Over capacity: " DELIMITED BY SIZE
           CAPACITY-REJECTED DELIMITED BY SIZE
           "  Placed with an advisor: " DELIMITED BY SIZE
           PLACED-COUNT DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Skipped as withdrawn or graduated: "
               DELIMITED BY SIZE
           NOT-ENROLLED-COUNT DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           END-IF.

           PERFORM COUNT-ACCOUNTS-ON-FILE-PROCEDURE.
           PERFORM LOAD-CASELOAD-RULES-PROCEDURE.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
           INITIALIZE ROW-FIELDS.
           UNSTRING EXTRACT-RECORD DELIMITED BY "|"
               INTO ROW-FIRST-NAME ROW-LAST-NAME ROW-UNIVERSITY
                   ROW-MAJOR ROW-GRAD-YEAR ROW-ENROLL.

           IF FUNCTION TRIM(ROW-FIRST-NAME) = SPACES
               OR FUNCTION TRIM(ROW-LAST-NAME) = SPACES
               EXIT PARAGRAPH
           END-IF.

      *> A student who has left, one way or the other, gets no new
      *> account - EnrollmentSyncJob deals with the ones on file.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(ROW-ENROLL))
               = "WITHDRAWN" OR "GRADUATED"
               ADD 1 TO NOT-ENROLLED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "SKIPPED (not enrolled): " DELIMITED BY SIZE
                   FUNCTION TRIM(ROW-FIRST-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ROW-LAST-NAME) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(ROW-ENROLL) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           IF ACCOUNTS-ON-FILE + CREATED-COUNT >= MAX-ACCOUNTS
               ADD 1 TO CAPACITY-REJECTED
               MOVE SPACES TO REPORT-RECORD

           PERFORM REMEMBER-KNOWN-STUDENT-PROCEDURE.
           ADD 1 TO CREATED-COUNT.
           PERFORM ASSIGN-CASELOAD-PROCEDURE.
           IF PICKED-ADVISOR = SPACES
               MOVE "(none - no rule fits)" TO PICKED-ADVISOR
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CREATED: " DELIMITED BY SIZE
               FUNCTION TRIM(NEW-USERNAME) DELIMITED BY SIZE
               FUNCTION TRIM(ROW-LAST-NAME) DELIMITED BY SIZE
               " temp password " DELIMITED BY SIZE
               FUNCTION TRIM(TEMP-PASSWORD) DELIMITED BY SIZE
               " advisor " DELIMITED BY SIZE
               FUNCTION TRIM(PICKED-ADVISOR) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

                   MOVE 'Y' TO USERNAME-TAKEN-FLAG
           END-READ.

      *> Rules are read once per run; each rule's advisor is looked
      *> up by key in the open account file to see whether it can
      *> still take students.
       LOAD-CASELOAD-RULES-PROCEDURE.
           INITIALIZE RULE-DATA.
           OPEN INPUT CASELOAD-RULES-FILE.
           IF CASELOAD-RULES-STATUS NOT = "00"
               CLOSE CASELOAD-RULES-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR RULE-COUNT >= 50
               READ CASELOAD-RULES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO RULE-COUNT
                       MOVE CR-ADVISOR TO RULE-ADVISOR(RULE-COUNT)
                       MOVE CR-MAJOR TO RULE-MAJOR(RULE-COUNT)
                       MOVE CR-CAMPUS TO RULE-CAMPUS(RULE-COUNT)
                       MOVE CR-GRAD-YEAR TO RULE-GRAD-YEAR(RULE-COUNT)
                       MOVE 'N' TO RULE-LIVE(RULE-COUNT)
               END-READ
           END-PERFORM.
           CLOSE CASELOAD-RULES-FILE.

           PERFORM VARYING RULE-SUBS FROM 1 BY 1
               UNTIL RULE-SUBS > RULE-COUNT
               MOVE RULE-ADVISOR(RULE-SUBS) TO SECRET-USERNAME
               READ SECRETS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SECRET-ROLE = 'C'
                           AND SECRET-ACCOUNT-STATUS = 'A'
                           MOVE 'Y' TO RULE-LIVE(RULE-SUBS)
                       END-IF
               END-READ
           END-PERFORM.
           SET NOT-END-OF-FILE TO TRUE.

      *> First live rule whose major, campus and graduation year fit
      *> the new student (blank or zero = any). Students loaded here
      *> have no campus row, so they are on MAIN like every account
      *> from before the sister campus.
       ASSIGN-CASELOAD-PROCEDURE.
           MOVE SPACES TO PICKED-ADVISOR.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(ROW-GRAD-YEAR))
               TO NEW-GRAD-YEAR.
           PERFORM VARYING RULE-SUBS FROM 1 BY 1
               UNTIL RULE-SUBS > RULE-COUNT
               IF RULE-LIVE(RULE-SUBS) = 'Y'
                   AND (RULE-MAJOR(RULE-SUBS) = SPACES
                   OR FUNCTION UPPER-CASE(
                       FUNCTION TRIM(RULE-MAJOR(RULE-SUBS)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(ROW-MAJOR)))
                   AND (RULE-CAMPUS(RULE-SUBS) = SPACES
                   OR RULE-CAMPUS(RULE-SUBS) = "MAIN")
                   AND (RULE-GRAD-YEAR(RULE-SUBS) = 0
                   OR RULE-GRAD-YEAR(RULE-SUBS) = NEW-GRAD-YEAR)
                   MOVE RULE-ADVISOR(RULE-SUBS) TO PICKED-ADVISOR
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF PICKED-ADVISOR = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND CASELOADS-FILE.
           IF CASELOADS-STATUS = "35"
               CLOSE CASELOADS-FILE
               OPEN OUTPUT CASELOADS-FILE
           END-IF.
           MOVE NEW-USERNAME TO CL-STUDENT.
           MOVE PICKED-ADVISOR TO CL-ADVISOR.
           MOVE 'R' TO CL-HOW.
           MOVE TODAY-DATE TO CL-ASSIGNED-DATE.
           WRITE CASELOADS-RECORD.
           CLOSE CASELOADS-FILE.
           ADD 1 TO PLACED-COUNT.

       GENERATE-TEMP-PASSWORD-PROCEDURE.
           COMPUTE TEMP-DIGITS =
               FUNCTION MOD(FUNCTION RANDOM * 100000, 10000).
