       IDENTIFICATION DIVISION.
       PROGRAM-ID. CampaignDeliveryJob.

      *> Standalone batch job: delivers the cohort campaigns career
      *> services defines from the Messages menu (campaigns.txt).
      *> Each pending campaign's criteria - major, graduation year,
      *> campus (campus-assignments.txt, MAIN when no row),
      *> registrar verification (profile-verified.txt) and "has not
      *> booked an advising slot" (advising-slots.txt) - are resolved
      *> against student and alumni profiles into a recipient list,
      *> saved in campaign-recipients.txt under the campaign id. Each
      *> recipient with a live account gets the campaign text as a
      *> notification; a deactivated account is listed as targeted
      *> but not delivered. Every run also carries read status
      *> forward from NOTIF-READ-FLAG into the recipient list -
      *> before the notification prune can drop the read row - and
      *> writes campaign-report.txt: targeted, delivered and read for
      *> every campaign on file. Run on its own, separate from the
      *> interactive InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGNS-FILE ASSIGN TO "campaigns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPAIGNS-STATUS.
           SELECT RECIPIENTS-FILE ASSIGN TO "campaign-recipients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECIPIENTS-STATUS.
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
           SELECT CAMPUS-FILE ASSIGN TO "campus-assignments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPUS-FILE-STATUS.
           SELECT VERIFIED-FILE ASSIGN TO "profile-verified.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VERIFIED-FILE-STATUS.
           SELECT ADVISING-SLOTS-FILE ASSIGN TO "advising-slots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADVISING-SLOTS-STATUS.
           SELECT NOTIFICATIONS-FILE ASSIGN TO "notifications.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIF-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "campaign-report.txt"
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
       FD  CAMPAIGNS-FILE.
       01  CAMPAIGNS-RECORD.
           05 CMP-ID           PIC 9(04).
           05 CMP-CREATED-BY   PIC X(20).
           05 CMP-CREATED-DATE PIC 9(08).
           05 CMP-MAJOR        PIC X(80).
           05 CMP-GRAD-YEAR    PIC 9(04).
           05 CMP-CAMPUS       PIC X(10).
           05 CMP-VERIFIED     PIC X(01).
           05 CMP-NO-ADVISING  PIC X(01).
           05 CMP-TEXT         PIC X(120).
           05 CMP-STATUS       PIC X(01).
           05 CMP-SENT-DATE    PIC 9(08).
           05 CMP-TARGETED     PIC 9(05).
           05 CMP-DELIVERED    PIC 9(05).

       FD  RECIPIENTS-FILE.
       01  RECIPIENTS-RECORD.
           05 CR-CAMPAIGN-ID    PIC 9(04).
           05 CR-USERNAME       PIC X(20).
           05 CR-DELIVERED      PIC X(01).
           05 CR-DELIVERED-DATE PIC 9(08).
           05 CR-READ           PIC X(01).

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

       FD  CAMPUS-FILE.
       01  CAMPUS-RECORD.
           05 CAMP-USERNAME PIC X(20).
           05 CAMP-CODE     PIC X(10).

       FD  VERIFIED-FILE.
       01  VERIFIED-RECORD.
           05 VER-USERNAME    PIC X(20).
           05 VER-VERIFY-DATE PIC 9(08).

       FD  ADVISING-SLOTS-FILE.
       01  ADVISING-SLOTS-RECORD.
           05 ADV-SLOT-ID   PIC 9(04).
           05 ADV-ADVISOR   PIC X(20).
           05 ADV-DATE      PIC 9(08).
           05 ADV-TIME      PIC X(05).
           05 ADV-TOPIC     PIC X(60).
           05 ADV-BOOKED-BY PIC X(20).

       FD  NOTIFICATIONS-FILE.
       01  NOTIFICATIONS-RECORD.
           05 NOTIF-USERNAME  PIC X(20).
           05 NOTIF-TEXT      PIC X(120).
           05 NOTIF-DATE      PIC 9(08).
           05 NOTIF-READ-FLAG PIC X(01).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "CampaignDeliveryJob".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  CAMPAIGNS-STATUS      PIC XX VALUE SPACES.
       01  RECIPIENTS-STATUS     PIC XX VALUE SPACES.
       01  SEC-STATUS            PIC XX VALUE SPACES.
       01  PRO-STATUS            PIC XX VALUE SPACES.
       01  CAMPUS-FILE-STATUS    PIC XX VALUE SPACES.
       01  VERIFIED-FILE-STATUS  PIC XX VALUE SPACES.
       01  ADVISING-SLOTS-STATUS PIC XX VALUE SPACES.
       01  NOTIF-FILE-STATUS     PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS       PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

       01  TODAY-DATE PIC 9(08).
       01  I PIC 9(04).
       01  J PIC 9(04).

       01  CAMPAIGNS-SENT    PIC 9(06) VALUE 0.
       01  TOTAL-DELIVERED   PIC 9(06) VALUE 0.
       01  READS-RECORDED    PIC 9(06) VALUE 0.

      *> Every campaign on file; pending ones are delivered this run
      *> and the whole table is written back with the new counts.
       01  CAMPAIGN-DATA.
           05 CAMPAIGN-COUNT PIC 999 VALUE 0.
           05 CAMPAIGN-ENTRIES OCCURS 200 TIMES.
               10 CD-ID           PIC 9(04).
               10 CD-CREATED-BY   PIC X(20).
               10 CD-CREATED-DATE PIC 9(08).
               10 CD-MAJOR        PIC X(80).
               10 CD-GRAD-YEAR    PIC 9(04).
               10 CD-CAMPUS       PIC X(10).
               10 CD-VERIFIED     PIC X(01).
               10 CD-NO-ADVISING  PIC X(01).
               10 CD-TEXT         PIC X(120).
               10 CD-STATUS       PIC X(01).
               10 CD-SENT-DATE    PIC 9(08).
               10 CD-TARGETED     PIC 9(05).
               10 CD-DELIVERED    PIC 9(05).
       01  CAMPAIGN-OVERFLOW-FLAG PIC X VALUE 'N'.

      *> The recipient list for every campaign sent so far. Rows are
      *> added for this run's campaigns and read marks carried in,
      *> then the file is rewritten - unless it did not fit, in which
      *> case rewriting would drop the rows past the table.
       01  RECIPIENT-DATA.
           05 RECIPIENT-COUNT PIC 9(04) VALUE 0.
           05 RECIPIENT-ENTRIES OCCURS 5000 TIMES.
               10 RD-CAMPAIGN-ID    PIC 9(04).
               10 RD-USERNAME       PIC X(20).
               10 RD-DELIVERED      PIC X(01).
               10 RD-DELIVERED-DATE PIC 9(08).
               10 RD-READ           PIC X(01).
       01  RECIPIENT-OVERFLOW-FLAG PIC X VALUE 'N'.

      *> Everyone a campaign can reach: students and alumni.
       01  STUDENT-DATA.
           05 STUDENT-COUNT PIC 9(04) VALUE 0.
           05 STUDENT-ENTRIES OCCURS 1000 TIMES.
               10 STU-USERNAME   PIC X(20).
               10 STU-MAJOR      PIC X(80).
               10 STU-GRAD-YEAR  PIC 9(04).
               10 STU-ROLE       PIC X(01).
               10 STU-STATUS     PIC X(01).
               10 STU-CAMPUS     PIC X(10).
               10 STU-VERIFIED   PIC X(01).
               10 STU-ADVISED    PIC X(01).

       01  STUDENT-MATCH-FLAG PIC X VALUE 'N'.
       01  READ-COUNT         PIC 9(05) VALUE 0.
       01  READ-PERCENT       PIC 9(03) VALUE 0.
       01  CRITERIA-POINTER   PIC 999.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Cohort Campaign Report - " DELIMITED BY SIZE
           TODAY-DATE DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM LOAD-CAMPAIGNS-PROCEDURE.
           IF CAMPAIGN-COUNT = 0
               MOVE "No campaigns are on file." TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE
               STOP RUN
           END-IF.

           PERFORM LOAD-RECIPIENTS-PROCEDURE.
           IF CAMPAIGN-OVERFLOW-FLAG = 'Y'
               OR RECIPIENT-OVERFLOW-FLAG = 'Y'
               MOVE "Campaign files are larger than this job can hold" &
               " - nothing delivered or updated." TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE
               STOP RUN
           END-IF.

           PERFORM LOAD-STUDENTS-PROCEDURE.
           PERFORM LOAD-ACCOUNT-STATUS-PROCEDURE.
           PERFORM LOAD-CAMPUS-PROCEDURE.
           PERFORM LOAD-VERIFIED-PROCEDURE.
           PERFORM LOAD-ADVISING-PROCEDURE.

           PERFORM DELIVER-PENDING-PROCEDURE.
           PERFORM RECORD-READS-PROCEDURE.
           PERFORM SAVE-RECIPIENTS-PROCEDURE.
           PERFORM SAVE-CAMPAIGNS-PROCEDURE.
           PERFORM WRITE-REPORT-PROCEDURE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Campaigns sent this run: " DELIMITED BY SIZE
           CAMPAIGNS-SENT DELIMITED BY SIZE
           "  Notifications delivered: " DELIMITED BY SIZE
           TOTAL-DELIVERED DELIMITED BY SIZE
           "  New reads recorded: " DELIMITED BY SIZE
           READS-RECORDED DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           MOVE TOTAL-DELIVERED TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

       LOAD-CAMPAIGNS-PROCEDURE.
           OPEN INPUT CAMPAIGNS-FILE.
           IF CAMPAIGNS-STATUS NOT = "00"
               CLOSE CAMPAIGNS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ CAMPAIGNS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF CAMPAIGN-COUNT >= 200
                           MOVE 'Y' TO CAMPAIGN-OVERFLOW-FLAG
                           SET END-OF-FILE TO TRUE
                       ELSE
                           ADD 1 TO CAMPAIGN-COUNT
                           MOVE CAMPAIGNS-RECORD
                               TO CAMPAIGN-ENTRIES(CAMPAIGN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAMPAIGNS-FILE.

       LOAD-RECIPIENTS-PROCEDURE.
           OPEN INPUT RECIPIENTS-FILE.
           IF RECIPIENTS-STATUS NOT = "00"
               CLOSE RECIPIENTS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ RECIPIENTS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF RECIPIENT-COUNT >= 5000
                           MOVE 'Y' TO RECIPIENT-OVERFLOW-FLAG
                           SET END-OF-FILE TO TRUE
                       ELSE
                           ADD 1 TO RECIPIENT-COUNT
                           MOVE RECIPIENTS-RECORD
                               TO RECIPIENT-ENTRIES(RECIPIENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECIPIENTS-FILE.

       LOAD-STUDENTS-PROCEDURE.
           OPEN INPUT PROFILES-FILE.
           IF PRO-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR STUDENT-COUNT >= 1000
               READ PROFILES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO STUDENT-COUNT
                       MOVE PROFILE-USERNAME
                           TO STU-USERNAME(STUDENT-COUNT)
                       MOVE PROFILE-MAJOR
                           TO STU-MAJOR(STUDENT-COUNT)
                       MOVE PROFILE-GRADUATION-YEAR
                           TO STU-GRAD-YEAR(STUDENT-COUNT)
                       MOVE SPACE TO STU-ROLE(STUDENT-COUNT)
                       MOVE SPACE TO STU-STATUS(STUDENT-COUNT)
                       MOVE "MAIN" TO STU-CAMPUS(STUDENT-COUNT)
                       MOVE 'N' TO STU-VERIFIED(STUDENT-COUNT)
                       MOVE 'N' TO STU-ADVISED(STUDENT-COUNT)
               END-READ
           END-PERFORM.
           CLOSE PROFILES-FILE.

      *> Role and account status come from secrets.txt. Only
      *> students and alumni are ever targeted.
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

      *> No row means MAIN, the same default the online session uses.
       LOAD-CAMPUS-PROCEDURE.
           OPEN INPUT CAMPUS-FILE.
           IF CAMPUS-FILE-STATUS NOT = "00"
               CLOSE CAMPUS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ CAMPUS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > STUDENT-COUNT
                           IF FUNCTION TRIM(STU-USERNAME(I))
                               = FUNCTION TRIM(CAMP-USERNAME)
                               MOVE CAMP-CODE TO STU-CAMPUS(I)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE CAMPUS-FILE.

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

      *> Any slot carrying the student's name - past or upcoming -
      *> counts as having booked advising.
       LOAD-ADVISING-PROCEDURE.
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
                       IF FUNCTION TRIM(ADV-BOOKED-BY) NOT = SPACES
                           PERFORM VARYING I FROM 1 BY 1
                               UNTIL I > STUDENT-COUNT
                               IF FUNCTION TRIM(STU-USERNAME(I))
                                   = FUNCTION TRIM(ADV-BOOKED-BY)
                                   MOVE 'Y' TO STU-ADVISED(I)
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADVISING-SLOTS-FILE.

       DELIVER-PENDING-PROCEDURE.
           OPEN EXTEND NOTIFICATIONS-FILE.
           IF NOTIF-FILE-STATUS = "35"
               CLOSE NOTIFICATIONS-FILE
               OPEN OUTPUT NOTIFICATIONS-FILE
           END-IF.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > CAMPAIGN-COUNT
               IF CD-STATUS(J) = 'P'
                   PERFORM DELIVER-ONE-CAMPAIGN-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE NOTIFICATIONS-FILE.

      *> Campaign J: resolve the cohort, list it, notify it. A
      *> campaign whose list would not fit stays pending for a later
      *> run rather than going out to part of its cohort.
       DELIVER-ONE-CAMPAIGN-PROCEDURE.
           MOVE 0 TO CD-TARGETED(J).
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STUDENT-COUNT
               PERFORM CHECK-STUDENT-MATCH-PROCEDURE
               IF STUDENT-MATCH-FLAG = 'Y'
                   ADD 1 TO CD-TARGETED(J)
               END-IF
           END-PERFORM.
           IF RECIPIENT-COUNT + CD-TARGETED(J) > 5000
               MOVE SPACES TO REPORT-RECORD
               STRING "Campaign #" DELIMITED BY SIZE
                   CD-ID(J) DELIMITED BY SIZE
                   " held: its recipient list does not fit this run."
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE 0 TO CD-TARGETED(J)
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO CD-DELIVERED(J).
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STUDENT-COUNT
               PERFORM CHECK-STUDENT-MATCH-PROCEDURE
               IF STUDENT-MATCH-FLAG = 'Y'
                   ADD 1 TO RECIPIENT-COUNT
                   MOVE CD-ID(J) TO RD-CAMPAIGN-ID(RECIPIENT-COUNT)
                   MOVE STU-USERNAME(I) TO RD-USERNAME(RECIPIENT-COUNT)
                   MOVE 'N' TO RD-READ(RECIPIENT-COUNT)
                   IF STU-STATUS(I) = 'D'
                       MOVE 'N' TO RD-DELIVERED(RECIPIENT-COUNT)
                       MOVE 0 TO RD-DELIVERED-DATE(RECIPIENT-COUNT)
                   ELSE
                       MOVE 'Y' TO RD-DELIVERED(RECIPIENT-COUNT)
                       MOVE TODAY-DATE
                           TO RD-DELIVERED-DATE(RECIPIENT-COUNT)
                       MOVE STU-USERNAME(I) TO NOTIF-USERNAME
                       MOVE CD-TEXT(J) TO NOTIF-TEXT
                       MOVE TODAY-DATE TO NOTIF-DATE
                       MOVE "N" TO NOTIF-READ-FLAG
                       WRITE NOTIFICATIONS-RECORD
                       ADD 1 TO CD-DELIVERED(J)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'S' TO CD-STATUS(J).
           MOVE TODAY-DATE TO CD-SENT-DATE(J).
           ADD 1 TO CAMPAIGNS-SENT.
           ADD CD-DELIVERED(J) TO TOTAL-DELIVERED.

      *> Student I against campaign J. Blank major, zero year and
      *> blank campus mean "any"; verified is Y (verified only),
      *> N (not yet verified only) or blank (either).
       CHECK-STUDENT-MATCH-PROCEDURE.
           MOVE 'N' TO STUDENT-MATCH-FLAG.
           IF STU-ROLE(I) NOT = 'S' AND STU-ROLE(I) NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(CD-MAJOR(J)) NOT = SPACES
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(STU-MAJOR(I)))
               NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(CD-MAJOR(J)))
               EXIT PARAGRAPH
           END-IF.
           IF CD-GRAD-YEAR(J) NOT = 0
               AND STU-GRAD-YEAR(I) NOT = CD-GRAD-YEAR(J)
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(CD-CAMPUS(J)) NOT = SPACES
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(STU-CAMPUS(I)))
               NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(CD-CAMPUS(J)))
               EXIT PARAGRAPH
           END-IF.
           IF CD-VERIFIED(J) = 'Y' AND STU-VERIFIED(I) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF CD-VERIFIED(J) = 'N' AND STU-VERIFIED(I) = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF CD-NO-ADVISING(J) = 'Y' AND STU-ADVISED(I) = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO STUDENT-MATCH-FLAG.

      *> A delivered campaign notification that its recipient has
      *> since read marks the recipient row read for good; read
      *> notifications are pruned after a month, the mark is not.
       RECORD-READS-PROCEDURE.
           OPEN INPUT NOTIFICATIONS-FILE.
           IF NOTIF-FILE-STATUS NOT = "00"
               CLOSE NOTIFICATIONS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ NOTIFICATIONS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF NOTIF-READ-FLAG = "Y"
                           PERFORM MATCH-READ-NOTIFICATION-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOTIFICATIONS-FILE.

       MATCH-READ-NOTIFICATION-PROCEDURE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RECIPIENT-COUNT
               IF RD-DELIVERED(I) = 'Y' AND RD-READ(I) = 'N'
                   AND RD-DELIVERED-DATE(I) = NOTIF-DATE
                   AND RD-USERNAME(I) = NOTIF-USERNAME
                   PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > CAMPAIGN-COUNT
                       IF CD-ID(J) = RD-CAMPAIGN-ID(I)
                           IF CD-TEXT(J) = NOTIF-TEXT
                               MOVE 'Y' TO RD-READ(I)
                               ADD 1 TO READS-RECORDED
                           END-IF
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       SAVE-RECIPIENTS-PROCEDURE.
           OPEN OUTPUT RECIPIENTS-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RECIPIENT-COUNT
               MOVE RECIPIENT-ENTRIES(I) TO RECIPIENTS-RECORD
               WRITE RECIPIENTS-RECORD
           END-PERFORM.
           CLOSE RECIPIENTS-FILE.

       SAVE-CAMPAIGNS-PROCEDURE.
           OPEN OUTPUT CAMPAIGNS-FILE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > CAMPAIGN-COUNT
               MOVE CAMPAIGN-ENTRIES(J) TO CAMPAIGNS-RECORD
               WRITE CAMPAIGNS-RECORD
           END-PERFORM.
           CLOSE CAMPAIGNS-FILE.

       WRITE-REPORT-PROCEDURE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > CAMPAIGN-COUNT
               MOVE "----------------------------------------"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "Campaign #" DELIMITED BY SIZE
                   CD-ID(J) DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   FUNCTION TRIM(CD-CREATED-BY(J)) DELIMITED BY SIZE
                   " on " DELIMITED BY SIZE
                   CD-CREATED-DATE(J) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "  Text: " DELIMITED BY SIZE
                   FUNCTION TRIM(CD-TEXT(J)) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               PERFORM WRITE-CRITERIA-LINE-PROCEDURE
               IF CD-STATUS(J) = 'P'
                   MOVE "  Pending - not yet delivered."
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   MOVE 0 TO READ-COUNT
                   PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > RECIPIENT-COUNT
                       IF RD-CAMPAIGN-ID(I) = CD-ID(J)
                           AND RD-READ(I) = 'Y'
                           ADD 1 TO READ-COUNT
                       END-IF
                   END-PERFORM
                   MOVE 0 TO READ-PERCENT
                   IF CD-DELIVERED(J) > 0
                       COMPUTE READ-PERCENT ROUNDED =
                           READ-COUNT * 100 / CD-DELIVERED(J)
                   END-IF
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  Sent " DELIMITED BY SIZE
                       CD-SENT-DATE(J) DELIMITED BY SIZE
                       "  Targeted: " DELIMITED BY SIZE
                       CD-TARGETED(J) DELIMITED BY SIZE
                       "  Delivered: " DELIMITED BY SIZE
                       CD-DELIVERED(J) DELIMITED BY SIZE
                       "  Read: " DELIMITED BY SIZE
                       READ-COUNT DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       READ-PERCENT DELIMITED BY SIZE
                       "% of delivered)" DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.

       WRITE-CRITERIA-LINE-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE 1 TO CRITERIA-POINTER.
           STRING "  Cohort: major " DELIMITED BY SIZE
               INTO REPORT-RECORD WITH POINTER CRITERIA-POINTER.
           IF FUNCTION TRIM(CD-MAJOR(J)) = SPACES
               STRING "any" DELIMITED BY SIZE
                   INTO REPORT-RECORD WITH POINTER CRITERIA-POINTER
               END-STRING
           ELSE
               STRING FUNCTION TRIM(CD-MAJOR(J)) DELIMITED BY SIZE
                   INTO REPORT-RECORD WITH POINTER CRITERIA-POINTER
               END-STRING
           END-IF.
           IF CD-GRAD-YEAR(J) NOT = 0
               STRING ", class of " DELIMITED BY SIZE
                   CD-GRAD-YEAR(J) DELIMITED BY SIZE
                   INTO REPORT-RECORD WITH POINTER CRITERIA-POINTER
               END-STRING
           END-IF.
           IF FUNCTION TRIM(CD-CAMPUS(J)) NOT = SPACES
               STRING ", campus " DELIMITED BY SIZE
                   FUNCTION TRIM(CD-CAMPUS(J)) DELIMITED BY SIZE
                   INTO REPORT-RECORD WITH POINTER CRITERIA-POINTER
               END-STRING
           END-IF.
           IF CD-VERIFIED(J) = 'Y'
               STRING ", verified only" DELIMITED BY SIZE
                   INTO REPORT-RECORD WITH POINTER CRITERIA-POINTER
               END-STRING
           END-IF.
           IF CD-VERIFIED(J) = 'N'
               STRING ", not yet verified" DELIMITED BY SIZE
                   INTO REPORT-RECORD WITH POINTER CRITERIA-POINTER
               END-STRING
           END-IF.
           IF CD-NO-ADVISING(J) = 'Y'
               STRING ", no advising booked" DELIMITED BY SIZE
                   INTO REPORT-RECORD WITH POINTER CRITERIA-POINTER
               END-STRING
           END-IF.
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
