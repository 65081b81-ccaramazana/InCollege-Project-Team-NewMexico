       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApplicantFlowReport.

      *> Standalone batch job: the equal-opportunity applicant-flow
      *> report for the diversity office. Joins applications.txt and
      *> interviews.txt against the voluntary self-identification in
      *> eeo-selfid.txt and reports, per employer and per posting,
      *> how many applicants in each category applied, were
      *> interviewed, were offered, and were placed. Only aggregates
      *> are written - no username ever appears - and any cell of
      *> fewer than MIN-CELL-SIZE applicants prints as "<5" so a
      *> small count cannot point back to a person. Each employer's
      *> section stands alone, so it can be handed to that employer
      *> on request. Run on its own, separate from the interactive
      *> InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT INTERVIEWS-FILE ASSIGN TO "interviews.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERVIEWS-FILE-STATUS.
           SELECT EEO-SELFID-FILE ASSIGN TO "eeo-selfid.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EEO-SELFID-STATUS.
           SELECT REPORT-FILE ASSIGN TO "applicant-flow-report.txt"
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

       FD  INTERVIEWS-FILE.
       01  INTERVIEWS-RECORD.
           05 INT-JOB-ID    PIC 9(06).
           05 INT-APPLICANT PIC X(20).
           05 INT-POSTER    PIC X(20).
           05 INT-SLOT-DATE PIC 9(08).
           05 INT-SLOT-TIME PIC X(05).
           05 INT-STATUS    PIC X(10).
           05 INT-ROOM      PIC X(10).

       FD  EEO-SELFID-FILE.
       01  EEO-SELFID-RECORD.
           05 EEO-USERNAME      PIC X(20).
           05 EEO-JOB-ID        PIC 9(06).
           05 EEO-GENDER        PIC X(01).
           05 EEO-ETHNICITY     PIC X(01).
           05 EEO-VETERAN       PIC X(01).
           05 EEO-DISABILITY    PIC X(01).
           05 EEO-DATE          PIC 9(08).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "ApplicantFlowReport".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  JOBS-FILE-STATUS       PIC XX VALUE SPACES.
       01  APPS-FILE-STATUS       PIC XX VALUE SPACES.
       01  INTERVIEWS-FILE-STATUS PIC XX VALUE SPACES.
       01  EEO-SELFID-STATUS      PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS        PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

       01  I PIC 999.
       01  J PIC 999.
       01  K PIC 9(04).
       01  EMP-SUBS PIC 999.

      *> Smallest count printed as a number; anything from 1 up to
      *> one below it is suppressed.
       01  MIN-CELL-SIZE PIC 9 VALUE 5.

       01  JOB-SUMMARY.
           05 JOB-ENTRY-COUNT PIC 999 VALUE 0.
           05 JOB-ENTRIES OCCURS 200 TIMES.
               10 JS-ID          PIC 9(06).
               10 JS-TITLE       PIC X(80).
               10 JS-EMPLOYER    PIC X(80).
               10 JS-REPORTED-FLAG PIC X(01).

      *> One row per application with its furthest stage and the
      *> applicant's four self-identification codes (gender,
      *> ethnicity, veteran, disability - D when nothing was given).
       01  APP-SUMMARY.
           05 APP-ENTRY-COUNT PIC 9(04) VALUE 0.
           05 APP-ENTRIES OCCURS 500 TIMES.
               10 AS-USERNAME    PIC X(20).
               10 AS-JOB-ID      PIC 9(06).
               10 AS-TITLE       PIC X(80).
               10 AS-EMPLOYER    PIC X(80).
               10 AS-STATUS      PIC X(20).
               10 AS-INTERVIEWED PIC X(01).
               10 AS-OFFERED     PIC X(01).
               10 AS-PLACED      PIC X(01).
               10 AS-EEO-CODES   PIC X(04).

       01  INTERVIEW-SUMMARY.
           05 INT-ENTRY-COUNT PIC 9(04) VALUE 0.
           05 INT-ENTRIES OCCURS 1000 TIMES.
               10 IS-JOB-ID    PIC 9(06).
               10 IS-APPLICANT PIC X(20).

       01  EEO-SUMMARY.
           05 EEO-ENTRY-COUNT PIC 9(04) VALUE 0.
           05 EEO-ENTRIES OCCURS 1000 TIMES.
               10 ES-USERNAME PIC X(20).
               10 ES-JOB-ID   PIC 9(06).
               10 ES-CODES    PIC X(04).

      *> The dimension being reported and its category codes, set by
      *> SET-DIMENSION-PROCEDURE; FLOW-CELLS holds one line of counts
      *> per category code for the current scope.
       01  DIM-SUBS        PIC 9.
       01  DIM-NAME        PIC X(20).
       01  DIM-CODES       PIC X(08).
       01  DIM-CODE-COUNT  PIC 9.
       01  CAT-SUBS        PIC 9.
       01  CAT-CODE        PIC X(01).
       01  CAT-LABEL       PIC X(40).
       01  FLOW-CELLS.
           05 FLOW-CATEGORY OCCURS 8 TIMES.
               10 FC-APPLIED     PIC 9(05).
               10 FC-INTERVIEWED PIC 9(05).
               10 FC-OFFERED     PIC 9(05).
               10 FC-PLACED      PIC 9(05).

      *> Scope of the counts: 'E' for every application to
      *> CURRENT-EMPLOYER, 'J' for the posting in row J.
       01  SCOPE-FLAG PIC X(01).
           88 SCOPE-IS-EMPLOYER VALUE 'E'.
           88 SCOPE-IS-JOB      VALUE 'J'.
       01  IN-SCOPE-FLAG PIC X(01).
           88 IN-SCOPE VALUE 'Y'.
       01  SCOPE-TOTAL   PIC 9(05).

       01  CELL-VALUE    PIC 9(05).
       01  CELL-EDITED   PIC Z(4)9.
       01  CELL-TEXT     PIC X(05).
       01  APPLIED-TEXT     PIC X(05).
       01  INTERVIEWED-TEXT PIC X(05).
       01  OFFERED-TEXT     PIC X(05).
       01  PLACED-TEXT      PIC X(05).

       01  TODAY-DATE       PIC 9(08).
       01  CURRENT-EMPLOYER PIC X(80).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           PERFORM READ-SYSTEM-PARAMETERS-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           PERFORM LOAD-JOBS-PROCEDURE.
           PERFORM LOAD-INTERVIEWS-PROCEDURE.
           PERFORM LOAD-SELF-ID-PROCEDURE.
           PERFORM LOAD-APPLICATIONS-PROCEDURE.
           PERFORM WRITE-REPORT-PROCEDURE.
           MOVE APP-ENTRY-COUNT TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

       LOAD-JOBS-PROCEDURE.
           OPEN INPUT JOBS-FILE.
           IF JOBS-FILE-STATUS NOT = "00"
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR JOB-ENTRY-COUNT >= 200
               READ JOBS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO JOB-ENTRY-COUNT
                       MOVE JOB-ID TO JS-ID(JOB-ENTRY-COUNT)
                       MOVE JOB-TITLE TO JS-TITLE(JOB-ENTRY-COUNT)
                       MOVE JOB-EMPLOYER TO JS-EMPLOYER(JOB-ENTRY-COUNT)
                       MOVE 'N' TO JS-REPORTED-FLAG(JOB-ENTRY-COUNT)
               END-READ
           END-PERFORM.
           CLOSE JOBS-FILE.

      *> A confirmed interview slot counts as interviewed even while
      *> the application itself still reads Submitted.
       LOAD-INTERVIEWS-PROCEDURE.
           OPEN INPUT INTERVIEWS-FILE.
           IF INTERVIEWS-FILE-STATUS NOT = "00"
               CLOSE INTERVIEWS-FILE
               EXIT PARAGRAPH
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR INT-ENTRY-COUNT >= 1000
               READ INTERVIEWS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(INT-STATUS) = "CONFIRMED"
                           ADD 1 TO INT-ENTRY-COUNT
                           MOVE INT-JOB-ID TO IS-JOB-ID(INT-ENTRY-COUNT)
                           MOVE INT-APPLICANT
                               TO IS-APPLICANT(INT-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INTERVIEWS-FILE.

      *> A later answer for the same application replaces an earlier
      *> one, so the table keeps one row per username and posting.
       LOAD-SELF-ID-PROCEDURE.
           OPEN INPUT EEO-SELFID-FILE.
           IF EEO-SELFID-STATUS NOT = "00"
               CLOSE EEO-SELFID-FILE
               EXIT PARAGRAPH
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ EEO-SELFID-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE 0 TO K
                       PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > EEO-ENTRY-COUNT
                           IF ES-USERNAME(I) = EEO-USERNAME
                               AND ES-JOB-ID(I) = EEO-JOB-ID
                               MOVE I TO K
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF K = 0 AND EEO-ENTRY-COUNT < 1000
                           ADD 1 TO EEO-ENTRY-COUNT
                           MOVE EEO-ENTRY-COUNT TO K
                           MOVE EEO-USERNAME TO ES-USERNAME(K)
                           MOVE EEO-JOB-ID TO ES-JOB-ID(K)
                       END-IF
                       IF K > 0
                           MOVE EEO-GENDER TO ES-CODES(K)(1:1)
                           MOVE EEO-ETHNICITY TO ES-CODES(K)(2:1)
                           MOVE EEO-VETERAN TO ES-CODES(K)(3:1)
                           MOVE EEO-DISABILITY TO ES-CODES(K)(4:1)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EEO-SELFID-FILE.

       LOAD-APPLICATIONS-PROCEDURE.
           OPEN INPUT APPLICATIONS-FILE.
           IF APPS-FILE-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR APP-ENTRY-COUNT >= 500
               READ APPLICATIONS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO APP-ENTRY-COUNT
                       MOVE APP-USERNAME TO AS-USERNAME(APP-ENTRY-COUNT)
                       MOVE APP-JOB-ID TO AS-JOB-ID(APP-ENTRY-COUNT)
                       MOVE APP-JOB-TITLE TO AS-TITLE(APP-ENTRY-COUNT)
                       MOVE APP-JOB-EMPLOYER
                           TO AS-EMPLOYER(APP-ENTRY-COUNT)
                       MOVE APP-STATUS TO AS-STATUS(APP-ENTRY-COUNT)
                       MOVE APP-ENTRY-COUNT TO K
                       PERFORM SET-APP-STAGES-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.

      *> The furthest stage an application reached, from its status
      *> and any confirmed interview, plus the applicant's codes for
      *> this posting. Row K of the applications table.
       SET-APP-STAGES-PROCEDURE.
           MOVE 'N' TO AS-INTERVIEWED(K).
           MOVE 'N' TO AS-OFFERED(K).
           MOVE 'N' TO AS-PLACED(K).
           EVALUATE FUNCTION TRIM(AS-STATUS(K))
               WHEN "Interviewing"
                   MOVE 'Y' TO AS-INTERVIEWED(K)
               WHEN "Offered"
               WHEN "Declined"
                   MOVE 'Y' TO AS-INTERVIEWED(K)
                   MOVE 'Y' TO AS-OFFERED(K)
               WHEN "Accepted"
                   MOVE 'Y' TO AS-INTERVIEWED(K)
                   MOVE 'Y' TO AS-OFFERED(K)
                   MOVE 'Y' TO AS-PLACED(K)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF AS-INTERVIEWED(K) = 'N' AND AS-JOB-ID(K) NOT = 0
               PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > INT-ENTRY-COUNT
                   IF IS-JOB-ID(I) = AS-JOB-ID(K)
                       AND IS-APPLICANT(I) = AS-USERNAME(K)
                       MOVE 'Y' TO AS-INTERVIEWED(K)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

           MOVE "DDDD" TO AS-EEO-CODES(K).
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EEO-ENTRY-COUNT
               IF ES-USERNAME(I) = AS-USERNAME(K)
                   AND ES-JOB-ID(I) = AS-JOB-ID(K)
                   MOVE ES-CODES(I) TO AS-EEO-CODES(K)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Employer by employer, as in the posting performance report:
      *> the employer's totals across all its postings first, then
      *> each posting on its own.
       WRITE-REPORT-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Applicant Flow Report - " DELIMITED BY SIZE
           TODAY-DATE DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Voluntary self-identification, aggregates only."
               DELIMITED BY SIZE
           " Counts below " DELIMITED BY SIZE
           MIN-CELL-SIZE DELIMITED BY SIZE
           " are shown as <" DELIMITED BY SIZE
           MIN-CELL-SIZE DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF JOB-ENTRY-COUNT = 0
               MOVE "No postings are on file." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           PERFORM VARYING EMP-SUBS FROM 1 BY 1
               UNTIL EMP-SUBS > JOB-ENTRY-COUNT
               IF JS-REPORTED-FLAG(EMP-SUBS) = 'N'
                   MOVE JS-EMPLOYER(EMP-SUBS) TO CURRENT-EMPLOYER
                   PERFORM WRITE-EMPLOYER-SECTION-PROCEDURE
               END-IF
           END-PERFORM.

           CLOSE REPORT-FILE.

       WRITE-EMPLOYER-SECTION-PROCEDURE.
           MOVE "----------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           SET SCOPE-IS-EMPLOYER TO TRUE.
           PERFORM COUNT-SCOPE-TOTAL-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Employer: " DELIMITED BY SIZE
           FUNCTION TRIM(CURRENT-EMPLOYER) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           SCOPE-TOTAL DELIMITED BY SIZE
           " application(s), all postings" DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF SCOPE-TOTAL > 0
               PERFORM WRITE-SCOPE-DIMENSIONS-PROCEDURE
           END-IF.

           SET SCOPE-IS-JOB TO TRUE.
           PERFORM VARYING J FROM EMP-SUBS BY 1
               UNTIL J > JOB-ENTRY-COUNT
               IF JS-REPORTED-FLAG(J) = 'N'
                   AND JS-EMPLOYER(J) = CURRENT-EMPLOYER
                   MOVE 'Y' TO JS-REPORTED-FLAG(J)
                   PERFORM WRITE-POSTING-SECTION-PROCEDURE
               END-IF
           END-PERFORM.

       WRITE-POSTING-SECTION-PROCEDURE.
           PERFORM COUNT-SCOPE-TOTAL-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Job #" DELIMITED BY SIZE
           JS-ID(J) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(JS-TITLE(J)) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           SCOPE-TOTAL DELIMITED BY SIZE
           " application(s)" DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF SCOPE-TOTAL > 0
               PERFORM WRITE-SCOPE-DIMENSIONS-PROCEDURE
           END-IF.

      *> Applications written since job numbers existed carry the
      *> posting's number; older rows fall back to the same
      *> title/employer pairing the rest of the system uses.
       CHECK-APP-IN-SCOPE-PROCEDURE.
           MOVE 'N' TO IN-SCOPE-FLAG.
           IF SCOPE-IS-EMPLOYER
               IF AS-EMPLOYER(K) = CURRENT-EMPLOYER
                   MOVE 'Y' TO IN-SCOPE-FLAG
               END-IF
           ELSE
               IF (AS-JOB-ID(K) NOT = 0 AND AS-JOB-ID(K) = JS-ID(J))
                   OR (AS-JOB-ID(K) = 0
                   AND AS-TITLE(K) = JS-TITLE(J)
                   AND AS-EMPLOYER(K) = JS-EMPLOYER(J))
                   MOVE 'Y' TO IN-SCOPE-FLAG
               END-IF
           END-IF.

       COUNT-SCOPE-TOTAL-PROCEDURE.
           MOVE 0 TO SCOPE-TOTAL.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > APP-ENTRY-COUNT
               PERFORM CHECK-APP-IN-SCOPE-PROCEDURE
               IF IN-SCOPE
                   ADD 1 TO SCOPE-TOTAL
               END-IF
           END-PERFORM.

       WRITE-SCOPE-DIMENSIONS-PROCEDURE.
           PERFORM VARYING DIM-SUBS FROM 1 BY 1 UNTIL DIM-SUBS > 4
               PERFORM SET-DIMENSION-PROCEDURE
               PERFORM TALLY-DIMENSION-PROCEDURE
               MOVE SPACES TO REPORT-RECORD
               STRING "    " DELIMITED BY SIZE
                   DIM-NAME DELIMITED BY SIZE
                   "                      " DELIMITED BY SIZE
                   "Applied Interviewed Offered  Placed"
                       DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               PERFORM VARYING CAT-SUBS FROM 1 BY 1
                   UNTIL CAT-SUBS > DIM-CODE-COUNT
                   PERFORM WRITE-CATEGORY-LINE-PROCEDURE
               END-PERFORM
           END-PERFORM.

       SET-DIMENSION-PROCEDURE.
           EVALUATE DIM-SUBS
               WHEN 1
                   MOVE "Gender" TO DIM-NAME
                   MOVE "FMXD" TO DIM-CODES
                   MOVE 4 TO DIM-CODE-COUNT
               WHEN 2
                   MOVE "Race/Ethnicity" TO DIM-NAME
                   MOVE "HWBAPITD" TO DIM-CODES
                   MOVE 8 TO DIM-CODE-COUNT
               WHEN 3
                   MOVE "Protected Veteran" TO DIM-NAME
                   MOVE "YND" TO DIM-CODES
                   MOVE 3 TO DIM-CODE-COUNT
               WHEN OTHER
                   MOVE "Disability" TO DIM-NAME
                   MOVE "YND" TO DIM-CODES
                   MOVE 3 TO DIM-CODE-COUNT
           END-EVALUATE.

      *> Each in-scope application lands in the category whose code
      *> matches its answer for this dimension; a code outside the
      *> list is counted with the declined row.
       TALLY-DIMENSION-PROCEDURE.
           INITIALIZE FLOW-CELLS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > APP-ENTRY-COUNT
               PERFORM CHECK-APP-IN-SCOPE-PROCEDURE
               IF IN-SCOPE
                   MOVE AS-EEO-CODES(K)(DIM-SUBS:1) TO CAT-CODE
                   MOVE DIM-CODE-COUNT TO CAT-SUBS
                   PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > DIM-CODE-COUNT
                       IF DIM-CODES(I:1) = CAT-CODE
                           MOVE I TO CAT-SUBS
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   ADD 1 TO FC-APPLIED(CAT-SUBS)
                   IF AS-INTERVIEWED(K) = 'Y'
                       ADD 1 TO FC-INTERVIEWED(CAT-SUBS)
                   END-IF
                   IF AS-OFFERED(K) = 'Y'
                       ADD 1 TO FC-OFFERED(CAT-SUBS)
                   END-IF
                   IF AS-PLACED(K) = 'Y'
                       ADD 1 TO FC-PLACED(CAT-SUBS)
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-CATEGORY-LINE-PROCEDURE.
           MOVE DIM-CODES(CAT-SUBS:1) TO CAT-CODE.
           PERFORM SET-CATEGORY-LABEL-PROCEDURE.

           MOVE FC-APPLIED(CAT-SUBS) TO CELL-VALUE.
           PERFORM FORMAT-CELL-PROCEDURE.
           MOVE CELL-TEXT TO APPLIED-TEXT.
           MOVE FC-INTERVIEWED(CAT-SUBS) TO CELL-VALUE.
           PERFORM FORMAT-CELL-PROCEDURE.
           MOVE CELL-TEXT TO INTERVIEWED-TEXT.
           MOVE FC-OFFERED(CAT-SUBS) TO CELL-VALUE.
           PERFORM FORMAT-CELL-PROCEDURE.
           MOVE CELL-TEXT TO OFFERED-TEXT.
           MOVE FC-PLACED(CAT-SUBS) TO CELL-VALUE.
           PERFORM FORMAT-CELL-PROCEDURE.
           MOVE CELL-TEXT TO PLACED-TEXT.

           MOVE SPACES TO REPORT-RECORD.
           STRING "      " DELIMITED BY SIZE
           CAT-LABEL DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           APPLIED-TEXT DELIMITED BY SIZE
           "       " DELIMITED BY SIZE
           INTERVIEWED-TEXT DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           OFFERED-TEXT DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           PLACED-TEXT DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       SET-CATEGORY-LABEL-PROCEDURE.
           IF CAT-CODE = "D"
               MOVE "Declined / not provided" TO CAT-LABEL
               EXIT PARAGRAPH
           END-IF.
           EVALUATE DIM-SUBS ALSO CAT-CODE
               WHEN 1 ALSO "F"
                   MOVE "Female" TO CAT-LABEL
               WHEN 1 ALSO "M"
                   MOVE "Male" TO CAT-LABEL
               WHEN 1 ALSO "X"
                   MOVE "Another gender" TO CAT-LABEL
               WHEN 2 ALSO "H"
                   MOVE "Hispanic or Latino" TO CAT-LABEL
               WHEN 2 ALSO "W"
                   MOVE "White" TO CAT-LABEL
               WHEN 2 ALSO "B"
                   MOVE "Black or African American" TO CAT-LABEL
               WHEN 2 ALSO "A"
                   MOVE "Asian" TO CAT-LABEL
               WHEN 2 ALSO "P"
                   MOVE "Native Hawaiian/Pacific Islander"
                       TO CAT-LABEL
               WHEN 2 ALSO "I"
                   MOVE "American Indian/Alaska Native" TO CAT-LABEL
               WHEN 2 ALSO "T"
                   MOVE "Two or more races" TO CAT-LABEL
               WHEN ANY ALSO "Y"
                   MOVE "Yes" TO CAT-LABEL
               WHEN ANY ALSO "N"
                   MOVE "No" TO CAT-LABEL
               WHEN OTHER
                   MOVE CAT-CODE TO CAT-LABEL
           END-EVALUATE.

      *> Small-cell suppression: a count from 1 up to MIN-CELL-SIZE
      *> less one prints as "<5" instead of the number.
       FORMAT-CELL-PROCEDURE.
           IF CELL-VALUE > 0 AND CELL-VALUE < MIN-CELL-SIZE
               MOVE SPACES TO CELL-TEXT
               STRING "   <" DELIMITED BY SIZE
                   MIN-CELL-SIZE DELIMITED BY SIZE
                   INTO CELL-TEXT
               END-STRING
           ELSE
               MOVE CELL-VALUE TO CELL-EDITED
               MOVE CELL-EDITED TO CELL-TEXT
           END-IF.

      *> system-parameters.txt may override FLOW-MIN-CELL-SIZE; a
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
               WHEN "FLOW-MIN-CELL-SIZE"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 3
                       AND PARAM-VALUE <= 9
                       MOVE PARAM-VALUE TO MIN-CELL-SIZE
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
