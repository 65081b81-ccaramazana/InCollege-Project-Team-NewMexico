       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployerResponsivenessReport.

      *> Standalone batch job: how quickly employers answer the
      *> students who apply to them, from status-history.txt. An
      *> application's clock starts at its Submitted row; the first
      *> response is the first move to Interviewing, Offered or
      *> Rejected. For each employer, and again for each poster, the
      *> report gives the median days to that first response and the
      *> share of applications still untouched at UNTOUCHED-DAYS -
      *> counted only over applications at least that old, leaving
      *> out any the student withdrew before then. Worst offenders
      *> are listed first. Applications submitted before the history
      *> was kept have no start date and are left out. Run on its
      *> own, separate from the interactive InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-HISTORY-FILE ASSIGN TO "status-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-HISTORY-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "employer-responsiveness-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
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
       FD  STATUS-HISTORY-FILE.
       01  STATUS-HISTORY-RECORD.
           05 SH-JOB-ID     PIC 9(06).
           05 SH-APPLICANT  PIC X(20).
           05 SH-EMPLOYER   PIC X(80).
           05 SH-POSTER     PIC X(20).
           05 SH-OLD-STATUS PIC X(20).
           05 SH-NEW-STATUS PIC X(20).
           05 SH-DATE       PIC 9(08).
           05 SH-CHANGED-BY PIC X(20).

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
       01  RC-JOB-NAME-TEXT    PIC X(24)
                               VALUE "EmployerResponsiveness".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  STATUS-HISTORY-STATUS PIC XX VALUE SPACES.
       01  RPT-STATUS            PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

       01  TODAY-DATE    PIC 9(08).
       01  TODAY-INTEGER PIC 9(08).

      *> An application nobody has answered by this many days has
      *> been left hanging.
       01  UNTOUCHED-DAYS PIC 9(03) VALUE 30.

      *> One row per application seen in the history.
       01  APP-DATA.
           05 APP-COUNT PIC 9(04) VALUE 0.
           05 APP-ENTRY OCCURS 1000 TIMES.
               10 AP-JOB-ID        PIC 9(06).
               10 AP-APPLICANT     PIC X(20).
               10 AP-EMPLOYER      PIC X(80).
               10 AP-POSTER        PIC X(20).
               10 AP-SUBMIT-DATE   PIC 9(08).
               10 AP-RESPONSE-DATE PIC 9(08).
               10 AP-WITHDRAW-DATE PIC 9(08).
               10 AP-RESPONSE-DAYS PIC 9(05).
               10 AP-AGE-DAYS      PIC 9(05).
               10 AP-ELIGIBLE      PIC X(01).
               10 AP-UNTOUCHED     PIC X(01).
       01  AP-HIT PIC 9(04) VALUE 0.
       01  MEASURED-COUNT PIC 9(06) VALUE 0.

      *> One row per employer (kind E) or poster (kind P).
       01  GROUP-DATA.
           05 GROUP-COUNT PIC 999 VALUE 0.
           05 GROUP-ENTRY OCCURS 400 TIMES.
               10 GR-KIND       PIC X(01).
               10 GR-NAME       PIC X(80).
               10 GR-MATCH-NAME PIC X(80).
               10 GR-APPS       PIC 9(04).
               10 GR-RESPONDED  PIC 9(04).
               10 GR-MEDIAN     PIC 9(05).
               10 GR-ELIGIBLE   PIC 9(04).
               10 GR-UNTOUCHED  PIC 9(04).
               10 GR-PERCENT    PIC 9(03).
       01  SWAP-GROUP        PIC X(185).
       01  MATCH-NAME        PIC X(80).
       01  GR-HIT            PIC 999 VALUE 0.
       01  WANT-KIND         PIC X(01).

      *> Response times gathered for one group, sorted for the
      *> median.
       01  DAYS-DATA.
           05 DAYS-COUNT PIC 9(04) VALUE 0.
           05 DAYS-VALUE PIC 9(05) OCCURS 1000 TIMES.
       01  SWAP-DAYS  PIC 9(05).
       01  MIDDLE     PIC 9(04).

       01  NUM-OUT     PIC Z(3)9.
       01  MEDIAN-OUT  PIC Z(4)9.
       01  PERCENT-OUT PIC ZZ9.

       01  I PIC 9(04).
       01  J PIC 9(04).
       01  K PIC 9(04).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           PERFORM READ-SYSTEM-PARAMETERS-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-DATE).

           PERFORM LOAD-HISTORY-PROCEDURE.
           PERFORM MEASURE-APPLICATIONS-PROCEDURE.
           PERFORM BUILD-GROUPS-PROCEDURE.
           PERFORM TOTAL-GROUPS-PROCEDURE.
           PERFORM SORT-GROUPS-PROCEDURE.
           PERFORM WRITE-REPORT-PROCEDURE.

           MOVE MEASURED-COUNT TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

      *> The history is in date order, so the first response row
      *> seen for an application is its first response.
       LOAD-HISTORY-PROCEDURE.
           OPEN INPUT STATUS-HISTORY-FILE.
           IF STATUS-HISTORY-STATUS NOT = "00"
               CLOSE STATUS-HISTORY-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ STATUS-HISTORY-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM APPLY-HISTORY-ROW-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE STATUS-HISTORY-FILE.

       APPLY-HISTORY-ROW-PROCEDURE.
           MOVE 0 TO AP-HIT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > APP-COUNT
               IF AP-JOB-ID(K) = SH-JOB-ID
                   AND AP-APPLICANT(K) = SH-APPLICANT
                   AND AP-EMPLOYER(K) = SH-EMPLOYER
                   MOVE K TO AP-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF AP-HIT = 0
               IF APP-COUNT >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO APP-COUNT
               MOVE APP-COUNT TO AP-HIT
               INITIALIZE APP-ENTRY(AP-HIT)
               MOVE SH-JOB-ID TO AP-JOB-ID(AP-HIT)
               MOVE SH-APPLICANT TO AP-APPLICANT(AP-HIT)
               MOVE SH-EMPLOYER TO AP-EMPLOYER(AP-HIT)
           END-IF.
           IF SH-POSTER NOT = SPACES
               MOVE SH-POSTER TO AP-POSTER(AP-HIT)
           END-IF.

           EVALUATE FUNCTION TRIM(SH-NEW-STATUS)
               WHEN "Submitted"
                   MOVE SH-DATE TO AP-SUBMIT-DATE(AP-HIT)
               WHEN "Interviewing"
               WHEN "Offered"
               WHEN "Rejected"
                   IF AP-RESPONSE-DATE(AP-HIT) = 0
                       MOVE SH-DATE TO AP-RESPONSE-DATE(AP-HIT)
                   END-IF
               WHEN "Withdrawn"
                   IF AP-WITHDRAW-DATE(AP-HIT) = 0
                       MOVE SH-DATE TO AP-WITHDRAW-DATE(AP-HIT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Work out each application's response time, and whether it
      *> counts toward the untouched share: old enough, not pulled
      *> by the student first, and unanswered at the mark.
       MEASURE-APPLICATIONS-PROCEDURE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > APP-COUNT
               IF AP-SUBMIT-DATE(I) NOT = 0
                   ADD 1 TO MEASURED-COUNT
                   PERFORM MEASURE-ONE-APPLICATION-PROCEDURE
               END-IF
           END-PERFORM.

       MEASURE-ONE-APPLICATION-PROCEDURE.
           COMPUTE AP-AGE-DAYS(I) = TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(AP-SUBMIT-DATE(I)).
           IF AP-RESPONSE-DATE(I) NOT = 0
               COMPUTE AP-RESPONSE-DAYS(I) =
                   FUNCTION INTEGER-OF-DATE(AP-RESPONSE-DATE(I))
                   - FUNCTION INTEGER-OF-DATE(AP-SUBMIT-DATE(I))
           END-IF.

           MOVE 'N' TO AP-ELIGIBLE(I).
           MOVE 'N' TO AP-UNTOUCHED(I).
           IF AP-AGE-DAYS(I) < UNTOUCHED-DAYS
               EXIT PARAGRAPH
           END-IF.
           IF AP-WITHDRAW-DATE(I) NOT = 0
               AND FUNCTION INTEGER-OF-DATE(AP-WITHDRAW-DATE(I))
                   - FUNCTION INTEGER-OF-DATE(AP-SUBMIT-DATE(I))
                   < UNTOUCHED-DAYS
               AND (AP-RESPONSE-DATE(I) = 0
               OR AP-RESPONSE-DATE(I) > AP-WITHDRAW-DATE(I))
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO AP-ELIGIBLE(I).
           IF AP-RESPONSE-DATE(I) = 0
               OR AP-RESPONSE-DAYS(I) > UNTOUCHED-DAYS
               MOVE 'Y' TO AP-UNTOUCHED(I)
           END-IF.

      *> Employer names are matched upper-cased, as the directory
      *> does; poster usernames as they stand.
       BUILD-GROUPS-PROCEDURE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > APP-COUNT
               IF AP-SUBMIT-DATE(I) NOT = 0
                   MOVE 'E' TO WANT-KIND
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(AP-EMPLOYER(I))) TO MATCH-NAME
                   PERFORM FIND-GROUP-PROCEDURE
                   IF GR-HIT = 0 AND GROUP-COUNT < 400
                       ADD 1 TO GROUP-COUNT
                       INITIALIZE GROUP-ENTRY(GROUP-COUNT)
                       MOVE 'E' TO GR-KIND(GROUP-COUNT)
                       MOVE AP-EMPLOYER(I) TO GR-NAME(GROUP-COUNT)
                       MOVE MATCH-NAME TO GR-MATCH-NAME(GROUP-COUNT)
                   END-IF
                   IF AP-POSTER(I) NOT = SPACES
                       MOVE 'P' TO WANT-KIND
                       MOVE AP-POSTER(I) TO MATCH-NAME
                       PERFORM FIND-GROUP-PROCEDURE
                       IF GR-HIT = 0 AND GROUP-COUNT < 400
                           ADD 1 TO GROUP-COUNT
                           INITIALIZE GROUP-ENTRY(GROUP-COUNT)
                           MOVE 'P' TO GR-KIND(GROUP-COUNT)
                           MOVE AP-POSTER(I) TO GR-NAME(GROUP-COUNT)
                           MOVE MATCH-NAME
                               TO GR-MATCH-NAME(GROUP-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-GROUP-PROCEDURE.
           MOVE 0 TO GR-HIT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > GROUP-COUNT
               IF GR-KIND(K) = WANT-KIND
                   AND GR-MATCH-NAME(K) = MATCH-NAME
                   MOVE K TO GR-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       TOTAL-GROUPS-PROCEDURE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > GROUP-COUNT
               PERFORM TOTAL-ONE-GROUP-PROCEDURE
           END-PERFORM.

       TOTAL-ONE-GROUP-PROCEDURE.
           MOVE 0 TO DAYS-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > APP-COUNT
               IF AP-SUBMIT-DATE(I) NOT = 0
                   IF (GR-KIND(J) = 'E'
                       AND FUNCTION UPPER-CASE(
                           FUNCTION TRIM(AP-EMPLOYER(I)))
                           = GR-MATCH-NAME(J))
                       OR (GR-KIND(J) = 'P'
                       AND AP-POSTER(I) = GR-MATCH-NAME(J))
                       ADD 1 TO GR-APPS(J)
                       IF AP-RESPONSE-DATE(I) NOT = 0
                           ADD 1 TO GR-RESPONDED(J)
                           ADD 1 TO DAYS-COUNT
                           MOVE AP-RESPONSE-DAYS(I)
                               TO DAYS-VALUE(DAYS-COUNT)
                       END-IF
                       IF AP-ELIGIBLE(I) = 'Y'
                           ADD 1 TO GR-ELIGIBLE(J)
                       END-IF
                       IF AP-UNTOUCHED(I) = 'Y'
                           ADD 1 TO GR-UNTOUCHED(J)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF GR-ELIGIBLE(J) > 0
               COMPUTE GR-PERCENT(J) ROUNDED =
                   GR-UNTOUCHED(J) * 100 / GR-ELIGIBLE(J)
           END-IF.

           IF DAYS-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= DAYS-COUNT
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > DAYS-COUNT - I
                   IF DAYS-VALUE(K) > DAYS-VALUE(K + 1)
                       MOVE DAYS-VALUE(K) TO SWAP-DAYS
                       MOVE DAYS-VALUE(K + 1) TO DAYS-VALUE(K)
                       MOVE SWAP-DAYS TO DAYS-VALUE(K + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *> Odd count: the middle value. Even count: the mean of the
      *> two middle values, rounded.
           COMPUTE MIDDLE = (DAYS-COUNT + 1) / 2.
           IF FUNCTION MOD(DAYS-COUNT, 2) = 1
               MOVE DAYS-VALUE(MIDDLE) TO GR-MEDIAN(J)
           ELSE
               COMPUTE GR-MEDIAN(J) ROUNDED =
                   (DAYS-VALUE(MIDDLE) + DAYS-VALUE(MIDDLE + 1)) / 2
           END-IF.

      *> Worst first: highest untouched share, then slowest median.
       SORT-GROUPS-PROCEDURE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= GROUP-COUNT
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > GROUP-COUNT - I
                   IF GR-PERCENT(K) < GR-PERCENT(K + 1)
                       OR (GR-PERCENT(K) = GR-PERCENT(K + 1)
                       AND GR-MEDIAN(K) < GR-MEDIAN(K + 1))
                       MOVE GROUP-ENTRY(K) TO SWAP-GROUP
                       MOVE GROUP-ENTRY(K + 1) TO GROUP-ENTRY(K)
                       MOVE SWAP-GROUP TO GROUP-ENTRY(K + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-REPORT-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Employer Responsiveness Report - " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Untouched = no Interviewing, Offered or Rejected"
                   DELIMITED BY SIZE
               " within " DELIMITED BY SIZE
               UNTOUCHED-DAYS DELIMITED BY SIZE
               " days; share is of applications at least that old"
                   DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE 'E' TO WANT-KIND.
           MOVE "By employer" TO MATCH-NAME.
           PERFORM WRITE-SECTION-PROCEDURE.
           MOVE 'P' TO WANT-KIND.
           MOVE "By poster" TO MATCH-NAME.
           PERFORM WRITE-SECTION-PROCEDURE.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Applications measured: " DELIMITED BY SIZE
               MEASURED-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

       WRITE-SECTION-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE MATCH-NAME TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "Name" TO REPORT-RECORD(3:4).
           MOVE "Apps" TO REPORT-RECORD(45:4).
           MOVE "Answered" TO REPORT-RECORD(51:8).
           MOVE "Median days" TO REPORT-RECORD(61:11).
           MOVE "30+ days old" TO REPORT-RECORD(74:12).
           MOVE "Untouched" TO REPORT-RECORD(88:9).
           MOVE "Share" TO REPORT-RECORD(99:5).
           WRITE REPORT-RECORD.

           MOVE 0 TO K.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > GROUP-COUNT
               IF GR-KIND(J) = WANT-KIND
                   ADD 1 TO K
                   PERFORM WRITE-GROUP-LINE-PROCEDURE
               END-IF
           END-PERFORM.
           IF K = 0
               MOVE "  (no applications on record yet)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-GROUP-LINE-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE GR-NAME(J) TO REPORT-RECORD(3:40).
           MOVE GR-APPS(J) TO NUM-OUT.
           MOVE NUM-OUT TO REPORT-RECORD(45:4).
           MOVE GR-RESPONDED(J) TO NUM-OUT.
           MOVE NUM-OUT TO REPORT-RECORD(55:4).
           IF GR-RESPONDED(J) = 0
               MOVE "-" TO REPORT-RECORD(71:1)
           ELSE
               MOVE GR-MEDIAN(J) TO MEDIAN-OUT
               MOVE MEDIAN-OUT TO REPORT-RECORD(67:5)
           END-IF.
           MOVE GR-ELIGIBLE(J) TO NUM-OUT.
           MOVE NUM-OUT TO REPORT-RECORD(82:4).
           MOVE GR-UNTOUCHED(J) TO NUM-OUT.
           MOVE NUM-OUT TO REPORT-RECORD(93:4).
           IF GR-ELIGIBLE(J) = 0
               MOVE "-" TO REPORT-RECORD(103:1)
           ELSE
               MOVE GR-PERCENT(J) TO PERCENT-OUT
               MOVE PERCENT-OUT TO REPORT-RECORD(99:3)
               MOVE "%" TO REPORT-RECORD(102:1)
           END-IF.
           WRITE REPORT-RECORD.

      *> system-parameters.txt may override EMPLOYER-UNTOUCHED-DAYS; a
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
               WHEN "EMPLOYER-UNTOUCHED-DAYS"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 1
                       AND PARAM-VALUE <= 365
                       MOVE PARAM-VALUE TO UNTOUCHED-DAYS
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
