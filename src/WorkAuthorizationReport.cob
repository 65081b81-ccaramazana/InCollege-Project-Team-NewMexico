       IDENTIFICATION DIVISION.
       PROGRAM-ID. WorkAuthorizationReport.

      *> Standalone batch job, run weekly: the international office's
      *> work-authorization report. Every placement accepted in the
      *> last LOOKBACK-DAYS by a student marked international in
      *> work-auth.txt is checked against the CPT and OPT windows on
      *> file. A CPT window covers a placement when it was granted for
      *> that posting or for none in particular; an OPT window covers
      *> any placement. Placements with no covering window are listed
      *> as MISSING, those whose latest covering window has already
      *> ended as EXPIRED, and those ending within EXPIRY-WARN-DAYS as
      *> EXPIRING - the list the office works through before the
      *> student is out of status. Run on its own, separate from the
      *> interactive InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-AUTH-FILE ASSIGN TO "work-auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-AUTH-STATUS.
           SELECT PLACEMENTS-FILE ASSIGN TO "placements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLACEMENTS-FILE-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "work-authorization-report.txt"
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
       FD  WORK-AUTH-FILE.
       01  WORK-AUTH-RECORD.
           05 WA-USERNAME       PIC X(20).
           05 WA-STATUS         PIC X(01).
           05 WA-CPT-START      PIC 9(08).
           05 WA-CPT-END        PIC 9(08).
           05 WA-OPT-START      PIC 9(08).
           05 WA-OPT-END        PIC 9(08).
           05 WA-JOB-ID         PIC 9(06).
           05 WA-UPDATED-DATE   PIC 9(08).

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
       01  RC-JOB-NAME-TEXT    PIC X(24)
               VALUE "WorkAuthorizationReport".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  WORK-AUTH-STATUS       PIC XX VALUE SPACES.
       01  PLACEMENTS-FILE-STATUS PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS        PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

       01  I PIC 999.

      *> How far back a placement is still worth checking, and how
      *> close an end date has to be before it is flagged.
       01  LOOKBACK-DAYS     PIC 9(03) VALUE 365.
       01  EXPIRY-WARN-DAYS  PIC 9(03) VALUE 30.

       01  TODAY-DATE        PIC 9(08).
       01  WINDOW-START-DATE PIC 9(08).
       01  WARN-LIMIT-DATE   PIC 9(08).

       01  WA-ENTRY-COUNT PIC 999 VALUE 0.
       01  WA-ENTRY-DATA.
           05 WA-ENTRY OCCURS 300 TIMES.
               10 WE-USERNAME  PIC X(20).
               10 WE-STATUS    PIC X(01).
               10 WE-CPT-END   PIC 9(08).
               10 WE-OPT-END   PIC 9(08).
               10 WE-JOB-ID    PIC 9(06).

       01  WA-HIT            PIC 999 VALUE 0.
       01  COVER-END-DATE    PIC 9(08) VALUE 0.
       01  FINDING-TEXT      PIC X(08).
       01  PLACEMENTS-CHECKED PIC 9(05) VALUE 0.
       01  MISSING-COUNT     PIC 9(05) VALUE 0.
       01  EXPIRED-COUNT     PIC 9(05) VALUE 0.
       01  EXPIRING-COUNT    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           PERFORM READ-SYSTEM-PARAMETERS-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           COMPUTE WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) - LOOKBACK-DAYS).
           COMPUTE WARN-LIMIT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) + EXPIRY-WARN-DAYS).
           PERFORM LOAD-WORK-AUTH-PROCEDURE.
           PERFORM WRITE-REPORT-PROCEDURE.
           MOVE PLACEMENTS-CHECKED TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

      *> Only international students matter here; everyone else is
      *> left out of the table.
       LOAD-WORK-AUTH-PROCEDURE.
           OPEN INPUT WORK-AUTH-FILE.
           IF WORK-AUTH-STATUS NOT = "00"
               CLOSE WORK-AUTH-FILE
               EXIT PARAGRAPH
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR WA-ENTRY-COUNT >= 300
               READ WORK-AUTH-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WA-STATUS = 'I'
                           ADD 1 TO WA-ENTRY-COUNT
                           MOVE WA-USERNAME
                               TO WE-USERNAME(WA-ENTRY-COUNT)
                           MOVE WA-STATUS TO WE-STATUS(WA-ENTRY-COUNT)
                           MOVE WA-CPT-END TO WE-CPT-END(WA-ENTRY-COUNT)
                           MOVE WA-OPT-END TO WE-OPT-END(WA-ENTRY-COUNT)
                           MOVE WA-JOB-ID TO WE-JOB-ID(WA-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-AUTH-FILE.

       WRITE-REPORT-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Work Authorization Report - " DELIMITED BY SIZE
           TODAY-DATE DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Placements accepted since " DELIMITED BY SIZE
           WINDOW-START-DATE DELIMITED BY SIZE
           " by international students; expiring means ending by "
               DELIMITED BY SIZE
           WARN-LIMIT-DATE DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "----------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Finding   Student              Job #   Accepted  Au" &
           "th Ends Title / Employer" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF WA-ENTRY-COUNT > 0
               PERFORM SCAN-PLACEMENTS-PROCEDURE
           END-IF.

           MOVE "----------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF MISSING-COUNT + EXPIRED-COUNT + EXPIRING-COUNT = 0
               MOVE "No placements need attention." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Placements checked: " DELIMITED BY SIZE
           PLACEMENTS-CHECKED DELIMITED BY SIZE
           "  Missing: " DELIMITED BY SIZE
           MISSING-COUNT DELIMITED BY SIZE
           "  Expired: " DELIMITED BY SIZE
           EXPIRED-COUNT DELIMITED BY SIZE
           "  Expiring: " DELIMITED BY SIZE
           EXPIRING-COUNT DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           CLOSE REPORT-FILE.

       SCAN-PLACEMENTS-PROCEDURE.
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
                       IF PLACE-ACCEPT-DATE >= WINDOW-START-DATE
                           PERFORM CHECK-PLACEMENT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLACEMENTS-FILE.

      *> The latest end date among the windows that cover this
      *> placement decides the finding; zero means none covers it.
       CHECK-PLACEMENT-PROCEDURE.
           MOVE 0 TO WA-HIT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WA-ENTRY-COUNT
               IF WE-USERNAME(I) = PLACE-USERNAME
                   MOVE I TO WA-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WA-HIT = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO PLACEMENTS-CHECKED.
           MOVE 0 TO COVER-END-DATE.
           IF WE-CPT-END(WA-HIT) NOT = 0
               AND (WE-JOB-ID(WA-HIT) = 0
                   OR WE-JOB-ID(WA-HIT) = PLACE-JOB-ID)
               MOVE WE-CPT-END(WA-HIT) TO COVER-END-DATE
           END-IF.
           IF WE-OPT-END(WA-HIT) > COVER-END-DATE
               MOVE WE-OPT-END(WA-HIT) TO COVER-END-DATE
           END-IF.

           EVALUATE TRUE
               WHEN COVER-END-DATE = 0
                   MOVE "MISSING" TO FINDING-TEXT
                   ADD 1 TO MISSING-COUNT
               WHEN COVER-END-DATE < TODAY-DATE
                   MOVE "EXPIRED" TO FINDING-TEXT
                   ADD 1 TO EXPIRED-COUNT
               WHEN COVER-END-DATE <= WARN-LIMIT-DATE
                   MOVE "EXPIRING" TO FINDING-TEXT
                   ADD 1 TO EXPIRING-COUNT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE SPACES TO REPORT-RECORD.
           MOVE FINDING-TEXT TO REPORT-RECORD(1:8).
           MOVE PLACE-USERNAME TO REPORT-RECORD(11:20).
           MOVE PLACE-JOB-ID TO REPORT-RECORD(32:6).
           MOVE PLACE-ACCEPT-DATE TO REPORT-RECORD(40:8).
           IF COVER-END-DATE = 0
               MOVE "none" TO REPORT-RECORD(50:8)
           ELSE
               MOVE COVER-END-DATE TO REPORT-RECORD(50:8)
           END-IF.
           STRING FUNCTION TRIM(PLACE-JOB-TITLE) DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               FUNCTION TRIM(PLACE-EMPLOYER) DELIMITED BY SIZE
               INTO REPORT-RECORD(60:73)
           END-STRING.
           WRITE REPORT-RECORD.

      *> system-parameters.txt may override WORK-AUTH-LOOKBACK-DAYS and
      *> WORK-AUTH-EXPIRY-WARN-DAYS; a missing file or row leaves the
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
               WHEN "WORK-AUTH-LOOKBACK-DAYS"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 30
                       AND PARAM-VALUE <= 999
                       MOVE PARAM-VALUE TO LOOKBACK-DAYS
                   ELSE
                       PERFORM PARAMETER-RANGE-PROCEDURE
                   END-IF
               WHEN "WORK-AUTH-EXPIRY-WARN-DAYS"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 1
                       AND PARAM-VALUE <= 365
                       MOVE PARAM-VALUE TO EXPIRY-WARN-DAYS
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
