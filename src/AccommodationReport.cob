       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccommodationReport.

      *> Standalone daily batch job: lists every accessibility
      *> accommodation in accommodations.txt still at REQUESTED for an
      *> event or interview in the next HORIZON-DAYS days (today
      *> included; seven unless ACCOMMODATION-HORIZON-DAYS in
      *> system-parameters.txt says otherwise), with who asked, who is
      *> running it and what is needed, so nothing is still unarranged
      *> on the day. Run on its own, separate from the interactive
      *> InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOMMODATIONS-FILE ASSIGN TO "accommodations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOMMODATIONS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "accommodation-report.txt"
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
       FD  ACCOMMODATIONS-FILE.
       01  ACCOMMODATIONS-RECORD.
           05 ACC-ID             PIC 9(06).
           05 ACC-KIND           PIC X(01).
           05 ACC-REF-ID         PIC 9(06).
           05 ACC-DATE           PIC 9(08).
           05 ACC-TIME           PIC X(05).
           05 ACC-STUDENT        PIC X(20).
           05 ACC-OWNER          PIC X(20).
           05 ACC-LABEL          PIC X(60).
           05 ACC-NEED           PIC X(100).
           05 ACC-STATUS         PIC X(10).
           05 ACC-REQUESTED-DATE PIC 9(08).
           05 ACC-UPDATED-BY     PIC X(20).
           05 ACC-UPDATED-DATE   PIC 9(08).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "AccommodationReport".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  ACCOMMODATIONS-STATUS PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS       PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

       01  TODAY-DATE       PIC 9(08).
       01  HORIZON-DATE     PIC 9(08).
      *> Days ahead, today included, that a request is listed.
       01  HORIZON-DAYS     PIC 9(02) VALUE 7.
       01  DAYS-AWAY        PIC 9(02).
       01  OPEN-COUNT       PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           PERFORM READ-SYSTEM-PARAMETERS-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           COMPUTE HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) + HORIZON-DAYS).
           PERFORM WRITE-REPORT-PROCEDURE.
           MOVE OPEN-COUNT TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

       WRITE-REPORT-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Open Accommodation Requests - " DELIMITED BY SIZE
           TODAY-DATE DELIMITED BY SIZE
           " through " DELIMITED BY SIZE
           HORIZON-DATE DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "----------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           OPEN INPUT ACCOMMODATIONS-FILE.
           IF ACCOMMODATIONS-STATUS NOT = "00"
               CLOSE ACCOMMODATIONS-FILE
           ELSE
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ ACCOMMODATIONS-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM WRITE-REQUEST-LINES-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE ACCOMMODATIONS-FILE
           END-IF.

           IF OPEN-COUNT = 0
               MOVE "Nothing open - every request in that window is" &
               " settled." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Open requests: " DELIMITED BY SIZE
           OPEN-COUNT DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           CLOSE REPORT-FILE.

       WRITE-REQUEST-LINES-PROCEDURE.
           IF FUNCTION TRIM(ACC-STATUS) NOT = "REQUESTED"
               OR ACC-DATE < TODAY-DATE
               OR ACC-DATE > HORIZON-DATE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO OPEN-COUNT.
           COMPUTE DAYS-AWAY = FUNCTION INTEGER-OF-DATE(ACC-DATE)
               - FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           MOVE SPACES TO REPORT-RECORD.
           STRING ACC-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ACC-TIME DELIMITED BY SIZE
           " (in " DELIMITED BY SIZE
           DAYS-AWAY DELIMITED BY SIZE
           " days) " DELIMITED BY SIZE
           FUNCTION TRIM(ACC-LABEL) DELIMITED BY SIZE
           "  student: " DELIMITED BY SIZE
           FUNCTION TRIM(ACC-STUDENT) DELIMITED BY SIZE
           "  organizer: " DELIMITED BY SIZE
           FUNCTION TRIM(ACC-OWNER) DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    Needs: " DELIMITED BY SIZE
           FUNCTION TRIM(ACC-NEED) DELIMITED BY SIZE
           "  (asked " DELIMITED BY SIZE
           ACC-REQUESTED-DATE DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> system-parameters.txt may override ACCOMMODATION-HORIZON-DAYS;
      *> a missing file or row leaves the default above, and a value
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
               WHEN "ACCOMMODATION-HORIZON-DAYS"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 1
                       AND PARAM-VALUE <= 60
                       MOVE PARAM-VALUE TO HORIZON-DAYS
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
