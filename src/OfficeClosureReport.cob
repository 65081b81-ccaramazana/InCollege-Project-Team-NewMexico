       IDENTIFICATION DIVISION.
       PROGRAM-ID. OfficeClosureReport.

      *> Standalone batch job: lists every office closure from
      *> office-closures.txt that falls today or later, or in the last
      *> LOOKBACK-DAYS days (30 unless CLOSURE-LOOKBACK-DAYS in
      *> system-parameters.txt says otherwise), and under each one the
      *> advising bookings, interviews and events it called off (from
      *> closure-cancellations.txt), with the people involved, so
      *> career services can work down the list and rebook them. Run on
      *> its own, separate from the interactive InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICE-CLOSURES-FILE ASSIGN TO "office-closures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFFICE-CLOSURES-STATUS.
           SELECT CLOSURE-CANCELS-FILE
               ASSIGN TO "closure-cancellations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSURE-CANCELS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "office-closure-report.txt"
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
       FD  OFFICE-CLOSURES-FILE.
       01  OFFICE-CLOSURES-RECORD.
           05 OC-CAMPUS       PIC X(10).
           05 OC-DATE         PIC 9(08).
           05 OC-FROM-TIME    PIC X(05).
           05 OC-TO-TIME      PIC X(05).
           05 OC-REASON       PIC X(60).
           05 OC-ENTERED-BY   PIC X(20).
           05 OC-ENTERED-DATE PIC 9(08).

       FD  CLOSURE-CANCELS-FILE.
       01  CLOSURE-CANCELS-RECORD.
           05 CC-CLOSURE-DATE   PIC 9(08).
           05 CC-CLOSURE-CAMPUS PIC X(10).
           05 CC-CLOSURE-FROM   PIC X(05).
           05 CC-KIND           PIC X(10).
           05 CC-REF-ID         PIC 9(06).
           05 CC-SLOT-TIME      PIC X(05).
           05 CC-STUDENT        PIC X(20).
           05 CC-OWNER          PIC X(20).
           05 CC-DETAIL         PIC X(60).
           05 CC-CANCELLED-DATE PIC 9(08).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "OfficeClosureReport".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  OFFICE-CLOSURES-STATUS PIC XX VALUE SPACES.
       01  CLOSURE-CANCELS-STATUS PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS        PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.
       01  CANCELS-EOF-FLAG PIC X VALUE 'N'.
           88 CANCELS-EOF VALUE 'Y'.
           88 NOT-CANCELS-EOF VALUE 'N'.

       01  TODAY-DATE       PIC 9(08).
       01  SINCE-DATE       PIC 9(08).
      *> Days back a closure that has already happened stays listed.
       01  LOOKBACK-DAYS    PIC 9(03) VALUE 30.
       01  CLOSURE-COUNT    PIC 9(06) VALUE 0.
       01  CANCEL-COUNT     PIC 9(06) VALUE 0.
       01  CLOSURE-CANCELS  PIC 9(06) VALUE 0.
       01  CAMPUS-SHOWN     PIC X(10).
       01  HOURS-SHOWN      PIC X(11).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           PERFORM READ-SYSTEM-PARAMETERS-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           COMPUTE SINCE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) - LOOKBACK-DAYS).
           PERFORM WRITE-REPORT-PROCEDURE.
           MOVE CANCEL-COUNT TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

       WRITE-REPORT-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Office Closures - " DELIMITED BY SIZE
           TODAY-DATE DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "----------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           OPEN INPUT OFFICE-CLOSURES-FILE.
           IF OFFICE-CLOSURES-STATUS NOT = "00"
               CLOSE OFFICE-CLOSURES-FILE
           ELSE
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ OFFICE-CLOSURES-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF OC-DATE >= SINCE-DATE
                               PERFORM WRITE-CLOSURE-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFFICE-CLOSURES-FILE
           END-IF.

           IF CLOSURE-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               STRING "No office closures since " DELIMITED BY SIZE
                   SINCE-DATE DELIMITED BY SIZE
                   " or ahead." DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Closures: " DELIMITED BY SIZE
           CLOSURE-COUNT DELIMITED BY SIZE
           "   Bookings to reschedule: " DELIMITED BY SIZE
           CANCEL-COUNT DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           CLOSE REPORT-FILE.

      *> Heading for the closure just read, then every cancellation
      *> filed under it (same date, campus and start time).
       WRITE-CLOSURE-PROCEDURE.
           ADD 1 TO CLOSURE-COUNT.
           IF OC-CAMPUS = SPACES
               MOVE "ALL" TO CAMPUS-SHOWN
           ELSE
               MOVE OC-CAMPUS TO CAMPUS-SHOWN
           END-IF.
           IF OC-FROM-TIME = SPACES
               MOVE "all day" TO HOURS-SHOWN
           ELSE
               MOVE SPACES TO HOURS-SHOWN
               STRING OC-FROM-TIME DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   OC-TO-TIME DELIMITED BY SIZE
                   INTO HOURS-SHOWN
               END-STRING
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING OC-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           HOURS-SHOWN DELIMITED BY SIZE
           " campus " DELIMITED BY SIZE
           CAMPUS-SHOWN DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(OC-REASON) DELIMITED BY SIZE
           " (entered by " DELIMITED BY SIZE
           FUNCTION TRIM(OC-ENTERED-BY) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 0 TO CLOSURE-CANCELS.
           OPEN INPUT CLOSURE-CANCELS-FILE.
           IF CLOSURE-CANCELS-STATUS NOT = "00"
               CLOSE CLOSURE-CANCELS-FILE
           ELSE
               SET NOT-CANCELS-EOF TO TRUE
               PERFORM UNTIL CANCELS-EOF
                   READ CLOSURE-CANCELS-FILE
                       AT END
                           SET CANCELS-EOF TO TRUE
                       NOT AT END
                           IF CC-CLOSURE-DATE = OC-DATE
                               AND CC-CLOSURE-CAMPUS = OC-CAMPUS
                               AND CC-CLOSURE-FROM = OC-FROM-TIME
                               PERFORM WRITE-CANCEL-LINE-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSURE-CANCELS-FILE
           END-IF.

           IF CLOSURE-CANCELS = 0
               MOVE "    Nothing was booked." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-CANCEL-LINE-PROCEDURE.
           ADD 1 TO CLOSURE-CANCELS.
           ADD 1 TO CANCEL-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    " DELIMITED BY SIZE
           CC-KIND DELIMITED BY SIZE
           " #" DELIMITED BY SIZE
           CC-REF-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CC-SLOT-TIME DELIMITED BY SIZE
           "  student: " DELIMITED BY SIZE
           CC-STUDENT DELIMITED BY SIZE
           " with: " DELIMITED BY SIZE
           CC-OWNER DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(CC-DETAIL) DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> system-parameters.txt may override CLOSURE-LOOKBACK-DAYS; a
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
               WHEN "CLOSURE-LOOKBACK-DAYS"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 1
                       AND PARAM-VALUE <= 365
                       MOVE PARAM-VALUE TO LOOKBACK-DAYS
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
