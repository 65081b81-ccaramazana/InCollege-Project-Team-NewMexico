       IDENTIFICATION DIVISION.
       PROGRAM-ID. ColdRelationshipsReport.

      *> Standalone monthly batch job: every company in companies.txt
      *> whose last logged employer-relations contact is more than
      *> COLD-DAYS old - or that has never been contacted at all -
      *> with its relationship owner, the date and age of the last
      *> contact, any next-action date still outstanding, and beside
      *> them how many postings the company has open and how many of
      *> our students it has hired. A cold relationship with open
      *> postings or a placement history is the one to ring first.
      *> Run on its own, separate from the interactive InCollege
      *> session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANIES-FILE ASSIGN TO "companies.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-FILE-STATUS.
           SELECT EMPLOYER-CONTACTS-FILE
               ASSIGN TO "employer-contacts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPLOYER-CONTACTS-STATUS.
           SELECT RELATIONSHIP-OWNERS-FILE
               ASSIGN TO "relationship-owners.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATIONSHIP-OWNERS-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOBS-FILE-STATUS.
           SELECT PLACEMENTS-FILE ASSIGN TO "placements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLACEMENTS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "cold-relationships-report.txt"
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
       FD  COMPANIES-FILE.
       01  COMPANIES-RECORD.
           05 COMPANY-NAME       PIC X(80).
           05 COMPANY-ADDED-BY   PIC X(20).
           05 COMPANY-ADDED-DATE PIC 9(08).

       FD  EMPLOYER-CONTACTS-FILE.
       01  EMPLOYER-CONTACTS-RECORD.
           05 EC-COMPANY     PIC X(80).
           05 EC-DATE        PIC 9(08).
           05 EC-STAFF       PIC X(20).
           05 EC-TYPE        PIC X(12).
           05 EC-PERSON      PIC X(60).
           05 EC-NOTES       PIC X(200).
           05 EC-NEXT-ACTION PIC 9(08).

       FD  RELATIONSHIP-OWNERS-FILE.
       01  RELATIONSHIP-OWNERS-RECORD.
           05 RO-COMPANY       PIC X(80).
           05 RO-OWNER         PIC X(20).
           05 RO-ASSIGNED-DATE PIC 9(08).

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
                               VALUE "ColdRelationshipsReport".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  COMPANY-FILE-STATUS        PIC XX VALUE SPACES.
       01  EMPLOYER-CONTACTS-STATUS   PIC XX VALUE SPACES.
       01  RELATIONSHIP-OWNERS-STATUS PIC XX VALUE SPACES.
       01  JOBS-FILE-STATUS           PIC XX VALUE SPACES.
       01  PLACEMENTS-FILE-STATUS     PIC XX VALUE SPACES.
       01  RPT-STATUS                 PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

       01  TODAY-DATE    PIC 9(08).
       01  TODAY-INTEGER PIC 9(08).

      *> A relationship with no contact for longer than this has
      *> gone cold.
       01  COLD-DAYS PIC 9(03) VALUE 90.

      *> Every company on file, with what the report line needs.
      *> Names are matched upper-cased, as the directory does.
       01  COMPANY-DATA.
           05 COMPANY-COUNT PIC 999 VALUE 0.
           05 COMPANY-ENTRY OCCURS 200 TIMES.
               10 CO-NAME        PIC X(80).
               10 CO-MATCH-NAME  PIC X(80).
               10 CO-OWNER       PIC X(20).
               10 CO-LAST-DATE   PIC 9(08).
               10 CO-NEXT-ACTION PIC 9(08).
               10 CO-OPEN-JOBS   PIC 9(04).
               10 CO-PLACEMENTS  PIC 9(04).
       01  LOOKUP-COMPANY PIC X(80).
       01  CO-HIT PIC 999 VALUE 0.

       01  DAYS-SINCE     PIC 9(06).
       01  DAYS-SINCE-OUT PIC Z(5)9.
       01  COUNT-OUT      PIC Z(3)9.
       01  COLD-COUNT     PIC 9(06) VALUE 0.
       01  COLD-FLAG      PIC X VALUE 'N'.

       01  I PIC 999.
       01  K PIC 999.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           PERFORM READ-SYSTEM-PARAMETERS-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-DATE).

           PERFORM LOAD-COMPANIES-PROCEDURE.
           PERFORM LOAD-OWNERS-PROCEDURE.
           PERFORM LOAD-CONTACTS-PROCEDURE.
           PERFORM COUNT-OPEN-POSTINGS-PROCEDURE.
           PERFORM COUNT-PLACEMENTS-PROCEDURE.
           PERFORM WRITE-REPORT-PROCEDURE.

           MOVE COLD-COUNT TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

       LOAD-COMPANIES-PROCEDURE.
           OPEN INPUT COMPANIES-FILE.
           IF COMPANY-FILE-STATUS NOT = "00"
               CLOSE COMPANIES-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR COMPANY-COUNT >= 200
               READ COMPANIES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF COMPANY-NAME NOT = SPACES
                           ADD 1 TO COMPANY-COUNT
                           INITIALIZE COMPANY-ENTRY(COMPANY-COUNT)
                           MOVE COMPANY-NAME TO CO-NAME(COMPANY-COUNT)
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(COMPANY-NAME))
                               TO CO-MATCH-NAME(COMPANY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPANIES-FILE.

      *> LOOKUP-COMPANY holds an upper-cased, trimmed name.
       FIND-COMPANY-PROCEDURE.
           MOVE 0 TO CO-HIT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > COMPANY-COUNT
               IF CO-MATCH-NAME(K) = LOOKUP-COMPANY
                   MOVE K TO CO-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-OWNERS-PROCEDURE.
           OPEN INPUT RELATIONSHIP-OWNERS-FILE.
           IF RELATIONSHIP-OWNERS-STATUS NOT = "00"
               CLOSE RELATIONSHIP-OWNERS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ RELATIONSHIP-OWNERS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(RO-COMPANY))
                           TO LOOKUP-COMPANY
                       PERFORM FIND-COMPANY-PROCEDURE
                       IF CO-HIT > 0
                           MOVE RO-OWNER TO CO-OWNER(CO-HIT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RELATIONSHIP-OWNERS-FILE.

      *> The latest contact wins; its next-action date is the one
      *> still standing.
       LOAD-CONTACTS-PROCEDURE.
           OPEN INPUT EMPLOYER-CONTACTS-FILE.
           IF EMPLOYER-CONTACTS-STATUS NOT = "00"
               CLOSE EMPLOYER-CONTACTS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ EMPLOYER-CONTACTS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(EC-COMPANY))
                           TO LOOKUP-COMPANY
                       PERFORM FIND-COMPANY-PROCEDURE
                       IF CO-HIT > 0
                           AND EC-DATE >= CO-LAST-DATE(CO-HIT)
                           MOVE EC-DATE TO CO-LAST-DATE(CO-HIT)
                           MOVE EC-NEXT-ACTION
                               TO CO-NEXT-ACTION(CO-HIT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYER-CONTACTS-FILE.

      *> Open means what a student can apply to today: not closed,
      *> not expired, and not held back in the approval queue.
       COUNT-OPEN-POSTINGS-PROCEDURE.
           OPEN INPUT JOBS-FILE.
           IF JOBS-FILE-STATUS NOT = "00"
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ JOBS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF JOB-CLOSED-FLAG NOT = 'Y'
                           AND (JOB-EXPIRATION-DATE = 0
                           OR JOB-EXPIRATION-DATE >= TODAY-DATE)
                           AND (JOB-REVIEW-STATUS = 'A'
                           OR JOB-REVIEW-STATUS = SPACE)
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(JOB-EMPLOYER))
                               TO LOOKUP-COMPANY
                           PERFORM FIND-COMPANY-PROCEDURE
                           IF CO-HIT > 0
                               ADD 1 TO CO-OPEN-JOBS(CO-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOBS-FILE.

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
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(PLACE-EMPLOYER))
                           TO LOOKUP-COMPANY
                       PERFORM FIND-COMPANY-PROCEDURE
                       IF CO-HIT > 0
                           ADD 1 TO CO-PLACEMENTS(CO-HIT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLACEMENTS-FILE.

       WRITE-REPORT-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Cold Employer Relationships - " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               " (no contact in over " DELIMITED BY SIZE
               COLD-DAYS DELIMITED BY SIZE
               " days)" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "Company" TO REPORT-RECORD(1:7).
           MOVE "Owner" TO REPORT-RECORD(38:5).
           MOVE "Last contact" TO REPORT-RECORD(59:12).
           MOVE "Days" TO REPORT-RECORD(74:4).
           MOVE "Next action" TO REPORT-RECORD(80:11).
           MOVE "Open posts" TO REPORT-RECORD(93:10).
           MOVE "Placements" TO REPORT-RECORD(105:10).
           WRITE REPORT-RECORD.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > COMPANY-COUNT
               PERFORM CHECK-COLD-PROCEDURE
               IF COLD-FLAG = 'Y'
                   PERFORM WRITE-COMPANY-LINE-PROCEDURE
               END-IF
           END-PERFORM.

           IF COLD-COUNT = 0
               MOVE "No relationships have gone cold." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Companies on file: " DELIMITED BY SIZE
               COMPANY-COUNT DELIMITED BY SIZE
               "  Gone cold: " DELIMITED BY SIZE
               COLD-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

       CHECK-COLD-PROCEDURE.
           MOVE 'N' TO COLD-FLAG.
           IF CO-LAST-DATE(I) = 0
               MOVE 'Y' TO COLD-FLAG
               EXIT PARAGRAPH
           END-IF.
           COMPUTE DAYS-SINCE = TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(CO-LAST-DATE(I)).
           IF DAYS-SINCE > COLD-DAYS
               MOVE 'Y' TO COLD-FLAG
           END-IF.

       WRITE-COMPANY-LINE-PROCEDURE.
           ADD 1 TO COLD-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           MOVE CO-NAME(I) TO REPORT-RECORD(1:36).
           IF CO-OWNER(I) = SPACES
               MOVE "(none)" TO REPORT-RECORD(38:6)
           ELSE
               MOVE CO-OWNER(I) TO REPORT-RECORD(38:20)
           END-IF.
           IF CO-LAST-DATE(I) = 0
               MOVE "never" TO REPORT-RECORD(59:5)
           ELSE
               MOVE CO-LAST-DATE(I) TO REPORT-RECORD(59:8)
               MOVE DAYS-SINCE TO DAYS-SINCE-OUT
               MOVE DAYS-SINCE-OUT TO REPORT-RECORD(72:6)
           END-IF.
           IF CO-NEXT-ACTION(I) NOT = 0
               MOVE CO-NEXT-ACTION(I) TO REPORT-RECORD(80:8)
           END-IF.
           MOVE CO-OPEN-JOBS(I) TO COUNT-OUT.
           MOVE COUNT-OUT TO REPORT-RECORD(99:4).
           MOVE CO-PLACEMENTS(I) TO COUNT-OUT.
           MOVE COUNT-OUT TO REPORT-RECORD(111:4).
           WRITE REPORT-RECORD.

      *> system-parameters.txt may override COLD-RELATIONSHIP-DAYS; a
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
               WHEN "COLD-RELATIONSHIP-DAYS"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 7
                       AND PARAM-VALUE <= 999
                       MOVE PARAM-VALUE TO COLD-DAYS
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
