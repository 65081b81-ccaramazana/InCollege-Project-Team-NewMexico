       IDENTIFICATION DIVISION.
       PROGRAM-ID. SiteSupervisionReport.

      *> Standalone batch job, run ahead of each co-op cycle: every
      *> placement site whose students rate its supervision poorly,
      *> so career services can talk to the employer - or stop
      *> sending students there - before the next round of
      *> placements. A site is flagged when its average supervision
      *> score in site-evals.txt is below SITE-EVAL-LOW-SUPERVISION,
      *> or when any one student scored its supervision 1; unlike
      *> the company page, no minimum number of responses applies.
      *> Each flagged site is printed with its averages and then
      *> every evaluation behind them - job number, scores and
      *> comments, never the student's name. Run on its own,
      *> separate from the interactive InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-EVALS-FILE ASSIGN TO "site-evals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SITE-EVALS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "site-supervision-report.txt"
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
       FD  SITE-EVALS-FILE.
       01  SITE-EVALS-RECORD.
           05 SE-USERNAME    PIC X(20).
           05 SE-JOB-ID      PIC 9(06).
           05 SE-EMPLOYER    PIC X(80).
           05 SE-LEARNING    PIC 9(01).
           05 SE-SUPERVISION PIC 9(01).
           05 SE-RECOMMEND   PIC X(01).
           05 SE-COMMENTS    PIC X(200).
           05 SE-EVAL-DATE   PIC 9(08).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(300).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "SiteSupervisionReport".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  SITE-EVALS-STATUS   PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS     PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

       01  TODAY-DATE PIC 9(08).

      *> A site averaging below this supervision score is flagged.
       01  SITE-EVAL-LOW-SUPERVISION PIC 9(01) VALUE 3.

       01  SITE-DATA.
           05 SITE-COUNT PIC 999 VALUE 0.
           05 SITE-ENTRIES OCCURS 500 TIMES.
               10 SITE-NAME        PIC X(80).
               10 SITE-MATCH-NAME  PIC X(80).
               10 SITE-RESPONSES   PIC 9(04).
               10 SITE-LEARN-SUM   PIC 9(05).
               10 SITE-SUPER-SUM   PIC 9(05).
               10 SITE-RECOMMENDS  PIC 9(04).
               10 SITE-LOW-SCORES  PIC 9(04).
               10 SITE-LAST-DATE   PIC 9(08).

       01  K PIC 9(04).
       01  SITE-HIT       PIC 999.
       01  LOOKUP-SITE    PIC X(80).

       01  AVG-LEARNING     PIC 9V9.
       01  AVG-SUPERVISION  PIC 9V9.
       01  RECOMMEND-PCT    PIC 9(03).
       01  SHOW-LEARNING    PIC 9.9.
       01  SHOW-SUPERVISION PIC 9.9.
       01  SHOW-PCT         PIC ZZ9.
       01  SHOW-RESPONSES   PIC Z(3)9.
       01  SHOW-COUNT       PIC Z(5)9.

       01  FLAGGED-COUNT    PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           PERFORM READ-SYSTEM-PARAMETERS-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Placement Sites With Low Supervision Scores - "
                   DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Flagged: average supervision below "
                   DELIMITED BY SIZE
               SITE-EVAL-LOW-SUPERVISION DELIMITED BY SIZE
               ", or any student scoring supervision 1."
                   DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ALL "-" TO REPORT-RECORD(1:80).
           WRITE REPORT-RECORD.

           PERFORM GATHER-EVALUATIONS-PROCEDURE.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > SITE-COUNT
               PERFORM CHECK-ONE-SITE-PROCEDURE
           END-PERFORM.

           IF SITE-COUNT = 0
               MOVE "No site evaluations are on file." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE ALL "-" TO REPORT-RECORD(1:80).
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE SITE-COUNT TO SHOW-COUNT.
           STRING "Sites evaluated: " DELIMITED BY SIZE
               FUNCTION TRIM(SHOW-COUNT) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE FLAGGED-COUNT TO SHOW-COUNT.
           STRING "Sites flagged:   " DELIMITED BY SIZE
               FUNCTION TRIM(SHOW-COUNT) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

           MOVE FLAGGED-COUNT TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

       GATHER-EVALUATIONS-PROCEDURE.
           OPEN INPUT SITE-EVALS-FILE.
           IF SITE-EVALS-STATUS NOT = "00"
               CLOSE SITE-EVALS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ SITE-EVALS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(SE-EMPLOYER) NOT = SPACES
                           PERFORM TAKE-ONE-EVALUATION-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SITE-EVALS-FILE.

       TAKE-ONE-EVALUATION-PROCEDURE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SE-EMPLOYER))
               TO LOOKUP-SITE.
           PERFORM FIND-SITE-PROCEDURE.
           IF SITE-HIT = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SITE-RESPONSES(SITE-HIT).
           ADD SE-LEARNING TO SITE-LEARN-SUM(SITE-HIT).
           ADD SE-SUPERVISION TO SITE-SUPER-SUM(SITE-HIT).
           IF SE-RECOMMEND = "Y"
               ADD 1 TO SITE-RECOMMENDS(SITE-HIT)
           END-IF.
           IF SE-SUPERVISION = 1
               ADD 1 TO SITE-LOW-SCORES(SITE-HIT)
           END-IF.
           IF SE-EVAL-DATE > SITE-LAST-DATE(SITE-HIT)
               MOVE SE-EVAL-DATE TO SITE-LAST-DATE(SITE-HIT)
           END-IF.

      *> LOOKUP-SITE holds an upper-cased, trimmed name; a company
      *> seen for the first time takes a new row under the spelling
      *> of its first evaluation.
       FIND-SITE-PROCEDURE.
           MOVE 0 TO SITE-HIT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > SITE-COUNT
               IF SITE-MATCH-NAME(K) = LOOKUP-SITE
                   MOVE K TO SITE-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF SITE-HIT = 0 AND SITE-COUNT < 500
               ADD 1 TO SITE-COUNT
               MOVE SITE-COUNT TO SITE-HIT
               INITIALIZE SITE-ENTRIES(SITE-HIT)
               MOVE FUNCTION TRIM(SE-EMPLOYER) TO SITE-NAME(SITE-HIT)
               MOVE LOOKUP-SITE TO SITE-MATCH-NAME(SITE-HIT)
           END-IF.

       CHECK-ONE-SITE-PROCEDURE.
           COMPUTE AVG-SUPERVISION ROUNDED =
               SITE-SUPER-SUM(K) / SITE-RESPONSES(K).
           IF AVG-SUPERVISION NOT < SITE-EVAL-LOW-SUPERVISION
               AND SITE-LOW-SCORES(K) = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO FLAGGED-COUNT.
           COMPUTE AVG-LEARNING ROUNDED =
               SITE-LEARN-SUM(K) / SITE-RESPONSES(K).
           COMPUTE RECOMMEND-PCT ROUNDED =
               SITE-RECOMMENDS(K) * 100 / SITE-RESPONSES(K).
           MOVE SITE-RESPONSES(K) TO SHOW-RESPONSES.
           MOVE AVG-SUPERVISION TO SHOW-SUPERVISION.
           MOVE AVG-LEARNING TO SHOW-LEARNING.
           MOVE RECOMMEND-PCT TO SHOW-PCT.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING FUNCTION TRIM(SITE-NAME(K)) DELIMITED BY SIZE
               "  responses " DELIMITED BY SIZE
               FUNCTION TRIM(SHOW-RESPONSES) DELIMITED BY SIZE
               "  supervision " DELIMITED BY SIZE
               SHOW-SUPERVISION DELIMITED BY SIZE
               "  learning " DELIMITED BY SIZE
               SHOW-LEARNING DELIMITED BY SIZE
               "  recommend " DELIMITED BY SIZE
               FUNCTION TRIM(SHOW-PCT) DELIMITED BY SIZE
               "%  last evaluated " DELIMITED BY SIZE
               SITE-LAST-DATE(K) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM LIST-SITE-EVALUATIONS-PROCEDURE.

      *> Second pass over site-evals.txt for the evaluations behind
      *> the flagged site at K.
       LIST-SITE-EVALUATIONS-PROCEDURE.
           OPEN INPUT SITE-EVALS-FILE.
           IF SITE-EVALS-STATUS NOT = "00"
               CLOSE SITE-EVALS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ SITE-EVALS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION UPPER-CASE(
                           FUNCTION TRIM(SE-EMPLOYER))
                           = SITE-MATCH-NAME(K)
                           PERFORM WRITE-EVALUATION-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SITE-EVALS-FILE.

       WRITE-EVALUATION-LINE-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           IF FUNCTION TRIM(SE-COMMENTS) = SPACES
               STRING "   Job #" DELIMITED BY SIZE
                   SE-JOB-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SE-EVAL-DATE DELIMITED BY SIZE
                   "  supervision " DELIMITED BY SIZE
                   SE-SUPERVISION DELIMITED BY SIZE
                   "  learning " DELIMITED BY SIZE
                   SE-LEARNING DELIMITED BY SIZE
                   "  recommend " DELIMITED BY SIZE
                   SE-RECOMMEND DELIMITED BY SIZE
                   "  (no comments)" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING "   Job #" DELIMITED BY SIZE
                   SE-JOB-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SE-EVAL-DATE DELIMITED BY SIZE
                   "  supervision " DELIMITED BY SIZE
                   SE-SUPERVISION DELIMITED BY SIZE
                   "  learning " DELIMITED BY SIZE
                   SE-LEARNING DELIMITED BY SIZE
                   "  recommend " DELIMITED BY SIZE
                   SE-RECOMMEND DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(SE-COMMENTS) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           END-IF.
           WRITE REPORT-RECORD.

      *> system-parameters.txt may override SITE-EVAL-LOW-SUPERVISION;
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
               WHEN "SITE-EVAL-LOW-SUPERVISION"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 2
                       AND PARAM-VALUE <= 5
                       MOVE PARAM-VALUE TO SITE-EVAL-LOW-SUPERVISION
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
