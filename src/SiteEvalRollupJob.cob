       IDENTIFICATION DIVISION.
       PROGRAM-ID. SiteEvalRollupJob.

      *> Standalone nightly batch job: builds site-eval-rollups.txt,
      *> the student view of each company as a placement site that
      *> the company page shows beside the company's own write-up.
      *> Every end-of-placement evaluation in site-evals.txt counts
      *> toward the employer named on its placement (names matched
      *> without regard to case or spacing). A company is published
      *> - response count, average learning and supervision scores,
      *> share who would recommend it - only once it has
      *> SITE-EVAL-MIN-RESPONSES evaluations; below that it is
      *> written to the run report as suppressed, never to the
      *> rollup file, so no single student's answers can be read off
      *> the page. Comments never leave site-evals.txt here; career
      *> services reads them in SiteSupervisionReport. Run on its
      *> own, separate from the interactive InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-EVALS-FILE ASSIGN TO "site-evals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SITE-EVALS-STATUS.
           SELECT ROLLUPS-FILE ASSIGN TO "site-eval-rollups.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLLUPS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "site-eval-rollup-report.txt"
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

      *> One published company.
       FD  ROLLUPS-FILE.
       01  ROLLUPS-RECORD.
           05 SEV-COMPANY       PIC X(80).
           05 SEV-RESPONSES     PIC 9(04).
           05 SEV-LEARNING      PIC 9V9.
           05 SEV-SUPERVISION   PIC 9V9.
           05 SEV-RECOMMEND-PCT PIC 9(03).
           05 SEV-BUILT-DATE    PIC 9(08).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "SiteEvalRollupJob".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  SITE-EVALS-STATUS   PIC XX VALUE SPACES.
       01  ROLLUPS-STATUS      PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS     PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

       01  TODAY-DATE PIC 9(08).

      *> Fewest evaluations a company may be published from.
       01  SITE-EVAL-MIN-RESPONSES PIC 9(02) VALUE 3.

       01  SITE-DATA.
           05 SITE-COUNT PIC 999 VALUE 0.
           05 SITE-ENTRIES OCCURS 500 TIMES.
               10 SITE-NAME        PIC X(80).
               10 SITE-MATCH-NAME  PIC X(80).
               10 SITE-RESPONSES   PIC 9(04).
               10 SITE-LEARN-SUM   PIC 9(05).
               10 SITE-SUPER-SUM   PIC 9(05).
               10 SITE-RECOMMENDS  PIC 9(04).

       01  K PIC 9(04).
       01  SITE-HIT       PIC 999.
       01  LOOKUP-SITE    PIC X(80).

       01  SHOW-LEARNING    PIC 9.9.
       01  SHOW-SUPERVISION PIC 9.9.
       01  SHOW-PCT         PIC ZZ9.
       01  SHOW-RESPONSES   PIC Z(3)9.

       01  EVALS-READ       PIC 9(06) VALUE 0.
       01  PUBLISHED-COUNT  PIC 9(06) VALUE 0.
       01  SUPPRESSED-COUNT PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           PERFORM READ-SYSTEM-PARAMETERS-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Site Evaluation Rollup - " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM GATHER-EVALUATIONS-PROCEDURE.
           PERFORM WRITE-ROLLUPS-PROCEDURE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Evaluations read: " DELIMITED BY SIZE
               EVALS-READ DELIMITED BY SIZE
               "  Companies published: " DELIMITED BY SIZE
               PUBLISHED-COUNT DELIMITED BY SIZE
               "  suppressed: " DELIMITED BY SIZE
               SUPPRESSED-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           MOVE PUBLISHED-COUNT TO RC-ROWS-PROCESSED.
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

           ADD 1 TO EVALS-READ.
           ADD 1 TO SITE-RESPONSES(SITE-HIT).
           ADD SE-LEARNING TO SITE-LEARN-SUM(SITE-HIT).
           ADD SE-SUPERVISION TO SITE-SUPER-SUM(SITE-HIT).
           IF SE-RECOMMEND = "Y"
               ADD 1 TO SITE-RECOMMENDS(SITE-HIT)
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

       WRITE-ROLLUPS-PROCEDURE.
           OPEN OUTPUT ROLLUPS-FILE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > SITE-COUNT
               IF SITE-RESPONSES(K) < SITE-EVAL-MIN-RESPONSES
                   ADD 1 TO SUPPRESSED-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "SUPPRESSED: " DELIMITED BY SIZE
                       FUNCTION TRIM(SITE-NAME(K)) DELIMITED BY SIZE
                       " - fewer than the minimum responses"
                           DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               ELSE
                   PERFORM WRITE-ONE-ROLLUP-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ROLLUPS-FILE.

       WRITE-ONE-ROLLUP-PROCEDURE.
           MOVE SITE-NAME(K) TO SEV-COMPANY.
           MOVE SITE-RESPONSES(K) TO SEV-RESPONSES.
           COMPUTE SEV-LEARNING ROUNDED =
               SITE-LEARN-SUM(K) / SITE-RESPONSES(K).
           COMPUTE SEV-SUPERVISION ROUNDED =
               SITE-SUPER-SUM(K) / SITE-RESPONSES(K).
           COMPUTE SEV-RECOMMEND-PCT ROUNDED =
               SITE-RECOMMENDS(K) * 100 / SITE-RESPONSES(K).
           MOVE TODAY-DATE TO SEV-BUILT-DATE.
           WRITE ROLLUPS-RECORD.
           ADD 1 TO PUBLISHED-COUNT.

           MOVE SEV-RESPONSES TO SHOW-RESPONSES.
           MOVE SEV-LEARNING TO SHOW-LEARNING.
           MOVE SEV-SUPERVISION TO SHOW-SUPERVISION.
           MOVE SEV-RECOMMEND-PCT TO SHOW-PCT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PUBLISHED: " DELIMITED BY SIZE
               FUNCTION TRIM(SEV-COMPANY) DELIMITED BY SIZE
               "  n=" DELIMITED BY SIZE
               FUNCTION TRIM(SHOW-RESPONSES) DELIMITED BY SIZE
               "  learning " DELIMITED BY SIZE
               SHOW-LEARNING DELIMITED BY SIZE
               "  supervision " DELIMITED BY SIZE
               SHOW-SUPERVISION DELIMITED BY SIZE
               "  recommend " DELIMITED BY SIZE
               FUNCTION TRIM(SHOW-PCT) DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> system-parameters.txt may override SITE-EVAL-MIN-RESPONSES;
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
               WHEN "SITE-EVAL-MIN-RESPONSES"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 2
                       AND PARAM-VALUE <= 99
                       MOVE PARAM-VALUE TO SITE-EVAL-MIN-RESPONSES
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
