       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalaryBenchmarkJob.

      *> Standalone nightly batch job: builds salary-benchmarks.txt,
      *> the figures the job-details screen uses to tell a student
      *> where a posting's pay sits against graduates of their own
      *> major. Every salaried placement in placements.txt counts at
      *> the midpoint of its range; a first-destination survey answer
      *> of "employed" counts at the midpoint of its salary band, but
      *> only for a graduate with no placement on the ledger, so no
      *> one is counted twice. Cells are major by graduation year,
      *> plus an all-years row per major (year 0000). A cell built
      *> from fewer than BENCHMARK-MIN-SAMPLE salaries is suppressed
      *> - written to the run report as suppressed, never to the
      *> benchmarks file - so no individual's pay can be worked out.
      *> Majors are grouped under their canonical majors.txt name.
      *> Run on its own, separate from the interactive InCollege
      *> session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILES-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROFILE-USERNAME
               FILE STATUS IS PRO-STATUS.
           SELECT MAJORS-FILE ASSIGN TO "majors.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAJORS-STATUS.
           SELECT PLACEMENTS-FILE ASSIGN TO "placements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLACEMENTS-FILE-STATUS.
           SELECT SURVEY-RESPONSES-FILE
               ASSIGN TO "survey-responses.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SURVEY-RESPONSES-STATUS.
           SELECT BENCHMARKS-FILE ASSIGN TO "salary-benchmarks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENCHMARKS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "salary-benchmark-report.txt"
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

       FD  MAJORS-FILE.
       01  MAJORS-RECORD.
           05 REF-MAJOR-NAME PIC X(80).

       FD  PLACEMENTS-FILE.
       01  PLACEMENTS-RECORD.
           05 PLACE-USERNAME    PIC X(20).
           05 PLACE-JOB-ID      PIC 9(06).
           05 PLACE-JOB-TITLE   PIC X(80).
           05 PLACE-EMPLOYER    PIC X(80).
           05 PLACE-SALARY-MIN  PIC 9(07).
           05 PLACE-SALARY-MAX  PIC 9(07).
           05 PLACE-ACCEPT-DATE PIC 9(08).

       FD  SURVEY-RESPONSES-FILE.
       01  SURVEY-RESPONSES-RECORD.
           05 SR-USERNAME    PIC X(20).
           05 SR-GRAD-YEAR   PIC 9(04).
           05 SR-OUTCOME     PIC X(01).
           05 SR-SALARY-BAND PIC X(01).
           05 SR-EMPLOYER    PIC X(80).
           05 SR-DATE        PIC 9(08).

      *> One published cell: grad year 0000 is the all-years row.
       FD  BENCHMARKS-FILE.
       01  BENCHMARKS-RECORD.
           05 BM-MAJOR      PIC X(80).
           05 BM-GRAD-YEAR  PIC 9(04).
           05 BM-SAMPLE     PIC 9(04).
           05 BM-P25        PIC 9(07).
           05 BM-MEDIAN     PIC 9(07).
           05 BM-P75        PIC 9(07).
           05 BM-BUILT-DATE PIC 9(08).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "SalaryBenchmarkJob".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  PRO-STATUS              PIC XX VALUE SPACES.
       01  MAJORS-STATUS           PIC XX VALUE SPACES.
       01  PLACEMENTS-FILE-STATUS  PIC XX VALUE SPACES.
       01  SURVEY-RESPONSES-STATUS PIC XX VALUE SPACES.
       01  BENCHMARKS-STATUS       PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS         PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

       01  TODAY-DATE PIC 9(08).

      *> Smallest number of salaries a cell may be published from.
       01  BENCHMARK-MIN-SAMPLE PIC 9(02) VALUE 5.

       01  MAJOR-REF-DATA.
           05 MAJOR-REF-COUNT PIC 999 VALUE 0.
           05 MAJOR-REF-NAMES OCCURS 100 TIMES PIC X(80).

       01  STUDENT-DATA.
           05 STUDENT-COUNT PIC 999 VALUE 0.
           05 STUDENT-ENTRIES OCCURS 300 TIMES.
               10 STU-USERNAME  PIC X(20).
               10 STU-MAJOR     PIC X(80).
               10 STU-GRAD-YEAR PIC 9(04).

      *> Graduates with a ledger placement - their survey answer is
      *> not counted again.
       01  PLACED-DATA.
           05 PLACED-COUNT PIC 9(04) VALUE 0.
           05 PLACED-USERNAMES OCCURS 1000 TIMES PIC X(20).

       01  CELL-DATA.
           05 CELL-COUNT PIC 999 VALUE 0.
           05 CELL-ENTRIES OCCURS 400 TIMES.
               10 CELL-MAJOR     PIC X(80).
               10 CELL-GRAD-YEAR PIC 9(04).
               10 CELL-SAMPLE    PIC 9(04).

       01  OBS-DATA.
           05 OBS-COUNT PIC 9(04) VALUE 0.
           05 OBS-ENTRIES OCCURS 4000 TIMES.
               10 OBS-CELL   PIC 999.
               10 OBS-SALARY PIC 9(07).

       01  SORT-DATA.
           05 SORT-COUNT PIC 9(04) VALUE 0.
           05 SORT-SALARY OCCURS 2000 TIMES PIC 9(07).
       01  SWAP-SALARY PIC 9(07).

       01  I PIC 9(04).
       01  J PIC 9(04).
       01  K PIC 9(04).
       01  POS PIC 9(04).

       01  OBS-MAJOR     PIC X(80).
       01  OBS-GRAD-YEAR PIC 9(04).
       01  OBS-VALUE     PIC 9(07).
       01  STUDENT-HIT   PIC 999.
       01  CELL-HIT      PIC 999.
       01  PLACED-FLAG   PIC X VALUE 'N'.
       01  YEAR-TEXT     PIC X(14).

       01  PUBLISHED-COUNT  PIC 9(06) VALUE 0.
       01  SUPPRESSED-COUNT PIC 9(06) VALUE 0.
       01  PLACEMENT-OBS    PIC 9(06) VALUE 0.
       01  SURVEY-OBS       PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           PERFORM READ-SYSTEM-PARAMETERS-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Salary Benchmark Build - " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM LOAD-MAJORS-PROCEDURE.
           PERFORM LOAD-STUDENTS-PROCEDURE.
           PERFORM GATHER-PLACEMENTS-PROCEDURE.
           PERFORM GATHER-SURVEY-PROCEDURE.
           PERFORM WRITE-BENCHMARKS-PROCEDURE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Salaries used: " DELIMITED BY SIZE
               PLACEMENT-OBS DELIMITED BY SIZE
               " from placements, " DELIMITED BY SIZE
               SURVEY-OBS DELIMITED BY SIZE
               " from the survey.  Cells published: " DELIMITED BY SIZE
               PUBLISHED-COUNT DELIMITED BY SIZE
               "  suppressed: " DELIMITED BY SIZE
               SUPPRESSED-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           MOVE PUBLISHED-COUNT TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

       LOAD-MAJORS-PROCEDURE.
           OPEN INPUT MAJORS-FILE.
           IF MAJORS-STATUS NOT = "00"
               CLOSE MAJORS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR MAJOR-REF-COUNT >= 100
               READ MAJORS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(REF-MAJOR-NAME) NOT = SPACES
                           ADD 1 TO MAJOR-REF-COUNT
                           MOVE REF-MAJOR-NAME
                               TO MAJOR-REF-NAMES(MAJOR-REF-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAJORS-FILE.

      *> The profile major, folded onto its canonical spelling when
      *> majors.txt knows it.
       LOAD-STUDENTS-PROCEDURE.
           OPEN INPUT PROFILES-FILE.
           IF PRO-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR STUDENT-COUNT >= 300
               READ PROFILES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO STUDENT-COUNT
                       MOVE PROFILE-USERNAME
                           TO STU-USERNAME(STUDENT-COUNT)
                       MOVE PROFILE-MAJOR TO STU-MAJOR(STUDENT-COUNT)
                       MOVE PROFILE-GRADUATION-YEAR
                           TO STU-GRAD-YEAR(STUDENT-COUNT)
                       PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > MAJOR-REF-COUNT
                           IF FUNCTION UPPER-CASE(
                               FUNCTION TRIM(MAJOR-REF-NAMES(J)))
                               = FUNCTION UPPER-CASE(
                               FUNCTION TRIM(PROFILE-MAJOR))
                               MOVE MAJOR-REF-NAMES(J)
                                   TO STU-MAJOR(STUDENT-COUNT)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE PROFILES-FILE.

       GATHER-PLACEMENTS-PROCEDURE.
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
                       PERFORM TAKE-ONE-PLACEMENT-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE PLACEMENTS-FILE.

       TAKE-ONE-PLACEMENT-PROCEDURE.
           IF PLACED-COUNT < 1000
               ADD 1 TO PLACED-COUNT
               MOVE PLACE-USERNAME TO PLACED-USERNAMES(PLACED-COUNT)
           END-IF.

           EVALUATE TRUE
               WHEN PLACE-SALARY-MIN > 0 AND PLACE-SALARY-MAX > 0
                   COMPUTE OBS-VALUE ROUNDED =
                       (PLACE-SALARY-MIN + PLACE-SALARY-MAX) / 2
               WHEN PLACE-SALARY-MIN > 0
                   MOVE PLACE-SALARY-MIN TO OBS-VALUE
               WHEN PLACE-SALARY-MAX > 0
                   MOVE PLACE-SALARY-MAX TO OBS-VALUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE 0 TO STUDENT-HIT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STUDENT-COUNT
               IF STU-USERNAME(I) = PLACE-USERNAME
                   MOVE I TO STUDENT-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF STUDENT-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(STU-MAJOR(STUDENT-HIT)) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE STU-MAJOR(STUDENT-HIT) TO OBS-MAJOR.
           MOVE STU-GRAD-YEAR(STUDENT-HIT) TO OBS-GRAD-YEAR.
           PERFORM ADD-OBSERVATION-PROCEDURE.
           ADD 1 TO PLACEMENT-OBS.

      *> Band midpoints, matching the survey's own bands: under 40k,
      *> 40-60k, 60-80k, 80-100k, and over 100k.
       GATHER-SURVEY-PROCEDURE.
           OPEN INPUT SURVEY-RESPONSES-FILE.
           IF SURVEY-RESPONSES-STATUS NOT = "00"
               CLOSE SURVEY-RESPONSES-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ SURVEY-RESPONSES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF SR-OUTCOME = 'E'
                           PERFORM TAKE-ONE-SURVEY-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SURVEY-RESPONSES-FILE.

       TAKE-ONE-SURVEY-PROCEDURE.
           EVALUATE SR-SALARY-BAND
               WHEN "1"
                   MOVE 30000 TO OBS-VALUE
               WHEN "2"
                   MOVE 50000 TO OBS-VALUE
               WHEN "3"
                   MOVE 70000 TO OBS-VALUE
               WHEN "4"
                   MOVE 90000 TO OBS-VALUE
               WHEN "5"
                   MOVE 110000 TO OBS-VALUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE 'N' TO PLACED-FLAG.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PLACED-COUNT
               IF PLACED-USERNAMES(I) = SR-USERNAME
                   MOVE 'Y' TO PLACED-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF PLACED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO STUDENT-HIT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STUDENT-COUNT
               IF STU-USERNAME(I) = SR-USERNAME
                   MOVE I TO STUDENT-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF STUDENT-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(STU-MAJOR(STUDENT-HIT)) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE STU-MAJOR(STUDENT-HIT) TO OBS-MAJOR.
           MOVE SR-GRAD-YEAR TO OBS-GRAD-YEAR.
           PERFORM ADD-OBSERVATION-PROCEDURE.
           ADD 1 TO SURVEY-OBS.

      *> Each salary lands in its major-and-year cell and in the
      *> major's all-years cell.
       ADD-OBSERVATION-PROCEDURE.
           PERFORM FIND-CELL-PROCEDURE.
           IF CELL-HIT > 0 AND OBS-COUNT < 4000
               ADD 1 TO OBS-COUNT
               MOVE CELL-HIT TO OBS-CELL(OBS-COUNT)
               MOVE OBS-VALUE TO OBS-SALARY(OBS-COUNT)
               ADD 1 TO CELL-SAMPLE(CELL-HIT)
           END-IF.

           MOVE 0 TO OBS-GRAD-YEAR.
           PERFORM FIND-CELL-PROCEDURE.
           IF CELL-HIT > 0 AND OBS-COUNT < 4000
               ADD 1 TO OBS-COUNT
               MOVE CELL-HIT TO OBS-CELL(OBS-COUNT)
               MOVE OBS-VALUE TO OBS-SALARY(OBS-COUNT)
               ADD 1 TO CELL-SAMPLE(CELL-HIT)
           END-IF.

       FIND-CELL-PROCEDURE.
           MOVE 0 TO CELL-HIT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > CELL-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(CELL-MAJOR(K)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(OBS-MAJOR))
                   AND CELL-GRAD-YEAR(K) = OBS-GRAD-YEAR
                   MOVE K TO CELL-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CELL-HIT = 0 AND CELL-COUNT < 400
               ADD 1 TO CELL-COUNT
               MOVE CELL-COUNT TO CELL-HIT
               MOVE OBS-MAJOR TO CELL-MAJOR(CELL-HIT)
               MOVE OBS-GRAD-YEAR TO CELL-GRAD-YEAR(CELL-HIT)
               MOVE 0 TO CELL-SAMPLE(CELL-HIT)
           END-IF.

      *> Percentiles by nearest rank over the cell's sorted
      *> salaries; the median averages the middle pair.
       WRITE-BENCHMARKS-PROCEDURE.
           OPEN OUTPUT BENCHMARKS-FILE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > CELL-COUNT
               IF CELL-SAMPLE(K) < BENCHMARK-MIN-SAMPLE
                   ADD 1 TO SUPPRESSED-COUNT
                   PERFORM SET-YEAR-TEXT-PROCEDURE
                   MOVE SPACES TO REPORT-RECORD
                   STRING "SUPPRESSED: " DELIMITED BY SIZE
                       FUNCTION TRIM(CELL-MAJOR(K)) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(YEAR-TEXT) DELIMITED BY SIZE
                       " - fewer than the minimum sample"
                           DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               ELSE
                   PERFORM WRITE-ONE-CELL-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE BENCHMARKS-FILE.

       WRITE-ONE-CELL-PROCEDURE.
           MOVE 0 TO SORT-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > OBS-COUNT
               IF OBS-CELL(I) = K AND SORT-COUNT < 2000
                   ADD 1 TO SORT-COUNT
                   MOVE OBS-SALARY(I) TO SORT-SALARY(SORT-COUNT)
               END-IF
           END-PERFORM.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SORT-COUNT
               PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > SORT-COUNT - I
                   IF SORT-SALARY(J) > SORT-SALARY(J + 1)
                       MOVE SORT-SALARY(J) TO SWAP-SALARY
                       MOVE SORT-SALARY(J + 1) TO SORT-SALARY(J)
                       MOVE SWAP-SALARY TO SORT-SALARY(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE CELL-MAJOR(K) TO BM-MAJOR.
           MOVE CELL-GRAD-YEAR(K) TO BM-GRAD-YEAR.
           MOVE SORT-COUNT TO BM-SAMPLE.
           COMPUTE POS = (SORT-COUNT * 25 + 99) / 100.
           MOVE SORT-SALARY(POS) TO BM-P25.
           COMPUTE POS = (SORT-COUNT * 75 + 99) / 100.
           MOVE SORT-SALARY(POS) TO BM-P75.
           IF FUNCTION MOD(SORT-COUNT, 2) = 1
               COMPUTE POS = (SORT-COUNT + 1) / 2
               MOVE SORT-SALARY(POS) TO BM-MEDIAN
           ELSE
               COMPUTE POS = SORT-COUNT / 2
               COMPUTE BM-MEDIAN ROUNDED =
                   (SORT-SALARY(POS) + SORT-SALARY(POS + 1)) / 2
           END-IF.
           MOVE TODAY-DATE TO BM-BUILT-DATE.
           WRITE BENCHMARKS-RECORD.
           ADD 1 TO PUBLISHED-COUNT.

           PERFORM SET-YEAR-TEXT-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PUBLISHED: " DELIMITED BY SIZE
               FUNCTION TRIM(BM-MAJOR) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(YEAR-TEXT) DELIMITED BY SIZE
               "  n=" DELIMITED BY SIZE
               BM-SAMPLE DELIMITED BY SIZE
               "  25th " DELIMITED BY SIZE
               BM-P25 DELIMITED BY SIZE
               "  median " DELIMITED BY SIZE
               BM-MEDIAN DELIMITED BY SIZE
               "  75th " DELIMITED BY SIZE
               BM-P75 DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       SET-YEAR-TEXT-PROCEDURE.
           IF CELL-GRAD-YEAR(K) = 0
               MOVE "all years" TO YEAR-TEXT
           ELSE
               MOVE SPACES TO YEAR-TEXT
               STRING "class of " DELIMITED BY SIZE
                   CELL-GRAD-YEAR(K) DELIMITED BY SIZE
                   INTO YEAR-TEXT
               END-STRING
           END-IF.

      *> system-parameters.txt may override BENCHMARK-MIN-SAMPLE; a
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
               WHEN "BENCHMARK-MIN-SAMPLE"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 5
                       AND PARAM-VALUE <= 99
                       MOVE PARAM-VALUE TO BENCHMARK-MIN-SAMPLE
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
