       PROGRAM-ID. CoopHoursReport.

      *> Standalone batch report for the registrar: totals the weekly
      *> co-op timesheet rows per student per placement per term, and
      *> flags whether a supervisor evaluation is on file - the two
      *> things the co-op office checks before granting credit. The
      *> term is the one on the student's campus calendar in
      *> academic-calendar.txt covering the week-ending date; a week
      *> no calendar term covers falls back on the old month split
      *> (Spring = Jan-May, Summer = Jun-Aug, Fall = Sep-Dec).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COOP-EVALS-FILE ASSIGN TO "coop-evals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COOP-EVALS-STATUS.
           SELECT ACADEMIC-CALENDAR-FILE
               ASSIGN TO "academic-calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACAD-CAL-STATUS.
           SELECT CAMPUS-FILE ASSIGN TO "campus-assignments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPUS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "coop-hours-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           05 CE-INITIATIVE  PIC 9(01).
           05 CE-COMMENTS    PIC X(200).

      *> Career services' academic calendar: one row per term per
      *> campus. A blank campus is the calendar for every campus
      *> that has no rows of its own.
       FD  ACADEMIC-CALENDAR-FILE.
       01  ACADEMIC-CALENDAR-RECORD.
           05 ACAL-CAMPUS     PIC X(10).
           05 ACAL-TERM-CODE  PIC X(08).
           05 ACAL-TERM-NAME  PIC X(20).
           05 ACAL-ACAD-YEAR  PIC 9(04).
           05 ACAL-START-DATE PIC 9(08).
           05 ACAL-END-DATE   PIC 9(08).

       FD  CAMPUS-FILE.
       01  CAMPUS-RECORD.
           05 CAMP-USERNAME PIC X(20).
           05 CAMP-CODE     PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       01  COOP-HOURS-STATUS PIC XX VALUE SPACES.
       01  COOP-EVALS-STATUS PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS   PIC XX VALUE SPACES.
       01  CAMPUS-FILE-STATUS PIC XX VALUE SPACES.

      *> Students' campus codes; anyone not listed is at MAIN.
       01  CAMPUS-DATA.
           05 CAMPUS-COUNT PIC 999 VALUE 0.
           05 CAMPUS-ENTRY OCCURS 300 TIMES.
               10 SC-USERNAME PIC X(20).
               10 SC-CAMPUS   PIC X(10).
       01  ACAD-CAL-STATUS  PIC XX VALUE SPACES.
       01  CALENDAR-DATA.
           05 CAL-COUNT PIC 99 VALUE 0.
           05 CAL-ENTRY OCCURS 60 TIMES.
               10 CALT-CAMPUS PIC X(10).
               10 CALT-CODE   PIC X(08).
               10 CALT-NAME   PIC X(20).
               10 CALT-YEAR   PIC 9(04).
               10 CALT-START  PIC 9(08).
               10 CALT-END    PIC 9(08).
       01  CAL-SUBS          PIC 99.
       01  CAL-HIT           PIC 99 VALUE 0.
       01  CAL-LOOKUP-CAMPUS PIC X(10).
       01  CAL-LOOKUP-DATE   PIC 9(08).
       01  CAL-PASS-CAMPUS   PIC X(10).

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           PERFORM LOAD-CALENDAR-PROCEDURE.
           PERFORM LOAD-CAMPUS-PROCEDURE.
           PERFORM SCAN-HOURS-PROCEDURE.
           PERFORM MARK-EVALUATIONS-PROCEDURE.
           PERFORM WRITE-REPORT-PROCEDURE.
           CLOSE COOP-HOURS-FILE.

       BUCKET-ONE-ROW-PROCEDURE.
           MOVE "MAIN" TO CAL-LOOKUP-CAMPUS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CAMPUS-COUNT
               IF FUNCTION TRIM(SC-USERNAME(I))
                   = FUNCTION TRIM(CH-USERNAME)
                   MOVE SC-CAMPUS(I) TO CAL-LOOKUP-CAMPUS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE CH-WEEK-ENDING TO CAL-LOOKUP-DATE.
           PERFORM FIND-CALENDAR-TERM-PROCEDURE.

           MOVE CH-WEEK-ENDING(5:2) TO WEEK-MONTH.
           MOVE SPACES TO TERM-LABEL.
           EVALUATE TRUE
               WHEN CAL-HIT > 0
                   MOVE CALT-CODE(CAL-HIT) TO TERM-LABEL
               WHEN WEEK-MONTH <= 05
                   STRING CH-WEEK-ENDING(1:4) DELIMITED BY SIZE
                       " SPRING" DELIMITED BY SIZE
               ADD 1 TO TOT-WEEKS(HIT)
           END-IF.

       LOAD-CAMPUS-PROCEDURE.
           OPEN INPUT CAMPUS-FILE.
           IF CAMPUS-FILE-STATUS NOT = "00"
               CLOSE CAMPUS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR CAMPUS-COUNT >= 300
               READ CAMPUS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO CAMPUS-COUNT
                       MOVE CAMP-USERNAME TO SC-USERNAME(CAMPUS-COUNT)
                       MOVE FUNCTION UPPER-CASE(CAMP-CODE)
                           TO SC-CAMPUS(CAMPUS-COUNT)
               END-READ
           END-PERFORM.
           CLOSE CAMPUS-FILE.

       MARK-EVALUATIONS-PROCEDURE.
           OPEN INPUT COOP-EVALS-FILE.
           IF COOP-EVALS-STATUS NOT = "00"
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

       LOAD-CALENDAR-PROCEDURE.
           OPEN INPUT ACADEMIC-CALENDAR-FILE.
           IF ACAD-CAL-STATUS NOT = "00"
               CLOSE ACADEMIC-CALENDAR-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR CAL-COUNT >= 60
               READ ACADEMIC-CALENDAR-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO CAL-COUNT
                       MOVE ACADEMIC-CALENDAR-RECORD
                           TO CAL-ENTRY(CAL-COUNT)
               END-READ
           END-PERFORM.
           CLOSE ACADEMIC-CALENDAR-FILE.

      *> The term on CAL-LOOKUP-CAMPUS's calendar that covers
      *> CAL-LOOKUP-DATE, into CAL-HIT (0 = none). Rows for the
      *> campus itself win; the every-campus rows are the fallback.
       FIND-CALENDAR-TERM-PROCEDURE.
           MOVE 0 TO CAL-HIT.
           MOVE CAL-LOOKUP-CAMPUS TO CAL-PASS-CAMPUS.
           PERFORM SCAN-CALENDAR-TERMS-PROCEDURE.
           IF CAL-HIT = 0 AND CAL-LOOKUP-CAMPUS NOT = SPACES
               MOVE SPACES TO CAL-PASS-CAMPUS
               PERFORM SCAN-CALENDAR-TERMS-PROCEDURE
           END-IF.

       SCAN-CALENDAR-TERMS-PROCEDURE.
           PERFORM VARYING CAL-SUBS FROM 1 BY 1
               UNTIL CAL-SUBS > CAL-COUNT
               IF CALT-CAMPUS(CAL-SUBS) = CAL-PASS-CAMPUS
                   AND CALT-START(CAL-SUBS) <= CAL-LOOKUP-DATE
                   AND CALT-END(CAL-SUBS) >= CAL-LOOKUP-DATE
                   MOVE CAL-SUBS TO CAL-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Shared batch interlock: refuse to start while the
      *> interactive session holds the data files, then take
      *> batch.lck for the duration so a second batch job cannot run
