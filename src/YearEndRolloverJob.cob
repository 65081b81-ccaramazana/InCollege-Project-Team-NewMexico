      *> interrupted run is simply re-executed: it resumes at the
      *> recorded step and neither duplicates history rows nor loses
      *> live ones. The checkpoint also pins the academic year so a
      *> rerun that crosses into a new academic year keeps writing
      *> the same set of history files.
      *>
      *> The academic year comes from academic-calendar.txt: the year
      *> of the MAIN campus term covering today, starting on that
      *> year's earliest term start. With no calendar term on file the
      *> year is taken to start August 1st.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACADEMIC-CALENDAR-FILE
               ASSIGN TO "academic-calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACAD-CAL-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOBS-FILE-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-USERNAME WITH DUPLICATES
               FILE STATUS IS APPS-FILE-STATUS.
           SELECT NOTES-FILE ASSIGN TO "applicant-notes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.

       FILE SECTION.
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

       FD  JOBS-FILE.
       01  JOBS-RECORD.
           05 JOB-POSTER        PIC X(20).
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

           05 NOTE-TEXT      PIC X(200).

       FD  WORK-IN-FILE.
       01  WORK-IN-RECORD PIC X(607).

       FD  WORK-OUT-FILE.
       01  WORK-OUT-RECORD PIC X(607).

       FD  STALE-SCAN-FILE.
       01  STALE-SCAN-RECORD.
           05 STALE-JOB-EMPLOYER    PIC X(80).
           05 FILLER                PIC X(131).
           05 STALE-JOB-ID          PIC 9(06).
           05 FILLER                PIC X(90).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
       01  WORK-OUT-STATUS    PIC XX VALUE SPACES.
       01  STALE-SCAN-STATUS  PIC XX VALUE SPACES.
       01  CHECKPOINT-STATUS  PIC XX VALUE SPACES.
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

       01  WORK-IN-FILENAME  PIC X(40).
       01  WORK-OUT-FILENAME PIC X(40).

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           PERFORM LOAD-CALENDAR-PROCEDURE.

           PERFORM READ-CHECKPOINT-PROCEDURE.
           IF CURRENT-STEP = SPACES
           CLOSE CHECKPOINT-FILE.

       COMPUTE-CUTOFF-PROCEDURE.
      *> Jobs posted before the current academic year began belong to
      *> a prior year and are eligible for rollover.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           MOVE TODAY-DATE(1:4) TO TODAY-YEAR.
           MOVE TODAY-DATE(5:2) TO TODAY-MONTH.

           MOVE "MAIN" TO CAL-LOOKUP-CAMPUS.
           MOVE TODAY-DATE TO CAL-LOOKUP-DATE.
           PERFORM FIND-CALENDAR-TERM-PROCEDURE.
           IF CAL-HIT > 0
               MOVE CALT-YEAR(CAL-HIT) TO ACADEMIC-YEAR-START-YEAR
               EXIT PARAGRAPH
           END-IF.

           IF TODAY-MONTH >= 8
               MOVE TODAY-YEAR TO ACADEMIC-YEAR-START-YEAR
           ELSE
           END-IF.

       BUILD-HISTORY-FILENAMES-PROCEDURE.
           PERFORM FIND-YEAR-START-PROCEDURE.
           IF ACADEMIC-YEAR-START-DATE = 0
               COMPUTE ACADEMIC-YEAR-START-DATE =
                   ACADEMIC-YEAR-START-YEAR * 10000 + 0801
           END-IF.

           MOVE SPACES TO JOBS-HISTORY-FILENAME.
           STRING "jobs-history-" DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO NOTES-HISTORY-FILENAME.

      *> Earliest term start of ACADEMIC-YEAR-START-YEAR on the MAIN
      *> campus calendar (its own rows first, then the every-campus
      *> rows), or 0 when the calendar has no terms for that year.
       FIND-YEAR-START-PROCEDURE.
           MOVE 0 TO ACADEMIC-YEAR-START-DATE.
           MOVE "MAIN" TO CAL-PASS-CAMPUS.
           PERFORM SCAN-YEAR-START-PROCEDURE.
           IF ACADEMIC-YEAR-START-DATE = 0
               MOVE SPACES TO CAL-PASS-CAMPUS
               PERFORM SCAN-YEAR-START-PROCEDURE
           END-IF.

       SCAN-YEAR-START-PROCEDURE.
           PERFORM VARYING CAL-SUBS FROM 1 BY 1
               UNTIL CAL-SUBS > CAL-COUNT
               IF CALT-CAMPUS(CAL-SUBS) = CAL-PASS-CAMPUS
                   AND CALT-YEAR(CAL-SUBS) = ACADEMIC-YEAR-START-YEAR
                   AND (ACADEMIC-YEAR-START-DATE = 0
                   OR CALT-START(CAL-SUBS) < ACADEMIC-YEAR-START-DATE)
                   MOVE CALT-START(CAL-SUBS)
                       TO ACADEMIC-YEAR-START-DATE
               END-IF
           END-PERFORM.

      *> Step A: divide the live files into keep/stale work files.
      *> Nothing live is touched yet, so this whole step can be
      *> redone from scratch after any interruption.
                           ELSE
                               MOVE SPACES TO WORK-OUT-RECORD
                               MOVE JOBS-RECORD
                                   TO WORK-OUT-RECORD(1:607)
                               WRITE WORK-OUT-RECORD
                           END-IF
                   END-READ
           ELSE
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ APPLICATIONS-FILE NEXT RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE WORK-IN-RECORD(1:607) TO JOBS-RECORD
                           WRITE JOBS-RECORD
                   END-READ
               END-PERFORM
                           MOVE WORK-IN-RECORD(1:526)
                               TO APPLICATIONS-RECORD
                           WRITE APPLICATIONS-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE APPLICATIONS-FILE
           CLOSE WORK-IN-FILE.
           CLOSE WORK-OUT-FILE.

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
      *> interactive session holds the data files (it keeps
      *> online.lck open for its whole run), then take batch.lck for
