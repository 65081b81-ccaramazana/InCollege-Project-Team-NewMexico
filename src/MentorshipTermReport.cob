
      *> Standalone batch report for the career office: one line per
      *> mentorship pairing with its status, start date, and how many
      *> sessions were logged this term, plus term totals. The term
      *> is the one on the MAIN campus calendar in
      *> academic-calendar.txt covering today; with no calendar term
      *> on file for today it counts from January 1st instead.
      *> Run each term alongside the other report programs.

       ENVIRONMENT DIVISION.
           SELECT MENTOR-SESSIONS-FILE ASSIGN TO "mentor-sessions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MENTOR-SESSIONS-STATUS.
           SELECT ACADEMIC-CALENDAR-FILE
               ASSIGN TO "academic-calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACAD-CAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "mentorship-term-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           05 SESS-DATE    PIC 9(08).
           05 SESS-NOTE    PIC X(120).

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

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       01  MENTORSHIPS-FILE-STATUS PIC XX VALUE SPACES.
       01  MENTOR-SESSIONS-STATUS  PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS         PIC XX VALUE SPACES.
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
       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
      *> Sessions are totalled for the term in progress; between
      *> terms, or with no calendar on file, for the calendar year.
           PERFORM LOAD-CALENDAR-PROCEDURE.
           MOVE "MAIN" TO CAL-LOOKUP-CAMPUS.
           MOVE TODAY-DATE TO CAL-LOOKUP-DATE.
           PERFORM FIND-CALENDAR-TERM-PROCEDURE.
           IF CAL-HIT > 0
               MOVE CALT-START(CAL-HIT) TO TERM-START-DATE
           ELSE
               MOVE TODAY-DATE TO TERM-START-DATE
               MOVE 0101 TO TERM-START-DATE(5:4)
           END-IF.

           PERFORM LOAD-PAIRINGS-PROCEDURE.
           PERFORM COUNT-SESSIONS-PROCEDURE.
               ")" DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF CAL-HIT > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "Term: " DELIMITED BY SIZE
                   FUNCTION TRIM(CALT-CODE(CAL-HIT)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(CALT-NAME(CAL-HIT)) DELIMITED BY SIZE
                   " through " DELIMITED BY SIZE
                   CALT-END(CAL-HIT) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PAIRING-COUNT
               IF FUNCTION TRIM(PAIR-STATUS(I)) = "ACTIVE"
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
