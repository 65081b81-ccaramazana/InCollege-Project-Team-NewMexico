       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChainRunTrendReport.

      *> Standalone weekly batch job: reads chain-run-history.txt,
      *> the per-step timing rows NightlyChainJob leaves every night,
      *> and writes chain-run-trend-report.txt - for each step, its
      *> recent successful run times oldest to newest, their
      *> average, and the latest run. A step whose latest run took
      *> well over its recent average is flagged SLOW so operations
      *> can look into it before the chain starts running into the
      *> morning online window. Run on its own, separate from the
      *> interactive InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "chain-run-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "chain-run-trend-report.txt"
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
      *> Stamps are YYYYMMDDHHMMSS.
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
           05 RH-RUN-DATE  PIC 9(08).
           05 RH-STEP      PIC 9(03).
           05 RH-COMMAND   PIC X(80).
           05 RH-START     PIC 9(14).
           05 RH-END       PIC 9(14).
           05 RH-ELAPSED   PIC 9(07).
           05 RH-OUTCOME   PIC X(08).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "ChainRunTrendReport".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  RUN-HISTORY-STATUS  PIC XX VALUE SPACES.
       01  RPT-STATUS          PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

      *> Only nights inside the lookback count toward a trend. A step
      *> is SLOW when its latest run beats the average of the runs
      *> before it by SLOW-PERCENT and by at least SLOW-MIN-SECS (so
      *> a two-second step taking five is not an alert), and only
      *> once it has MIN-PRIOR-RUNS earlier runs to average.
       01  LOOKBACK-DAYS    PIC 9(03) VALUE 56.
       01  SLOW-PERCENT     PIC 9(03) VALUE 150.
       01  SLOW-MIN-SECS    PIC 9(05) VALUE 60.
       01  MIN-PRIOR-RUNS   PIC 9(02) VALUE 3.

       01  TODAY-DATE       PIC 9(08).
       01  CUTOFF-DATE      PIC 9(08).

      *> One row per chain step; RUN-SECS holds the last eight good
      *> runs oldest first, shifting down as newer nights arrive.
       01  STEP-COUNT PIC 9(02) VALUE 0.
       01  STEP-DATA.
           05 STEP-ENTRY OCCURS 30 TIMES.
               10 ST-STEP       PIC 9(03).
               10 ST-COMMAND    PIC X(80).
               10 ST-FAILS      PIC 9(04).
               10 ST-RUNS       PIC 9(02).
               10 ST-RUN-SECS   PIC 9(07) OCCURS 8 TIMES.
       01  ST-SUBS  PIC 9(02).
       01  ST-HIT   PIC 9(02).
       01  RUN-SUBS PIC 9(02).

       01  PRIOR-TOTAL  PIC 9(09).
       01  PRIOR-AVG    PIC 9(07).
       01  LATEST-SECS  PIC 9(07).
       01  SLOW-LIMIT   PIC 9(09).
       01  TREND-TEXT   PIC X(72).
       01  TREND-PTR    PIC 9(03).
       01  SLOW-COUNT   PIC 9(04) VALUE 0.
       01  ROW-COUNT    PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           PERFORM READ-SYSTEM-PARAMETERS-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) - LOOKBACK-DAYS).
           PERFORM LOAD-RUN-HISTORY-PROCEDURE.
           PERFORM WRITE-REPORT-PROCEDURE.
           MOVE ROW-COUNT TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

       LOAD-RUN-HISTORY-PROCEDURE.
           OPEN INPUT RUN-HISTORY-FILE.
           IF RUN-HISTORY-STATUS NOT = "00"
               CLOSE RUN-HISTORY-FILE
               EXIT PARAGRAPH
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ RUN-HISTORY-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF RH-RUN-DATE >= CUTOFF-DATE
                           ADD 1 TO ROW-COUNT
                           PERFORM FOLD-RUN-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-HISTORY-FILE.

      *> The history is written in run order, so appending keeps each
      *> step's times oldest first. The command is refreshed from the
      *> newest row in case the schedule was edited.
       FOLD-RUN-PROCEDURE.
           MOVE 0 TO ST-HIT.
           PERFORM VARYING ST-SUBS FROM 1 BY 1
               UNTIL ST-SUBS > STEP-COUNT
               IF ST-STEP(ST-SUBS) = RH-STEP
                   MOVE ST-SUBS TO ST-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ST-HIT = 0
               IF STEP-COUNT >= 30
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO STEP-COUNT
               MOVE STEP-COUNT TO ST-HIT
               MOVE RH-STEP TO ST-STEP(ST-HIT)
               MOVE 0 TO ST-FAILS(ST-HIT)
               MOVE 0 TO ST-RUNS(ST-HIT)
           END-IF.
           MOVE RH-COMMAND TO ST-COMMAND(ST-HIT).

           IF RH-OUTCOME NOT = "OK"
               ADD 1 TO ST-FAILS(ST-HIT)
               EXIT PARAGRAPH
           END-IF.

           IF ST-RUNS(ST-HIT) >= 8
               PERFORM VARYING RUN-SUBS FROM 1 BY 1
                   UNTIL RUN-SUBS > 7
                   MOVE ST-RUN-SECS(ST-HIT, RUN-SUBS + 1)
                       TO ST-RUN-SECS(ST-HIT, RUN-SUBS)
               END-PERFORM
           ELSE
               ADD 1 TO ST-RUNS(ST-HIT)
           END-IF.
           MOVE RH-ELAPSED TO ST-RUN-SECS(ST-HIT, ST-RUNS(ST-HIT)).

       WRITE-REPORT-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Nightly Chain Run-Time Trend Report - "
               DELIMITED BY SIZE
           TODAY-DATE DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Nights since " DELIMITED BY SIZE
           CUTOFF-DATE DELIMITED BY SIZE
           "; times in seconds, oldest first." DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF STEP-COUNT = 0
               MOVE "No chain runs recorded in the period."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING ST-SUBS FROM 1 BY 1
               UNTIL ST-SUBS > STEP-COUNT
               PERFORM REPORT-ONE-STEP-PROCEDURE
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Steps: " DELIMITED BY SIZE
           STEP-COUNT DELIMITED BY SIZE
           "  Flagged SLOW: " DELIMITED BY SIZE
           SLOW-COUNT DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

       REPORT-ONE-STEP-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Step " DELIMITED BY SIZE
           ST-STEP(ST-SUBS) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(ST-COMMAND(ST-SUBS)) DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF ST-RUNS(ST-SUBS) = 0
               MOVE SPACES TO REPORT-RECORD
               STRING "    no successful runs; failures: "
                   DELIMITED BY SIZE
               ST-FAILS(ST-SUBS) DELIMITED BY SIZE
               INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO TREND-TEXT.
           MOVE 1 TO TREND-PTR.
           MOVE 0 TO PRIOR-TOTAL.
           PERFORM VARYING RUN-SUBS FROM 1 BY 1
               UNTIL RUN-SUBS > ST-RUNS(ST-SUBS)
               STRING ST-RUN-SECS(ST-SUBS, RUN-SUBS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO TREND-TEXT WITH POINTER TREND-PTR
               END-STRING
               IF RUN-SUBS < ST-RUNS(ST-SUBS)
                   ADD ST-RUN-SECS(ST-SUBS, RUN-SUBS) TO PRIOR-TOTAL
               END-IF
           END-PERFORM.
           MOVE ST-RUN-SECS(ST-SUBS, ST-RUNS(ST-SUBS)) TO LATEST-SECS.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    trend: " DELIMITED BY SIZE
           TREND-TEXT DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 0 TO PRIOR-AVG.
           IF ST-RUNS(ST-SUBS) > 1
               COMPUTE PRIOR-AVG ROUNDED =
                   PRIOR-TOTAL / (ST-RUNS(ST-SUBS) - 1)
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    latest: " DELIMITED BY SIZE
           LATEST-SECS DELIMITED BY SIZE
           "  prior average: " DELIMITED BY SIZE
           PRIOR-AVG DELIMITED BY SIZE
           "  failures: " DELIMITED BY SIZE
           ST-FAILS(ST-SUBS) DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF ST-RUNS(ST-SUBS) - 1 < MIN-PRIOR-RUNS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE SLOW-LIMIT = PRIOR-AVG * SLOW-PERCENT / 100.
           IF LATEST-SECS > SLOW-LIMIT
               AND LATEST-SECS >= PRIOR-AVG + SLOW-MIN-SECS
               ADD 1 TO SLOW-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "    *** SLOW - latest run is well over the"
                   DELIMITED BY SIZE
               " recent average ***" DELIMITED BY SIZE
               INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *> system-parameters.txt may override CHAIN-LOOKBACK-DAYS,
      *> CHAIN-SLOW-PERCENT, CHAIN-SLOW-MIN-SECS and
      *> CHAIN-MIN-PRIOR-RUNS; a missing file or row leaves the default
      *> above, and a value outside the documented range is reported
      *> and ignored.
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
               WHEN "CHAIN-LOOKBACK-DAYS"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 7
                       AND PARAM-VALUE <= 365
                       MOVE PARAM-VALUE TO LOOKBACK-DAYS
                   ELSE
                       PERFORM PARAMETER-RANGE-PROCEDURE
                   END-IF
               WHEN "CHAIN-SLOW-PERCENT"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 101
                       AND PARAM-VALUE <= 999
                       MOVE PARAM-VALUE TO SLOW-PERCENT
                   ELSE
                       PERFORM PARAMETER-RANGE-PROCEDURE
                   END-IF
               WHEN "CHAIN-SLOW-MIN-SECS"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 1
                       AND PARAM-VALUE <= 3600
                       MOVE PARAM-VALUE TO SLOW-MIN-SECS
                   ELSE
                       PERFORM PARAMETER-RANGE-PROCEDURE
                   END-IF
               WHEN "CHAIN-MIN-PRIOR-RUNS"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 1
                       AND PARAM-VALUE <= 20
                       MOVE PARAM-VALUE TO MIN-PRIOR-RUNS
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
