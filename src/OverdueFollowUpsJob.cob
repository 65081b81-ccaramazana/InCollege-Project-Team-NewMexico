       IDENTIFICATION DIVISION.
       PROGRAM-ID. OverdueFollowUpsJob.

      *> Standalone daily batch job: the callback list. Reads the
      *> advising follow-up tasks and lists every open one whose due
      *> date has passed, grouped by the advisor who chases it and
      *> oldest first, with how many days late it is and whether the
      *> advisor or the student owes it. Session note text is not
      *> printed - the list goes to career services only, and the
      *> task line is enough to make the call. Run on its own,
      *> separate from the interactive InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLLOW-UPS-FILE ASSIGN TO "follow-up-tasks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FOLLOW-UPS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "overdue-follow-ups-report.txt"
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

       DATA DIVISION.

       FILE SECTION.
       FD  FOLLOW-UPS-FILE.
       01  FOLLOW-UPS-RECORD.
           05 FU-TASK-ID   PIC 9(05).
           05 FU-NOTE-ID   PIC 9(05).
           05 FU-STUDENT   PIC X(20).
           05 FU-ADVISOR   PIC X(20).
           05 FU-OWNER     PIC X(01).
           05 FU-DUE-DATE  PIC 9(08).
           05 FU-TEXT      PIC X(80).
           05 FU-STATUS    PIC X(01).
           05 FU-DONE-DATE PIC 9(08).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       FD  ONLINE-LOCK-FILE.
       01  ONLINE-LOCK-RECORD PIC X(24).

       FD  BATCH-LOCK-FILE.
       01  BATCH-LOCK-RECORD PIC X(24).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "OverdueFollowUpsJob".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  FOLLOW-UPS-STATUS PIC XX VALUE SPACES.
       01  RPT-STATUS        PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

       01  TODAY-DATE    PIC 9(08).
       01  TODAY-INTEGER PIC 9(08).

      *> The overdue tasks, sorted by advisor then due date.
       01  OVERDUE-DATA.
           05 OVERDUE-COUNT PIC 999 VALUE 0.
           05 OVERDUE-ENTRY OCCURS 300 TIMES.
               10 OD-ADVISOR   PIC X(20).
               10 OD-DUE-DATE  PIC 9(08).
               10 OD-STUDENT   PIC X(20).
               10 OD-OWNER     PIC X(01).
               10 OD-TEXT      PIC X(80).
       01  SWAP-ENTRY.
           05 SWAP-ADVISOR  PIC X(20).
           05 SWAP-DUE-DATE PIC 9(08).
           05 SWAP-STUDENT  PIC X(20).
           05 SWAP-OWNER    PIC X(01).
           05 SWAP-TEXT     PIC X(80).

       01  LAST-ADVISOR  PIC X(20).
       01  ADVISOR-COUNT PIC 999 VALUE 0.
       01  ADVISOR-TALLY PIC 999 VALUE 0.
       01  DAYS-LATE     PIC 9(05).
       01  DAYS-LATE-OUT PIC Z(4)9.
       01  OWNER-TEXT    PIC X(07).

       01  I PIC 999.
       01  K PIC 999.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-DATE).

           PERFORM LOAD-OVERDUE-PROCEDURE.
           PERFORM SORT-OVERDUE-PROCEDURE.
           PERFORM WRITE-REPORT-PROCEDURE.

           MOVE OVERDUE-COUNT TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

      *> Open tasks due before today; a task due today is not late.
       LOAD-OVERDUE-PROCEDURE.
           OPEN INPUT FOLLOW-UPS-FILE.
           IF FOLLOW-UPS-STATUS NOT = "00"
               CLOSE FOLLOW-UPS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR OVERDUE-COUNT >= 300
               READ FOLLOW-UPS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FU-STATUS = "O"
                           AND FU-DUE-DATE < TODAY-DATE
                           ADD 1 TO OVERDUE-COUNT
                           MOVE FU-ADVISOR
                               TO OD-ADVISOR(OVERDUE-COUNT)
                           MOVE FU-DUE-DATE
                               TO OD-DUE-DATE(OVERDUE-COUNT)
                           MOVE FU-STUDENT
                               TO OD-STUDENT(OVERDUE-COUNT)
                           MOVE FU-OWNER TO OD-OWNER(OVERDUE-COUNT)
                           MOVE FU-TEXT TO OD-TEXT(OVERDUE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOLLOW-UPS-FILE.

       SORT-OVERDUE-PROCEDURE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= OVERDUE-COUNT
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > OVERDUE-COUNT - I
                   IF OD-ADVISOR(K) > OD-ADVISOR(K + 1)
                       OR (OD-ADVISOR(K) = OD-ADVISOR(K + 1)
                       AND OD-DUE-DATE(K) > OD-DUE-DATE(K + 1))
                       MOVE OVERDUE-ENTRY(K) TO SWAP-ENTRY
                       MOVE OVERDUE-ENTRY(K + 1) TO OVERDUE-ENTRY(K)
                       MOVE SWAP-ENTRY TO OVERDUE-ENTRY(K + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-REPORT-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Overdue Advising Follow-ups - " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           IF OVERDUE-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "No follow-ups are overdue." TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO LAST-ADVISOR.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > OVERDUE-COUNT
               IF I = 1 OR OD-ADVISOR(I) NOT = LAST-ADVISOR
                   PERFORM WRITE-ADVISOR-HEADING-PROCEDURE
               END-IF
               PERFORM WRITE-TASK-LINE-PROCEDURE
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Advisors: " DELIMITED BY SIZE
               ADVISOR-COUNT DELIMITED BY SIZE
               "  Overdue follow-ups: " DELIMITED BY SIZE
               OVERDUE-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

       WRITE-ADVISOR-HEADING-PROCEDURE.
           MOVE OD-ADVISOR(I) TO LAST-ADVISOR.
           ADD 1 TO ADVISOR-COUNT.
           MOVE 0 TO ADVISOR-TALLY.
           PERFORM VARYING K FROM I BY 1 UNTIL K > OVERDUE-COUNT
               IF OD-ADVISOR(K) NOT = LAST-ADVISOR
                   EXIT PERFORM
               END-IF
               ADD 1 TO ADVISOR-TALLY
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Advisor: " DELIMITED BY SIZE
               FUNCTION TRIM(LAST-ADVISOR) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               ADVISOR-TALLY DELIMITED BY SIZE
               " overdue" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "Student" TO REPORT-RECORD(3:7).
           MOVE "Due" TO REPORT-RECORD(24:3).
           MOVE "Days late" TO REPORT-RECORD(34:9).
           MOVE "Owed by" TO REPORT-RECORD(45:7).
           MOVE "Task" TO REPORT-RECORD(54:4).
           WRITE REPORT-RECORD.

       WRITE-TASK-LINE-PROCEDURE.
           COMPUTE DAYS-LATE = TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(OD-DUE-DATE(I)).
           MOVE DAYS-LATE TO DAYS-LATE-OUT.
           IF OD-OWNER(I) = "S"
               MOVE "student" TO OWNER-TEXT
           ELSE
               MOVE "advisor" TO OWNER-TEXT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           MOVE OD-STUDENT(I) TO REPORT-RECORD(3:20).
           MOVE OD-DUE-DATE(I) TO REPORT-RECORD(24:8).
           MOVE DAYS-LATE-OUT TO REPORT-RECORD(36:5).
           MOVE OWNER-TEXT TO REPORT-RECORD(45:7).
           MOVE OD-TEXT(I) TO REPORT-RECORD(54:79).
           WRITE REPORT-RECORD.

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
