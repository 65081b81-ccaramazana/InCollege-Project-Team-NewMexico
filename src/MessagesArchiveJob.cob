       IDENTIFICATION DIVISION.
       PROGRAM-ID. MessagesArchiveJob.

      *> Standalone batch job: moves messages older than ARCHIVE-DAYS
      *> (a year unless MESSAGE-ARCHIVE-DAYS in system-parameters.txt
      *> says otherwise) out of MESSAGES-FILE and into a dated archive
      *> file, so the live inbox/outbox table doesn't grow without
      *> bound. Run on its own, separate from the interactive InCollege
      *> session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "system-parameters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-STATUS.

       DATA DIVISION.

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
       01  ONLINE-LOCK-STATUS  PIC XX VALUE SPACES.
       01  BATCH-LOCK-STATUS   PIC XX VALUE SPACES.
       01  RUN-CONTROL-STATUS  PIC XX VALUE SPACES.
       01  PARAMETER-STATUS    PIC XX VALUE SPACES.
       01  PARAMETER-EOF       PIC X VALUE 'N'.
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "MessagesArchiveJob".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  I PIC 9(06).

      *> Messages older than this many days are archived.
       01  ARCHIVE-DAYS         PIC 9(04) VALUE 365.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           PERFORM READ-SYSTEM-PARAMETERS-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           COMPUTE CUTOFF-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) - ARCHIVE-DAYS.
           PERFORM SORT-MESSAGES-PROCEDURE.
           PERFORM REWRITE-MESSAGES-FILE-PROCEDURE.
           MOVE TOTAL-MESSAGE-COUNT TO RC-ROWS-PROCESSED.
           END-IF.

           IF MSG-DATE NOT = 0
               COMPUTE MSG-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(MSG-DATE)
           ELSE
               MOVE 0 TO MSG-DATE-INTEGER
           END-IF.

           IF MSG-DATE NOT = 0
               AND MSG-DATE-INTEGER < CUTOFF-DATE-INTEGER
               MOVE MSG-SENDER TO ARC-MSG-SENDER
               MOVE MSG-RECIPIENT TO ARC-MSG-RECIPIENT
               MOVE MSG-CONTENT TO ARC-MSG-CONTENT
           END-PERFORM.
           CLOSE MESSAGES-FILE.

      *> system-parameters.txt may override MESSAGE-ARCHIVE-DAYS; a
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
               WHEN "MESSAGE-ARCHIVE-DAYS"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 30
                       AND PARAM-VALUE <= 3650
                       MOVE PARAM-VALUE TO ARCHIVE-DAYS
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
