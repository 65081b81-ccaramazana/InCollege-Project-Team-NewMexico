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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "AuditRotateJob".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           PERFORM READ-SYSTEM-PARAMETERS-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           MOVE TODAY-DATE(1:6) TO CURRENT-MONTH.
                       INTO REQ-USERNAME REQ-FROM-TEXT REQ-TO-TEXT
                   IF FUNCTION TRIM(REQ-FROM-TEXT) IS NUMERIC
                       AND FUNCTION TRIM(REQ-FROM-TEXT) NOT = SPACES
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(REQ-FROM-TEXT))
                           TO REQ-FROM-DATE
                   END-IF
                   IF FUNCTION TRIM(REQ-TO-TEXT) IS NUMERIC
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
               CLOSE AUDIT-FILE
               MOVE "  The live log is not present."
                   TO VERIFY-REPORT-RECORD
               WRITE VERIFY-REPORT-RECORD
               CLOSE VERIFY-REPORT-FILE
               EXIT PARAGRAPH
           CLOSE TRANSCRIPT-KEEP-FILE.
           CLOSE SESSION-INDEX-FILE.

      *> system-parameters.txt may override TRANSCRIPT-RETAIN-DAYS; a
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
               WHEN "TRANSCRIPT-RETAIN-DAYS"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 1
                       AND PARAM-VALUE <= 365
                       MOVE PARAM-VALUE TO TRANSCRIPT-RETAIN-DAYS
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
