      *> first failure, and a rerun the same night skips every step
      *> already marked OK, resuming at the one that failed. One
      *> consolidated run log (nightly-chain-log.txt) replaces twenty.
      *> Every step actually launched also leaves a timing row in
      *> chain-run-history.txt - start, end and elapsed seconds -
      *> which is never reset, so ChainRunTrendReport can follow
      *> each step's run time from night to night.
      *>
      *> Locking: the driver holds chain.lck for its whole run so a
      *> second driver cannot start, and refuses to run under the
           SELECT CHAIN-LOG-FILE ASSIGN TO "nightly-chain-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-LOG-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "chain-run-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-STATUS.
           SELECT ONLINE-LOCK-FILE ASSIGN TO "online.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
       FD  CHAIN-LOG-FILE.
       01  CHAIN-LOG-RECORD PIC X(132).

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

       FD  ONLINE-LOCK-FILE.
       01  ONLINE-LOCK-RECORD PIC X(24).

       01  SCHEDULE-STATUS     PIC XX VALUE SPACES.
       01  CHAIN-STATUS-STATUS PIC XX VALUE SPACES.
       01  CHAIN-LOG-STATUS    PIC XX VALUE SPACES.
       01  RUN-HISTORY-STATUS  PIC XX VALUE SPACES.
       01  ONLINE-LOCK-STATUS  PIC XX VALUE SPACES.
       01  CHAIN-LOCK-STATUS   PIC XX VALUE SPACES.

       01  SHELL-COMMAND PIC X(132).
       01  STEP-RC       PIC 9(05) VALUE 0.

       01  STAMP-NOW       PIC X(21).
       01  STEP-START-STAMP PIC 9(14) VALUE 0.
       01  STEP-END-STAMP   PIC 9(14) VALUE 0.
       01  STEP-START-SECS  PIC 9(11) VALUE 0.
       01  STEP-END-SECS    PIC 9(11) VALUE 0.
       01  STAMP-SECS       PIC 9(11) VALUE 0.
       01  STEP-ELAPSED     PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE SPACES TO SHELL-COMMAND.
           MOVE FUNCTION TRIM(STEP-COMMAND(I)) TO SHELL-COMMAND.

           PERFORM TAKE-STAMP-PROCEDURE.
           MOVE STAMP-NOW(1:14) TO STEP-START-STAMP.
           MOVE STAMP-SECS TO STEP-START-SECS.

           MOVE SPACES TO CHAIN-LOG-RECORD.
           STRING "  step " DELIMITED BY SIZE
               STEP-NUMBER(I) DELIMITED BY SIZE
                   MOVE 1 TO RETURN-CODE
           END-CALL.

           PERFORM TAKE-STAMP-PROCEDURE.
           MOVE STAMP-NOW(1:14) TO STEP-END-STAMP.
           MOVE STAMP-SECS TO STEP-END-SECS.
           COMPUTE STEP-ELAPSED = STEP-END-SECS - STEP-START-SECS.

           IF RETURN-CODE = 0
               ADD 1 TO RAN-COUNT
               PERFORM WRITE-STEP-STATUS-OK-PROCEDURE
               MOVE "OK" TO RH-OUTCOME
               PERFORM WRITE-RUN-HISTORY-PROCEDURE
               MOVE SPACES TO CHAIN-LOG-RECORD
               STRING "  step " DELIMITED BY SIZE
                   STEP-NUMBER(I) DELIMITED BY SIZE
                   " OK (" DELIMITED BY SIZE
                   STEP-ELAPSED DELIMITED BY SIZE
                   " sec)" DELIMITED BY SIZE
                   INTO CHAIN-LOG-RECORD
               END-STRING
               WRITE CHAIN-LOG-RECORD
           ELSE
               MOVE 'Y' TO HALTED-FLAG
               PERFORM WRITE-STEP-STATUS-FAILED-PROCEDURE
               MOVE "FAILED" TO RH-OUTCOME
               PERFORM WRITE-RUN-HISTORY-PROCEDURE
               MOVE RETURN-CODE TO STEP-RC
               MOVE SPACES TO CHAIN-LOG-RECORD
               STRING "  step " DELIMITED BY SIZE
           WRITE CHAIN-STATUS-RECORD.
           CLOSE CHAIN-STATUS-FILE.

      *> Wall-clock now into STAMP-NOW, plus the same instant as a
      *> running count of seconds so a step that crosses midnight
      *> still times correctly.
       TAKE-STAMP-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO STAMP-NOW.
           COMPUTE STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(STAMP-NOW(1:8))) * 86400
               + FUNCTION NUMVAL(STAMP-NOW(9:2)) * 3600
               + FUNCTION NUMVAL(STAMP-NOW(11:2)) * 60
               + FUNCTION NUMVAL(STAMP-NOW(13:2)).

      *> RH-OUTCOME is set by the caller.
       WRITE-RUN-HISTORY-PROCEDURE.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF RUN-HISTORY-STATUS = "35"
               CLOSE RUN-HISTORY-FILE
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF.
           MOVE TODAY-DATE TO RH-RUN-DATE.
           MOVE STEP-NUMBER(I) TO RH-STEP.
           MOVE STEP-COMMAND(I) TO RH-COMMAND.
           MOVE STEP-START-STAMP TO RH-START.
           MOVE STEP-END-STAMP TO RH-END.
           MOVE STEP-ELAPSED TO RH-ELAPSED.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       WRITE-LOG-TRAILER-PROCEDURE.
           MOVE SPACES TO CHAIN-LOG-RECORD.
           IF HALTED-FLAG = 'Y'
