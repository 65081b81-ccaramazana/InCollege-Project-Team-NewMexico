       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermsAcceptanceReport.

      *> Standalone batch job: lists every active employer account
      *> that has not accepted the current version of the employer
      *> terms of use in employer-terms.txt, with the last version
      *> each one did accept, from employer-terms-acceptances.txt.
      *> Career services works the list before the next recruiting
      *> cycle; general counsel uses the acceptances file itself as
      *> the proof. Run on its own, separate from the interactive
      *> InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECRETS-FILE ASSIGN TO "secrets.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SECRET-USERNAME
               FILE STATUS IS SEC-STATUS.
           SELECT EMPLOYER-TERMS-FILE ASSIGN TO "employer-terms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPLOYER-TERMS-STATUS.
           SELECT TERMS-ACCEPTANCES-FILE
               ASSIGN TO "employer-terms-acceptances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERMS-ACCEPTANCES-STATUS.
           SELECT REPORT-FILE ASSIGN TO "terms-acceptance-report.txt"
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
       FD  SECRETS-FILE.
       01  SECRETS-RECORD.
           05 SECRET-USERNAME PIC X(20).
           05 SECRET-PASSWORD-SALT PIC X(08).
           05 SECRET-PASSWORD-HASH PIC X(18).
           05 SECRET-RECOVERY-QUESTION PIC X(80).
           05 SECRET-RECOVERY-ANSWER-SALT PIC X(08).
           05 SECRET-RECOVERY-ANSWER-HASH PIC X(18).
           05 SECRET-FAILED-LOGINS PIC 9(02).
           05 SECRET-LOCKED-UNTIL PIC X(19).
           05 SECRET-ROLE PIC X(01).
           05 SECRET-ACCOUNT-STATUS PIC X(01).
           05 SECRET-FORCE-PW-CHANGE PIC X(01).
           05 SECRET-PW-SET-DATE PIC 9(08).
           05 SECRET-PW-HISTORY OCCURS 3 TIMES.
               10 SECRET-OLD-SALT PIC X(08).
               10 SECRET-OLD-HASH PIC X(18).
           05 SECRET-LAST-LOGIN-DATE PIC 9(08).

      *> First line is the version number; the rest is the text.
       FD  EMPLOYER-TERMS-FILE.
       01  EMPLOYER-TERMS-RECORD PIC X(200).

       FD  TERMS-ACCEPTANCES-FILE.
       01  TERMS-ACCEPTANCES-RECORD.
           05 TA-USERNAME       PIC X(20).
           05 TA-VERSION        PIC 9(03).
           05 TA-DATE           PIC 9(08).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "TermsAcceptanceReport".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  SEC-STATUS               PIC XX VALUE SPACES.
       01  EMPLOYER-TERMS-STATUS    PIC XX VALUE SPACES.
       01  TERMS-ACCEPTANCES-STATUS PIC XX VALUE SPACES.
       01  RPT-STATUS               PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

       01  TODAY-DATE       PIC 9(08).
       01  CURRENT-VERSION  PIC 9(03) VALUE 0.

      *> Latest acceptance per employer, folded as the log is read.
       01  ACCEPT-COUNT PIC 9(04) VALUE 0.
       01  ACCEPT-DATA.
           05 ACCEPT-ENTRY OCCURS 1000 TIMES.
               10 AC-USERNAME PIC X(20).
               10 AC-VERSION  PIC 9(03).
               10 AC-DATE     PIC 9(08).
       01  AC-SUBS PIC 9(04).
       01  AC-HIT  PIC 9(04).
       01  LOOKUP-USERNAME PIC X(20).

       01  EMPLOYER-COUNT    PIC 9(06) VALUE 0.
       01  OUTSTANDING-COUNT PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           PERFORM READ-TERMS-VERSION-PROCEDURE.
           PERFORM LOAD-ACCEPTANCES-PROCEDURE.
           PERFORM WRITE-REPORT-PROCEDURE.
           MOVE OUTSTANDING-COUNT TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

       READ-TERMS-VERSION-PROCEDURE.
           OPEN INPUT EMPLOYER-TERMS-FILE.
           IF EMPLOYER-TERMS-STATUS NOT = "00"
               CLOSE EMPLOYER-TERMS-FILE
               EXIT PARAGRAPH
           END-IF.
           READ EMPLOYER-TERMS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION TRIM(EMPLOYER-TERMS-RECORD) IS NUMERIC
                       AND FUNCTION TRIM(EMPLOYER-TERMS-RECORD)
                           NOT = SPACES
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(EMPLOYER-TERMS-RECORD))
                           TO CURRENT-VERSION
                   END-IF
           END-READ.
           CLOSE EMPLOYER-TERMS-FILE.

       LOAD-ACCEPTANCES-PROCEDURE.
           OPEN INPUT TERMS-ACCEPTANCES-FILE.
           IF TERMS-ACCEPTANCES-STATUS NOT = "00"
               CLOSE TERMS-ACCEPTANCES-FILE
               EXIT PARAGRAPH
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ TERMS-ACCEPTANCES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM FOLD-ACCEPTANCE-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE TERMS-ACCEPTANCES-FILE.

       FOLD-ACCEPTANCE-PROCEDURE.
           MOVE TA-USERNAME TO LOOKUP-USERNAME.
           PERFORM FIND-ACCEPTANCE-PROCEDURE.
           IF AC-HIT = 0
               IF ACCEPT-COUNT >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ACCEPT-COUNT
               MOVE ACCEPT-COUNT TO AC-HIT
               MOVE TA-USERNAME TO AC-USERNAME(AC-HIT)
               MOVE 0 TO AC-VERSION(AC-HIT)
           END-IF.
           IF TA-VERSION >= AC-VERSION(AC-HIT)
               MOVE TA-VERSION TO AC-VERSION(AC-HIT)
               MOVE TA-DATE TO AC-DATE(AC-HIT)
           END-IF.

      *> Acceptance row for LOOKUP-USERNAME into AC-HIT, 0 if none.
       FIND-ACCEPTANCE-PROCEDURE.
           MOVE 0 TO AC-HIT.
           PERFORM VARYING AC-SUBS FROM 1 BY 1
               UNTIL AC-SUBS > ACCEPT-COUNT
               IF AC-USERNAME(AC-SUBS) = LOOKUP-USERNAME
                   MOVE AC-SUBS TO AC-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-REPORT-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Employer Terms Acceptance Report - "
               DELIMITED BY SIZE
           TODAY-DATE DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF CURRENT-VERSION = 0
               MOVE "No employer terms are published - nothing to" &
               " accept." TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Current version: " DELIMITED BY SIZE
           CURRENT-VERSION DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Employer accounts that have not accepted it:"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           OPEN INPUT SECRETS-FILE.
           IF SEC-STATUS NOT = "00"
               CLOSE SECRETS-FILE
           ELSE
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ SECRETS-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-EMPLOYER-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE SECRETS-FILE
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Active employer accounts: " DELIMITED BY SIZE
           EMPLOYER-COUNT DELIMITED BY SIZE
           "  Not accepted: " DELIMITED BY SIZE
           OUTSTANDING-COUNT DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

      *> Deactivated accounts cannot post, so they are left off.
       CHECK-ONE-EMPLOYER-PROCEDURE.
           IF SECRET-ROLE NOT = 'E'
               OR SECRET-ACCOUNT-STATUS = 'D'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO EMPLOYER-COUNT.

           MOVE SECRET-USERNAME TO LOOKUP-USERNAME.
           PERFORM FIND-ACCEPTANCE-PROCEDURE.
           IF AC-HIT > 0
               IF AC-VERSION(AC-HIT) >= CURRENT-VERSION
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO OUTSTANDING-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           IF AC-HIT = 0
               STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(SECRET-USERNAME) DELIMITED BY SIZE
               " - never accepted any version" DELIMITED BY SIZE
               INTO REPORT-RECORD
           ELSE
               STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(SECRET-USERNAME) DELIMITED BY SIZE
               " - last accepted version " DELIMITED BY SIZE
               AC-VERSION(AC-HIT) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               AC-DATE(AC-HIT) DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-IF.
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
