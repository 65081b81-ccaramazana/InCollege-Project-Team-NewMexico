       IDENTIFICATION DIVISION.
       PROGRAM-ID. InviteConversionReport.

      *> Standalone batch job: for every employer that has sent
      *> invites to apply from talent search (job-invites.txt), how
      *> many invites went out, how many the student followed with
      *> an application to the same posting, how many were declined
      *> or are still waiting, and the invite-to-application
      *> conversion rate. An invite counts as converted when it is
      *> marked applied or when applications.txt holds an
      *> application from that student to that posting, so an
      *> application that reached the file without the invite being
      *> marked still counts. Run on its own, separate from the
      *> interactive InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-INVITES-FILE ASSIGN TO "job-invites.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-INVITES-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-USERNAME WITH DUPLICATES
               FILE STATUS IS APPS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "invite-conversion-report.txt"
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

       DATA DIVISION.

       FILE SECTION.
       FD  JOB-INVITES-FILE.
       01  JOB-INVITES-RECORD.
           05 INV-JOB-ID        PIC 9(06).
           05 INV-EMPLOYER      PIC X(80).
           05 INV-RECRUITER     PIC X(20).
           05 INV-STUDENT       PIC X(20).
           05 INV-DATE          PIC 9(08).
           05 INV-STATUS        PIC X(01).
           05 INV-ACTED-DATE    PIC 9(08).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "InviteConversionReport".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  JOB-INVITES-STATUS  PIC XX VALUE SPACES.
       01  APPS-FILE-STATUS    PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS     PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

       01  TODAY-DATE    PIC 9(08).
       01  APPS-OPEN-FLAG PIC X VALUE 'N'.
       01  CONVERTED-FLAG PIC X VALUE 'N'.

      *> One row per employer named on an invite, alphabetical.
       01  EMPLOYER-DATA.
           05 EMPLOYER-COUNT PIC 999 VALUE 0.
           05 EMPLOYER-ENTRY OCCURS 200 TIMES.
               10 EMP-NAME       PIC X(80).
               10 EMP-SENT       PIC 9(05).
               10 EMP-APPLIED    PIC 9(05).
               10 EMP-DECLINED   PIC 9(05).
               10 EMP-WAITING    PIC 9(05).
       01  SWAP-ENTRY.
           05 SWAP-NAME      PIC X(80).
           05 SWAP-SENT      PIC 9(05).
           05 SWAP-APPLIED   PIC 9(05).
           05 SWAP-DECLINED  PIC 9(05).
           05 SWAP-WAITING   PIC 9(05).
       01  EMP-HIT        PIC 999 VALUE 0.
       01  LOOKUP-NAME    PIC X(80).

       01  TOTAL-SENT     PIC 9(06) VALUE 0.
       01  TOTAL-APPLIED  PIC 9(06) VALUE 0.
       01  TOTAL-DECLINED PIC 9(06) VALUE 0.
       01  TOTAL-WAITING  PIC 9(06) VALUE 0.
       01  SKIPPED-COUNT  PIC 9(06) VALUE 0.
       01  RATE-PCT       PIC 9(03) VALUE 0.
       01  RATE-TEXT      PIC ZZ9.
       01  COUNT-TEXT     PIC ZZZZ9.

       01  I PIC 999.
       01  K PIC 999.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           OPEN INPUT APPLICATIONS-FILE.
           IF APPS-FILE-STATUS = "00"
               MOVE 'Y' TO APPS-OPEN-FLAG
           END-IF.

           PERFORM LOAD-INVITES-PROCEDURE.

           IF APPS-OPEN-FLAG = 'Y'
               CLOSE APPLICATIONS-FILE
           END-IF.

           PERFORM SORT-EMPLOYERS-PROCEDURE.
           PERFORM WRITE-REPORT-PROCEDURE.

           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

      *> Each invite is tallied under its employer as it is read.
       LOAD-INVITES-PROCEDURE.
           OPEN INPUT JOB-INVITES-FILE.
           IF JOB-INVITES-STATUS NOT = "00"
               CLOSE JOB-INVITES-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ JOB-INVITES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO RC-ROWS-PROCESSED
                       PERFORM TALLY-INVITE-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE JOB-INVITES-FILE.

       TALLY-INVITE-PROCEDURE.
           MOVE INV-EMPLOYER TO LOOKUP-NAME.
           PERFORM FIND-EMPLOYER-PROCEDURE.
           IF EMP-HIT = 0
               IF EMPLOYER-COUNT >= 200
                   ADD 1 TO SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO EMPLOYER-COUNT
               MOVE EMPLOYER-COUNT TO EMP-HIT
               INITIALIZE EMPLOYER-ENTRY(EMP-HIT)
               MOVE INV-EMPLOYER TO EMP-NAME(EMP-HIT)
           END-IF.

           ADD 1 TO EMP-SENT(EMP-HIT).
           ADD 1 TO TOTAL-SENT.

           MOVE 'N' TO CONVERTED-FLAG.
           IF INV-STATUS = 'A'
               MOVE 'Y' TO CONVERTED-FLAG
           ELSE
               IF APPS-OPEN-FLAG = 'Y'
                   MOVE INV-JOB-ID TO APP-JOB-ID
                   MOVE INV-STUDENT TO APP-USERNAME
                   READ APPLICATIONS-FILE
                       KEY IS APP-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO CONVERTED-FLAG
                   END-READ
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN CONVERTED-FLAG = 'Y'
                   ADD 1 TO EMP-APPLIED(EMP-HIT)
                   ADD 1 TO TOTAL-APPLIED
               WHEN INV-STATUS = 'D'
                   ADD 1 TO EMP-DECLINED(EMP-HIT)
                   ADD 1 TO TOTAL-DECLINED
               WHEN OTHER
                   ADD 1 TO EMP-WAITING(EMP-HIT)
                   ADD 1 TO TOTAL-WAITING
           END-EVALUATE.

      *> Company names are matched without regard to case, the way
      *> the company links and posting screens match them.
       FIND-EMPLOYER-PROCEDURE.
           MOVE 0 TO EMP-HIT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > EMPLOYER-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(EMP-NAME(K)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(LOOKUP-NAME))
                   MOVE K TO EMP-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SORT-EMPLOYERS-PROCEDURE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= EMPLOYER-COUNT
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > EMPLOYER-COUNT - I
                   IF EMP-NAME(K) > EMP-NAME(K + 1)
                       MOVE EMPLOYER-ENTRY(K) TO SWAP-ENTRY
                       MOVE EMPLOYER-ENTRY(K + 1) TO EMPLOYER-ENTRY(K)
                       MOVE SWAP-ENTRY TO EMPLOYER-ENTRY(K + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-REPORT-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Invite-to-Apply Conversion Report - "
                   DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE "Converted = the invited student applied to the same"
               & " posting; Waiting = not yet answered"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF EMPLOYER-COUNT = 0
               MOVE "No invites to apply have been sent yet."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           MOVE "Employer" TO REPORT-RECORD(1:8).
           MOVE "Sent" TO REPORT-RECORD(62:4).
           MOVE "Converted" TO REPORT-RECORD(69:9).
           MOVE "Declined" TO REPORT-RECORD(80:8).
           MOVE "Waiting" TO REPORT-RECORD(90:7).
           MOVE "Rate" TO REPORT-RECORD(99:4).
           WRITE REPORT-RECORD.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EMPLOYER-COUNT
               MOVE SPACES TO REPORT-RECORD
               MOVE EMP-NAME(I) TO REPORT-RECORD(1:58)
               MOVE EMP-SENT(I) TO COUNT-TEXT
               MOVE COUNT-TEXT TO REPORT-RECORD(61:5)
               MOVE EMP-APPLIED(I) TO COUNT-TEXT
               MOVE COUNT-TEXT TO REPORT-RECORD(73:5)
               MOVE EMP-DECLINED(I) TO COUNT-TEXT
               MOVE COUNT-TEXT TO REPORT-RECORD(83:5)
               MOVE EMP-WAITING(I) TO COUNT-TEXT
               MOVE COUNT-TEXT TO REPORT-RECORD(92:5)
               COMPUTE RATE-PCT ROUNDED =
                   EMP-APPLIED(I) * 100 / EMP-SENT(I)
               MOVE RATE-PCT TO RATE-TEXT
               MOVE RATE-TEXT TO REPORT-RECORD(99:3)
               MOVE "%" TO REPORT-RECORD(102:1)
               WRITE REPORT-RECORD
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           COMPUTE RATE-PCT ROUNDED = TOTAL-APPLIED * 100 / TOTAL-SENT.
           MOVE RATE-PCT TO RATE-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Employers: " DELIMITED BY SIZE
               EMPLOYER-COUNT DELIMITED BY SIZE
               "  Invites sent: " DELIMITED BY SIZE
               TOTAL-SENT DELIMITED BY SIZE
               "  Converted: " DELIMITED BY SIZE
               TOTAL-APPLIED DELIMITED BY SIZE
               "  Declined: " DELIMITED BY SIZE
               TOTAL-DECLINED DELIMITED BY SIZE
               "  Waiting: " DELIMITED BY SIZE
               TOTAL-WAITING DELIMITED BY SIZE
               "  Overall rate: " DELIMITED BY SIZE
               RATE-TEXT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           IF SKIPPED-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "Invites not tallied (employer table full): "
                       DELIMITED BY SIZE
                   SKIPPED-COUNT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.
           CLOSE REPORT-FILE.

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
