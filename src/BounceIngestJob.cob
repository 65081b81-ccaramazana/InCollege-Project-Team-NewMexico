       IDENTIFICATION DIVISION.
       PROGRAM-ID. BounceIngestJob.

      *> Nightly batch job: reads the campus mail gateway's bounce
      *> return file, mail-bounces.txt, one rejected message per line
      *> as address|YYYYMMDD|reason. Every account whose contact email
      *> is that address is marked undeliverable - its confirmed flag
      *> in contacts.txt becomes B - and the bounce date and reason
      *> are kept in undeliverable-accounts.txt. A B address is no
      *> longer confirmed, so MailSpoolJob stops spooling to it and a
      *> password reset falls back to the security question; the
      *> user is told at next login to update the address, and
      *> confirming it again (or a new one) clears the mark. A bounce
      *> dated before the account last confirmed its address is old
      *> news and is ignored, so reading the same return file twice
      *> does no harm. undeliverable-report.txt lists tonight's
      *> bounces, then every undeliverable account that still has an
      *> open application or a pending interview, with its phone, so
      *> career services can reach them another way. Run on its own,
      *> separate from the interactive InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOUNCES-FILE ASSIGN TO "mail-bounces.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOUNCES-STATUS.
           SELECT CONTACTS-FILE ASSIGN TO "contacts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACTS-STATUS.
           SELECT UNDELIVERABLE-FILE
               ASSIGN TO "undeliverable-accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNDELIVERABLE-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-USERNAME WITH DUPLICATES
               FILE STATUS IS APPS-FILE-STATUS.
           SELECT INTERVIEWS-FILE ASSIGN TO "interviews.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERVIEWS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "undeliverable-report.txt"
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
       FD  BOUNCES-FILE.
       01  BOUNCES-RECORD PIC X(256).

       FD  CONTACTS-FILE.
       01  CONTACTS-RECORD.
           05 CT-USERNAME       PIC X(20).
           05 CT-EMAIL          PIC X(80).
           05 CT-PHONE          PIC X(20).
           05 CT-CHANNEL        PIC X(01).
           05 CT-EMAIL-VERIFIED PIC X(01).
           05 CT-CODE           PIC 9(06).
           05 CT-CODE-DATE      PIC 9(08).
           05 CT-VERIFIED-DATE  PIC 9(08).
           05 CT-UPDATED-DATE   PIC 9(08).

       FD  UNDELIVERABLE-FILE.
       01  UNDELIVERABLE-RECORD.
           05 UA-USERNAME     PIC X(20).
           05 UA-EMAIL        PIC X(80).
           05 UA-BOUNCE-DATE  PIC 9(08).
           05 UA-REASON       PIC X(80).
           05 UA-FLAGGED-DATE PIC 9(08).

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

       FD  INTERVIEWS-FILE.
       01  INTERVIEWS-RECORD.
           05 INT-JOB-ID    PIC 9(06).
           05 INT-APPLICANT PIC X(20).
           05 INT-POSTER    PIC X(20).
           05 INT-SLOT-DATE PIC 9(08).
           05 INT-SLOT-TIME PIC X(05).
           05 INT-STATUS    PIC X(10).
           05 INT-ROOM      PIC X(10).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "BounceIngestJob".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  BOUNCES-STATUS         PIC XX VALUE SPACES.
       01  CONTACTS-STATUS        PIC XX VALUE SPACES.
       01  UNDELIVERABLE-STATUS   PIC XX VALUE SPACES.
       01  APPS-FILE-STATUS       PIC XX VALUE SPACES.
       01  INTERVIEWS-FILE-STATUS PIC XX VALUE SPACES.
       01  RPT-STATUS             PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

       01  TODAY-DATE PIC 9(08).

      *> contacts.txt, rewritten with the B marks at the end.
       01  CONTACT-DATA.
           05 CONTACT-COUNT PIC 9(04) VALUE 0.
           05 CONTACT-ENTRY OCCURS 500 TIMES.
               10 CE-RECORD     PIC X(152).
               10 CE-MATCH-MAIL PIC X(80).
               10 CE-OPEN-APPS  PIC 9(04).
               10 CE-INTERVIEWS PIC 9(04).

      *> One row per account, holding its latest bounce.
       01  UNDELIVERABLE-DATA.
           05 UD-COUNT PIC 9(04) VALUE 0.
           05 UD-ENTRY OCCURS 500 TIMES.
               10 UD-USERNAME     PIC X(20).
               10 UD-EMAIL        PIC X(80).
               10 UD-BOUNCE-DATE  PIC 9(08).
               10 UD-REASON       PIC X(80).
               10 UD-FLAGGED-DATE PIC 9(08).
       01  UD-HIT PIC 9(04) VALUE 0.

      *> Tonight's bounces as read, with what became of each.
       01  BOUNCE-DATA.
           05 BOUNCE-COUNT PIC 9(04) VALUE 0.
           05 BOUNCE-ENTRY OCCURS 500 TIMES.
               10 BN-ADDRESS PIC X(80).
               10 BN-DATE    PIC 9(08).
               10 BN-REASON  PIC X(80).
               10 BN-RESULT  PIC X(40).
       01  BOUNCE-FIELDS.
           05 BF-ADDRESS PIC X(80).
           05 BF-DATE    PIC X(20).
           05 BF-REASON  PIC X(120).
       01  MATCH-MAIL   PIC X(80).
       01  MATCHED-ANY  PIC X(01).
       01  FLAGGED-ANY  PIC X(01).

       01  FLAGGED-COUNT   PIC 9(06) VALUE 0.
       01  UNMATCHED-COUNT PIC 9(06) VALUE 0.
       01  STALE-COUNT     PIC 9(06) VALUE 0.
       01  REACH-COUNT     PIC 9(06) VALUE 0.

       01  NUM-OUT  PIC Z(5)9.
       01  APPS-OUT PIC ZZZ9.
       01  INTS-OUT PIC ZZZ9.

       01  I PIC 9(04).
       01  J PIC 9(04).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           PERFORM LOAD-CONTACTS-PROCEDURE.
           PERFORM LOAD-UNDELIVERABLE-PROCEDURE.
           PERFORM READ-BOUNCES-PROCEDURE.
           IF FLAGGED-COUNT > 0
               PERFORM SAVE-CONTACTS-PROCEDURE
               PERFORM SAVE-UNDELIVERABLE-PROCEDURE
           END-IF.
           PERFORM COUNT-OPEN-APPLICATIONS-PROCEDURE.
           PERFORM COUNT-PENDING-INTERVIEWS-PROCEDURE.
           PERFORM WRITE-REPORT-PROCEDURE.

           MOVE BOUNCE-COUNT TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

       LOAD-CONTACTS-PROCEDURE.
           OPEN INPUT CONTACTS-FILE.
           IF CONTACTS-STATUS NOT = "00"
               CLOSE CONTACTS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ CONTACTS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF CONTACT-COUNT < 500
                           ADD 1 TO CONTACT-COUNT
                           MOVE CONTACTS-RECORD
                               TO CE-RECORD(CONTACT-COUNT)
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(CT-EMAIL))
                               TO CE-MATCH-MAIL(CONTACT-COUNT)
                           MOVE 0 TO CE-OPEN-APPS(CONTACT-COUNT)
                               CE-INTERVIEWS(CONTACT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTACTS-FILE.

       LOAD-UNDELIVERABLE-PROCEDURE.
           OPEN INPUT UNDELIVERABLE-FILE.
           IF UNDELIVERABLE-STATUS NOT = "00"
               CLOSE UNDELIVERABLE-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ UNDELIVERABLE-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF UD-COUNT < 500
                           ADD 1 TO UD-COUNT
                           MOVE UNDELIVERABLE-RECORD
                               TO UD-ENTRY(UD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE UNDELIVERABLE-FILE.

      *> A missing return file just means nothing bounced.
       READ-BOUNCES-PROCEDURE.
           OPEN INPUT BOUNCES-FILE.
           IF BOUNCES-STATUS NOT = "00"
               CLOSE BOUNCES-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR BOUNCE-COUNT >= 500
               READ BOUNCES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(BOUNCES-RECORD) NOT = SPACES
                           AND BOUNCES-RECORD(1:1) NOT = "#"
                           PERFORM APPLY-BOUNCE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOUNCES-FILE.

      *> Every account on the bounced address is marked; an account
      *> that confirmed the address on or after the bounce date has
      *> shown it works and is left alone.
       APPLY-BOUNCE-PROCEDURE.
           INITIALIZE BOUNCE-FIELDS.
           UNSTRING BOUNCES-RECORD DELIMITED BY "|"
               INTO BF-ADDRESS BF-DATE BF-REASON
           END-UNSTRING.
           ADD 1 TO BOUNCE-COUNT.
           MOVE FUNCTION TRIM(BF-ADDRESS) TO BN-ADDRESS(BOUNCE-COUNT).
           IF FUNCTION TRIM(BF-DATE) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(BF-DATE)) = 8
               MOVE FUNCTION TRIM(BF-DATE) TO BN-DATE(BOUNCE-COUNT)
           ELSE
               MOVE TODAY-DATE TO BN-DATE(BOUNCE-COUNT)
           END-IF.
           IF BF-REASON = SPACES
               MOVE "No reason given by the gateway"
                   TO BN-REASON(BOUNCE-COUNT)
           ELSE
               MOVE FUNCTION TRIM(BF-REASON)
                   TO BN-REASON(BOUNCE-COUNT)
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BF-ADDRESS))
               TO MATCH-MAIL.
           MOVE 'N' TO MATCHED-ANY FLAGGED-ANY.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CONTACT-COUNT
               IF MATCH-MAIL NOT = SPACES
                   AND CE-MATCH-MAIL(I) = MATCH-MAIL
                   MOVE 'Y' TO MATCHED-ANY
                   MOVE CE-RECORD(I) TO CONTACTS-RECORD
                   IF CT-EMAIL-VERIFIED = 'Y'
                       AND CT-VERIFIED-DATE >= BN-DATE(BOUNCE-COUNT)
                       CONTINUE
                   ELSE
                       PERFORM FLAG-CONTACT-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN MATCHED-ANY = 'N'
                   MOVE "No account uses this address"
                       TO BN-RESULT(BOUNCE-COUNT)
                   ADD 1 TO UNMATCHED-COUNT
               WHEN FLAGGED-ANY = 'N'
                   MOVE "Reconfirmed since - ignored"
                       TO BN-RESULT(BOUNCE-COUNT)
                   ADD 1 TO STALE-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Row I of the contact table (copied into CONTACTS-RECORD)
      *> takes the bounce.
       FLAG-CONTACT-PROCEDURE.
           MOVE 'Y' TO FLAGGED-ANY.
           MOVE 'B' TO CT-EMAIL-VERIFIED.
           MOVE 0 TO CT-CODE.
           MOVE CONTACTS-RECORD TO CE-RECORD(I).
           ADD 1 TO FLAGGED-COUNT.
           MOVE SPACES TO BN-RESULT(BOUNCE-COUNT).
           STRING "Marked undeliverable: " DELIMITED BY SIZE
               FUNCTION TRIM(CT-USERNAME) DELIMITED BY SIZE
               INTO BN-RESULT(BOUNCE-COUNT).

           MOVE 0 TO UD-HIT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > UD-COUNT
               IF UD-USERNAME(J) = CT-USERNAME
                   MOVE J TO UD-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UD-HIT = 0
               IF UD-COUNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO UD-COUNT
               MOVE UD-COUNT TO UD-HIT
           END-IF.
           MOVE CT-USERNAME TO UD-USERNAME(UD-HIT).
           MOVE CT-EMAIL TO UD-EMAIL(UD-HIT).
           MOVE BN-DATE(BOUNCE-COUNT) TO UD-BOUNCE-DATE(UD-HIT).
           MOVE BN-REASON(BOUNCE-COUNT) TO UD-REASON(UD-HIT).
           MOVE TODAY-DATE TO UD-FLAGGED-DATE(UD-HIT).

       SAVE-CONTACTS-PROCEDURE.
           OPEN OUTPUT CONTACTS-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CONTACT-COUNT
               MOVE CE-RECORD(I) TO CONTACTS-RECORD
               WRITE CONTACTS-RECORD
           END-PERFORM.
           CLOSE CONTACTS-FILE.

       SAVE-UNDELIVERABLE-PROCEDURE.
           OPEN OUTPUT UNDELIVERABLE-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > UD-COUNT
               MOVE UD-ENTRY(I) TO UNDELIVERABLE-RECORD
               WRITE UNDELIVERABLE-RECORD
           END-PERFORM.
           CLOSE UNDELIVERABLE-FILE.

      *> Submitted, Interviewing and Offered applications are still
      *> waiting on the student or the employer.
       COUNT-OPEN-APPLICATIONS-PROCEDURE.
           OPEN INPUT APPLICATIONS-FILE.
           IF APPS-FILE-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ APPLICATIONS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(APP-STATUS) = "Submitted"
                           OR FUNCTION TRIM(APP-STATUS)
                               = "Interviewing"
                           OR FUNCTION TRIM(APP-STATUS) = "Offered"
                           PERFORM VARYING I FROM 1 BY 1
                               UNTIL I > CONTACT-COUNT
                               IF CE-RECORD(I)(1:20) = APP-USERNAME
                                   ADD 1 TO CE-OPEN-APPS(I)
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.

      *> Offered or confirmed interview slots from today on.
       COUNT-PENDING-INTERVIEWS-PROCEDURE.
           OPEN INPUT INTERVIEWS-FILE.
           IF INTERVIEWS-FILE-STATUS NOT = "00"
               CLOSE INTERVIEWS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ INTERVIEWS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF (FUNCTION TRIM(INT-STATUS) = "OFFERED"
                           OR FUNCTION TRIM(INT-STATUS) = "CONFIRMED")
                           AND INT-SLOT-DATE >= TODAY-DATE
                           PERFORM VARYING I FROM 1 BY 1
                               UNTIL I > CONTACT-COUNT
                               IF CE-RECORD(I)(1:20) = INT-APPLICANT
                                   ADD 1 TO CE-INTERVIEWS(I)
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INTERVIEWS-FILE.

       WRITE-REPORT-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Undeliverable Mail Report - " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE BOUNCE-COUNT TO NUM-OUT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Bounces read: " DELIMITED BY SIZE
               FUNCTION TRIM(NUM-OUT) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE FLAGGED-COUNT TO NUM-OUT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Accounts marked undeliverable: " DELIMITED BY SIZE
               FUNCTION TRIM(NUM-OUT) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE UNMATCHED-COUNT TO NUM-OUT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Addresses with no account: " DELIMITED BY SIZE
               FUNCTION TRIM(NUM-OUT) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE STALE-COUNT TO NUM-OUT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Ignored, address reconfirmed since: "
               DELIMITED BY SIZE
               FUNCTION TRIM(NUM-OUT) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF BOUNCE-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "Tonight's bounces:" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > BOUNCE-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " DELIMITED BY SIZE
                       BN-DATE(I) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       FUNCTION TRIM(BN-ADDRESS(I)) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(BN-RESULT(I)) DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE SPACES TO REPORT-RECORD
                   STRING "      " DELIMITED BY SIZE
                       FUNCTION TRIM(BN-REASON(I)) DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-PERFORM
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Undeliverable accounts with open applications or" &
               " pending interviews - reach them another way:"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CONTACT-COUNT
               MOVE CE-RECORD(I) TO CONTACTS-RECORD
               IF CT-EMAIL-VERIFIED = 'B'
                   AND (CE-OPEN-APPS(I) > 0 OR CE-INTERVIEWS(I) > 0)
                   PERFORM WRITE-REACH-LINE-PROCEDURE
               END-IF
           END-PERFORM.
           IF REACH-COUNT = 0
               MOVE "  None." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           CLOSE REPORT-FILE.

      *> Row I, already in CONTACTS-RECORD.
       WRITE-REACH-LINE-PROCEDURE.
           ADD 1 TO REACH-COUNT.
           MOVE 0 TO UD-HIT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > UD-COUNT
               IF UD-USERNAME(J) = CT-USERNAME
                   MOVE J TO UD-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE CE-OPEN-APPS(I) TO APPS-OUT.
           MOVE CE-INTERVIEWS(I) TO INTS-OUT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  " DELIMITED BY SIZE
               CT-USERNAME DELIMITED BY SIZE
               " Phone: " DELIMITED BY SIZE
               CT-PHONE DELIMITED BY SIZE
               " Open apps:" DELIMITED BY SIZE
               APPS-OUT DELIMITED BY SIZE
               "  Interviews:" DELIMITED BY SIZE
               INTS-OUT DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF UD-HIT > 0
               STRING "      " DELIMITED BY SIZE
                   FUNCTION TRIM(CT-EMAIL) DELIMITED BY SIZE
                   " bounced " DELIMITED BY SIZE
                   UD-BOUNCE-DATE(UD-HIT) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(UD-REASON(UD-HIT)) DELIMITED BY SIZE
                   INTO REPORT-RECORD
           ELSE
               STRING "      " DELIMITED BY SIZE
                   FUNCTION TRIM(CT-EMAIL) DELIMITED BY SIZE
                   " bounced" DELIMITED BY SIZE
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
