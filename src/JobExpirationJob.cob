      *> posters a few days ahead so they can extend the deadline
      *> from Edit/Close My Postings, tells applicants with in-flight
      *> applications before the door shuts, and logs every closure.
      *> Each posting it closes gets the same applicant packet the
      *> online close builds: every application with its cover note,
      *> resume snapshot, attached references, screening answers, and
      *> referral tag.
      *> Applications are read by key, one posting at a time.
      *> Closing also settles every application on the posting that
      *> never got past Submitted or Interviewing, as the online
      *> close does: it goes to Position Closed with a status
      *> history row, and the student gets the poster's closing
      *> message. Applicants the poster held back are left alone.
      *> Run on its own, separate from the interactive InCollege
      *> session.

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOBS-FILE-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-USERNAME WITH DUPLICATES
               FILE STATUS IS APPS-FILE-STATUS.
           SELECT NOTIFICATIONS-FILE ASSIGN TO "notifications.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIF-FILE-STATUS.
           SELECT REFERENCES-FILE ASSIGN TO "references.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFERENCES-STATUS.
           SELECT APP-REFERENCES-FILE ASSIGN TO "app-references.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APP-REFERENCES-STATUS.
           SELECT SCREENING-ANSWERS-FILE
               ASSIGN TO "screening-answers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREENING-ANSWERS-STATUS.
           SELECT REFERRALS-FILE ASSIGN TO "referrals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFERRALS-STATUS.
           SELECT RESUME-FILE ASSIGN TO DYNAMIC RESUME-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESUME-FILE-STATUS.
           SELECT APPLICANT-PACKET-FILE
               ASSIGN TO DYNAMIC PACKET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICANT-PACKET-STATUS.
           SELECT APPLICANT-PACKETS-LOG-FILE
               ASSIGN TO "applicant-packets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICANT-PACKETS-LOG-STATUS.
           SELECT STATUS-HISTORY-FILE ASSIGN TO "status-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-HISTORY-STATUS.
           SELECT SWEEP-HOLDS-FILE ASSIGN TO "sweep-holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWEEP-HOLDS-STATUS.
           SELECT CLOSING-WORDING-FILE ASSIGN TO "closing-wording.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSING-WORDING-STATUS.
           SELECT LOG-FILE ASSIGN TO "job-expiration-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "system-parameters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-STATUS.

       DATA DIVISION.

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

           05 NOTIF-DATE      PIC 9(08).
           05 NOTIF-READ-FLAG PIC X(01).

       FD  REFERENCES-FILE.
       01  REFERENCES-RECORD.
           05 REFR-REQUESTER PIC X(20).
           05 REFR-REFEREE   PIC X(20).
           05 REFR-STATUS    PIC X(10).
           05 REFR-TEXT      PIC X(200).
           05 REFR-DATE      PIC 9(08).

       FD  APP-REFERENCES-FILE.
       01  APP-REFERENCES-RECORD.
           05 AR-APPLICANT PIC X(20).
           05 AR-JOB-ID    PIC 9(06).
           05 AR-REFEREE   PIC X(20).

      *> Answers to a posting's screening questions, one row per
      *> question per application, with the question as it was asked.
       FD  SCREENING-ANSWERS-FILE.
       01  SCREENING-ANSWERS-RECORD.
           05 SA-USERNAME  PIC X(20).
           05 SA-JOB-ID    PIC 9(06).
           05 SA-SEQ       PIC 9(01).
           05 SA-QUESTION  PIC X(100).
           05 SA-ANSWER    PIC X(60).
           05 SA-KNOCKOUT  PIC X(01).
           05 SA-DATE      PIC 9(08).

       FD  REFERRALS-FILE.
       01  REFERRALS-RECORD.
           05 RFL-JOB-ID   PIC 9(06).
           05 RFL-REFERRER PIC X(20).
           05 RFL-REFERRED PIC X(20).
           05 RFL-DATE     PIC 9(08).

       FD  RESUME-FILE.
       01  RESUME-RECORD PIC X(256).

       FD  APPLICANT-PACKET-FILE.
       01  APPLICANT-PACKET-RECORD PIC X(256).

       FD  APPLICANT-PACKETS-LOG-FILE.
       01  APPLICANT-PACKETS-LOG-RECORD.
           05 PKT-JOB-ID     PIC 9(06).
           05 PKT-POSTER     PIC X(20).
           05 PKT-EMPLOYER   PIC X(80).
           05 PKT-FILE       PIC X(40).
           05 PKT-DATE       PIC 9(08).
           05 PKT-APPLICANTS PIC 9(04).

       FD  STATUS-HISTORY-FILE.
       01  STATUS-HISTORY-RECORD.
           05 SH-JOB-ID     PIC 9(06).
           05 SH-APPLICANT  PIC X(20).
           05 SH-EMPLOYER   PIC X(80).
           05 SH-POSTER     PIC X(20).
           05 SH-OLD-STATUS PIC X(20).
           05 SH-NEW-STATUS PIC X(20).
           05 SH-DATE       PIC 9(08).
           05 SH-CHANGED-BY PIC X(20).

       FD  SWEEP-HOLDS-FILE.
       01  SWEEP-HOLDS-RECORD.
           05 SWH-JOB-ID        PIC 9(06).
           05 SWH-APPLICANT     PIC X(20).
           05 SWH-DATE          PIC 9(08).

       FD  CLOSING-WORDING-FILE.
       01  CLOSING-WORDING-RECORD.
           05 CW-POSTER         PIC X(20).
           05 CW-TEXT           PIC X(80).

       FD  LOG-FILE.
       01  LOG-RECORD PIC X(132).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "JobExpirationJob".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.
       01  APPS-FILE-STATUS  PIC XX VALUE SPACES.
       01  NOTIF-FILE-STATUS PIC XX VALUE SPACES.
       01  LOG-FILE-STATUS   PIC XX VALUE SPACES.
       01  REFERENCES-STATUS     PIC XX VALUE SPACES.
       01  APP-REFERENCES-STATUS PIC XX VALUE SPACES.
       01  REFERRALS-STATUS      PIC XX VALUE SPACES.
       01  RESUME-FILE-STATUS    PIC XX VALUE SPACES.
       01  APPLICANT-PACKET-STATUS      PIC XX VALUE SPACES.
       01  APPLICANT-PACKETS-LOG-STATUS PIC XX VALUE SPACES.
       01  STATUS-HISTORY-STATUS PIC XX VALUE SPACES.
       01  SWEEP-HOLDS-STATUS    PIC XX VALUE SPACES.
       01  CLOSING-WORDING-STATUS PIC XX VALUE SPACES.
       01  RESUME-FILENAME PIC X(40) VALUE SPACES.
       01  PACKET-FILENAME PIC X(40) VALUE SPACES.
       01  PACKET-LINE     PIC X(256).
       01  PACKET-APP-COUNT PIC 9(04) VALUE 0.
       01  RESUME-EOF-FLAG PIC X VALUE 'N'.
       01  SCREENING-ANSWERS-STATUS PIC XX VALUE SPACES.
       01  SCREENING-EOF-FLAG PIC X VALUE 'N'.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.

       01  CLOSED-COUNT  PIC 9(06) VALUE 0.
       01  WARNED-COUNT  PIC 9(06) VALUE 0.
       01  SWEPT-COUNT   PIC 9(06) VALUE 0.

      *> Applicants held back from the closing sweep, and each
      *> poster's own closing message, both kept from Edit/Close My
      *> Postings.
       01  HOLD-DATA.
           05 HOLD-ENTRY-COUNT PIC 9(04) VALUE 0.
           05 HOLD-ENTRIES OCCURS 300 TIMES.
               10 HD-JOB-ID    PIC 9(06).
               10 HD-APPLICANT PIC X(20).
       01  HOLD-FOUND-FLAG PIC X(01) VALUE 'N'.
       01  WORDING-DATA.
           05 WORDING-ENTRY-COUNT PIC 9(04) VALUE 0.
           05 WORDING-ENTRIES OCCURS 200 TIMES.
               10 WD-POSTER PIC X(20).
               10 WD-TEXT   PIC X(80).
       01  CLOSING-WORDING PIC X(80).
       01  CLOSING-STANDARD-WORDING PIC X(80) VALUE
           "This position is now closed. Thank you for applying.".

      *> How many days before the deadline the poster (and any
      *> in-flight applicants) get their one advance warning.
       01  WARNING-DAYS  PIC 9(02) VALUE 3.

      *> The applications for the posting under review, read by key
      *> as each posting comes up rather than loaded all at once.
      *> Pre-numbering applications (job id 0) are matched on title
      *> and employer, so that key range is read for every posting.
       01  APPS-OPEN-FLAG PIC X(01) VALUE 'N'.
           88 APPS-OPEN   VALUE 'Y'.
       01  RANGE-JOB-ID  PIC 9(06).
       01  RANGE-DONE-FLAG PIC X(01).
           88 RANGE-DONE VALUE 'Y'.
       01  APP-SUMMARY.
           05 APP-ENTRY-COUNT PIC 9(04) VALUE 0.
           05 APP-ENTRIES OCCURS 500 TIMES.
               10 AS-TITLE    PIC X(80).
               10 AS-EMPLOYER PIC X(80).
               10 AS-STATUS   PIC X(20).
               10 AS-COVER-NOTE  PIC X(200).
               10 AS-RESUME-FILE PIC X(40).

      *> Accepted reference texts, which attached references use
      *> them, and who referred whom - the rest of what goes into an
      *> applicant packet.
       01  REFERENCE-DATA.
           05 REF-ENTRY-COUNT PIC 9(04) VALUE 0.
           05 REF-ENTRIES OCCURS 300 TIMES.
               10 RD-REQUESTER PIC X(20).
               10 RD-REFEREE   PIC X(20).
               10 RD-TEXT      PIC X(200).
       01  APP-REF-DATA.
           05 AR-ENTRY-COUNT PIC 9(04) VALUE 0.
           05 AR-ENTRIES OCCURS 500 TIMES.
               10 AD-APPLICANT PIC X(20).
               10 AD-JOB-ID    PIC 9(06).
               10 AD-REFEREE   PIC X(20).
       01  REFERRAL-DATA.
           05 RFL-ENTRY-COUNT PIC 9(04) VALUE 0.
           05 RFL-ENTRIES OCCURS 200 TIMES.
               10 RL-JOB-ID   PIC 9(06).
               10 RL-REFERRER PIC X(20).
               10 RL-REFERRED PIC X(20).

       01  I PIC 9(04).
       01  J PIC 9(04).
       01  K PIC 9(04).
       01  NOTIF-TARGET PIC X(20).
       01  NOTIF-LINE   PIC X(120).


       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           PERFORM READ-SYSTEM-PARAMETERS-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           PERFORM OPEN-APPLICATIONS-PROCEDURE.
           PERFORM LOAD-PACKET-REFERENCES-PROCEDURE.
           PERFORM LOAD-SWEEP-SETTINGS-PROCEDURE.
           PERFORM SWEEP-JOBS-PROCEDURE.
           IF APPS-OPEN
               CLOSE APPLICATIONS-FILE
           END-IF.
           PERFORM WRITE-SUMMARY-LOG-PROCEDURE.
           MOVE CLOSED-COUNT TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

       OPEN-APPLICATIONS-PROCEDURE.
           OPEN I-O APPLICATIONS-FILE.
           IF APPS-FILE-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO APPS-OPEN-FLAG.

       LOAD-JOB-APPLICATIONS-PROCEDURE.
           MOVE 0 TO APP-ENTRY-COUNT.
           IF NOT APPS-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE JOB-ID TO RANGE-JOB-ID.
           PERFORM LOAD-APPLICATION-RANGE-PROCEDURE.
           IF JOB-ID NOT = 0
               MOVE 0 TO RANGE-JOB-ID
               PERFORM LOAD-APPLICATION-RANGE-PROCEDURE
           END-IF.

       LOAD-APPLICATION-RANGE-PROCEDURE.
           MOVE RANGE-JOB-ID TO APP-JOB-ID.
           MOVE LOW-VALUES TO APP-USERNAME.
           MOVE 'N' TO RANGE-DONE-FLAG.
           START APPLICATIONS-FILE KEY IS >= APP-KEY
               INVALID KEY
                   MOVE 'Y' TO RANGE-DONE-FLAG
           END-START.
           PERFORM UNTIL RANGE-DONE OR APP-ENTRY-COUNT >= 500
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO RANGE-DONE-FLAG
                   NOT AT END
                       IF APP-JOB-ID NOT = RANGE-JOB-ID
                           MOVE 'Y' TO RANGE-DONE-FLAG
                       ELSE
                           IF RANGE-JOB-ID = JOB-ID
                               OR (APP-JOB-TITLE = JOB-TITLE
                               AND APP-JOB-EMPLOYER = JOB-EMPLOYER)
                               PERFORM KEEP-APPLICATION-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       KEEP-APPLICATION-PROCEDURE.
           ADD 1 TO APP-ENTRY-COUNT.
           MOVE APP-USERNAME TO AS-USERNAME(APP-ENTRY-COUNT).
           MOVE APP-JOB-ID TO AS-JOB-ID(APP-ENTRY-COUNT).
           MOVE APP-JOB-TITLE TO AS-TITLE(APP-ENTRY-COUNT).
           MOVE APP-JOB-EMPLOYER TO AS-EMPLOYER(APP-ENTRY-COUNT).
           MOVE APP-STATUS TO AS-STATUS(APP-ENTRY-COUNT).
           MOVE APP-COVER-NOTE TO AS-COVER-NOTE(APP-ENTRY-COUNT).
           MOVE APP-RESUME-FILE TO AS-RESUME-FILE(APP-ENTRY-COUNT).

       SWEEP-JOBS-PROCEDURE.
           OPEN I-O JOBS-FILE.
           COMPUTE EXPIRY-INTEGER =
               FUNCTION INTEGER-OF-DATE(JOB-EXPIRATION-DATE).
           COMPUTE DAYS-LEFT = EXPIRY-INTEGER - TODAY-INTEGER.
           IF DAYS-LEFT < 0 OR DAYS-LEFT = WARNING-DAYS
               PERFORM LOAD-JOB-APPLICATIONS-PROCEDURE
           END-IF.

           IF DAYS-LEFT < 0
               PERFORM CLOSE-EXPIRED-JOB-PROCEDURE
               INTO NOTIF-LINE.
           PERFORM WRITE-NOTIFICATION-PROCEDURE.

           PERFORM BUILD-APPLICANT-PACKET-PROCEDURE.
           PERFORM DISPOSE-OPEN-APPLICATIONS-PROCEDURE.
           PERFORM NOTIFY-APPLICANTS-PROCEDURE.

           OPEN EXTEND LOG-FILE.
               END-IF
           END-PERFORM.

      *> Settle the applications on the posting just closed that
      *> never got past Submitted or Interviewing - the same sweep
      *> the online close runs. Each is rewritten by key, so the
      *> load table is brought up to date too and the closing-door
      *> notice that follows skips the ones settled here.
       DISPOSE-OPEN-APPLICATIONS-PROCEDURE.
           MOVE CLOSING-STANDARD-WORDING TO CLOSING-WORDING.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WORDING-ENTRY-COUNT
               IF WD-POSTER(J) = JOB-POSTER
                   AND WD-TEXT(J) NOT = SPACES
                   MOVE WD-TEXT(J) TO CLOSING-WORDING
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > APP-ENTRY-COUNT
               IF FUNCTION TRIM(AS-STATUS(I)) = "Submitted"
                   OR FUNCTION TRIM(AS-STATUS(I)) = "Interviewing"
                   PERFORM DISPOSE-ONE-APPLICATION-PROCEDURE
               END-IF
           END-PERFORM.

       DISPOSE-ONE-APPLICATION-PROCEDURE.
           MOVE 'N' TO HOLD-FOUND-FLAG.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > HOLD-ENTRY-COUNT
               IF HD-JOB-ID(J) = AS-JOB-ID(I)
                   AND HD-APPLICANT(J) = AS-USERNAME(I)
                   MOVE 'Y' TO HOLD-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF HOLD-FOUND-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE AS-JOB-ID(I) TO APP-JOB-ID.
           MOVE AS-USERNAME(I) TO APP-USERNAME.
           READ APPLICATIONS-FILE KEY IS APP-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE "Position Closed" TO APP-STATUS.
           REWRITE APPLICATIONS-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO SWEPT-COUNT.

           OPEN EXTEND STATUS-HISTORY-FILE.
           IF STATUS-HISTORY-STATUS = "35"
               CLOSE STATUS-HISTORY-FILE
               OPEN OUTPUT STATUS-HISTORY-FILE
           END-IF.
           INITIALIZE STATUS-HISTORY-RECORD.
           MOVE AS-JOB-ID(I) TO SH-JOB-ID.
           MOVE AS-USERNAME(I) TO SH-APPLICANT.
           MOVE AS-EMPLOYER(I) TO SH-EMPLOYER.
           MOVE JOB-POSTER TO SH-POSTER.
           MOVE AS-STATUS(I) TO SH-OLD-STATUS.
           MOVE APP-STATUS TO SH-NEW-STATUS.
           MOVE TODAY-DATE TO SH-DATE.
           MOVE RC-JOB-NAME-TEXT TO SH-CHANGED-BY.
           WRITE STATUS-HISTORY-RECORD.
           CLOSE STATUS-HISTORY-FILE.
           MOVE APP-STATUS TO AS-STATUS(I).

           MOVE AS-USERNAME(I) TO NOTIF-TARGET.
           MOVE SPACES TO NOTIF-LINE.
           STRING FUNCTION TRIM(AS-TITLE(I)) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(CLOSING-WORDING) DELIMITED BY SIZE
               INTO NOTIF-LINE.
           PERFORM WRITE-NOTIFICATION-PROCEDURE.

       LOAD-SWEEP-SETTINGS-PROCEDURE.
           OPEN INPUT SWEEP-HOLDS-FILE.
           IF SWEEP-HOLDS-STATUS = "00"
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE OR HOLD-ENTRY-COUNT >= 300
                   READ SWEEP-HOLDS-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO HOLD-ENTRY-COUNT
                           MOVE SWH-JOB-ID
                               TO HD-JOB-ID(HOLD-ENTRY-COUNT)
                           MOVE SWH-APPLICANT
                               TO HD-APPLICANT(HOLD-ENTRY-COUNT)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SWEEP-HOLDS-FILE.

           OPEN INPUT CLOSING-WORDING-FILE.
           IF CLOSING-WORDING-STATUS = "00"
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE OR WORDING-ENTRY-COUNT >= 200
                   READ CLOSING-WORDING-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WORDING-ENTRY-COUNT
                           MOVE CW-POSTER
                               TO WD-POSTER(WORDING-ENTRY-COUNT)
                           MOVE CW-TEXT TO WD-TEXT(WORDING-ENTRY-COUNT)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CLOSING-WORDING-FILE.

       LOAD-PACKET-REFERENCES-PROCEDURE.
           OPEN INPUT REFERENCES-FILE.
           IF REFERENCES-STATUS = "00"
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE OR REF-ENTRY-COUNT >= 300
                   READ REFERENCES-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(REFR-STATUS) = "ACCEPTED"
                               ADD 1 TO REF-ENTRY-COUNT
                               MOVE REFR-REQUESTER
                                   TO RD-REQUESTER(REF-ENTRY-COUNT)
                               MOVE REFR-REFEREE
                                   TO RD-REFEREE(REF-ENTRY-COUNT)
                               MOVE REFR-TEXT
                                   TO RD-TEXT(REF-ENTRY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE REFERENCES-FILE.

           OPEN INPUT APP-REFERENCES-FILE.
           IF APP-REFERENCES-STATUS = "00"
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE OR AR-ENTRY-COUNT >= 500
                   READ APP-REFERENCES-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO AR-ENTRY-COUNT
                           MOVE AR-APPLICANT
                               TO AD-APPLICANT(AR-ENTRY-COUNT)
                           MOVE AR-JOB-ID TO AD-JOB-ID(AR-ENTRY-COUNT)
                           MOVE AR-REFEREE
                               TO AD-REFEREE(AR-ENTRY-COUNT)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE APP-REFERENCES-FILE.

           OPEN INPUT REFERRALS-FILE.
           IF REFERRALS-STATUS = "00"
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE OR RFL-ENTRY-COUNT >= 200
                   READ REFERRALS-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO RFL-ENTRY-COUNT
                           MOVE RFL-JOB-ID TO RL-JOB-ID(RFL-ENTRY-COUNT)
                           MOVE RFL-REFERRER
                               TO RL-REFERRER(RFL-ENTRY-COUNT)
                           MOVE RFL-REFERRED
                               TO RL-REFERRED(RFL-ENTRY-COUNT)
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE REFERRALS-FILE.

      *> The same packet Edit/Close My Postings builds online, for
      *> the posting in JOBS-RECORD that was just closed. The
      *> applications table holds only this posting's applicants,
      *> older job-0 ones included.
       BUILD-APPLICANT-PACKET-PROCEDURE.
           MOVE APP-ENTRY-COUNT TO PACKET-APP-COUNT.

           MOVE SPACES TO PACKET-FILENAME.
           STRING "applicant-packet_" DELIMITED BY SIZE
               JOB-ID DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               JOB-CLOSED-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO PACKET-FILENAME.

           OPEN OUTPUT APPLICANT-PACKET-FILE.
           IF APPLICANT-PACKET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PACKET-LINE.
           STRING "Applicant Packet - Job #" DELIMITED BY SIZE
               JOB-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-TITLE) DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-EMPLOYER) DELIMITED BY SIZE
               INTO PACKET-LINE.
           PERFORM WRITE-PACKET-LINE-PROCEDURE.
           MOVE SPACES TO PACKET-LINE.
           STRING "Posted by " DELIMITED BY SIZE
               FUNCTION TRIM(JOB-POSTER) DELIMITED BY SIZE
               "   Closed " DELIMITED BY SIZE
               JOB-CLOSED-DATE DELIMITED BY SIZE
               "   Applications: " DELIMITED BY SIZE
               PACKET-APP-COUNT DELIMITED BY SIZE
               INTO PACKET-LINE.
           PERFORM WRITE-PACKET-LINE-PROCEDURE.

           IF PACKET-APP-COUNT = 0
               MOVE "No applications were received for this posting."
                   TO PACKET-LINE
               PERFORM WRITE-PACKET-LINE-PROCEDURE
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > APP-ENTRY-COUNT
               PERFORM WRITE-PACKET-APPLICANT-PROCEDURE
           END-PERFORM.
           CLOSE APPLICANT-PACKET-FILE.

           OPEN EXTEND APPLICANT-PACKETS-LOG-FILE.
           IF APPLICANT-PACKETS-LOG-STATUS = "35"
               CLOSE APPLICANT-PACKETS-LOG-FILE
               OPEN OUTPUT APPLICANT-PACKETS-LOG-FILE
           END-IF.
           MOVE JOB-ID TO PKT-JOB-ID.
           MOVE JOB-POSTER TO PKT-POSTER.
           MOVE JOB-EMPLOYER TO PKT-EMPLOYER.
           MOVE PACKET-FILENAME TO PKT-FILE.
           MOVE JOB-CLOSED-DATE TO PKT-DATE.
           MOVE PACKET-APP-COUNT TO PKT-APPLICANTS.
           WRITE APPLICANT-PACKETS-LOG-RECORD.
           CLOSE APPLICANT-PACKETS-LOG-FILE.

           MOVE JOB-POSTER TO NOTIF-TARGET.
           MOVE SPACES TO NOTIF-LINE.
           STRING "Applicant packet for Job #" DELIMITED BY SIZE
               JOB-ID DELIMITED BY SIZE
               " is ready: " DELIMITED BY SIZE
               FUNCTION TRIM(PACKET-FILENAME) DELIMITED BY SIZE
               INTO NOTIF-LINE.
           PERFORM WRITE-NOTIFICATION-PROCEDURE.

      *> One screening answer in the packet, flagged when it missed
      *> the answer the poster required.
       WRITE-PACKET-SCREENING-PROCEDURE.
           MOVE SPACES TO PACKET-LINE.
           IF SA-KNOCKOUT = 'Y'
               STRING "Screening Q" DELIMITED BY SIZE
                   SA-SEQ DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(SA-QUESTION) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(SA-ANSWER) DELIMITED BY SIZE
                   " [knocked out]" DELIMITED BY SIZE
                   INTO PACKET-LINE
               END-STRING
           ELSE
               STRING "Screening Q" DELIMITED BY SIZE
                   SA-SEQ DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(SA-QUESTION) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(SA-ANSWER) DELIMITED BY SIZE
                   INTO PACKET-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-PACKET-LINE-PROCEDURE.

       WRITE-PACKET-APPLICANT-PROCEDURE.
           MOVE "========================================"
               TO PACKET-LINE.
           PERFORM WRITE-PACKET-LINE-PROCEDURE.
           MOVE SPACES TO PACKET-LINE.
           STRING "Applicant: " DELIMITED BY SIZE
               FUNCTION TRIM(AS-USERNAME(I)) DELIMITED BY SIZE
               "   Status: " DELIMITED BY SIZE
               FUNCTION TRIM(AS-STATUS(I)) DELIMITED BY SIZE
               INTO PACKET-LINE.
           PERFORM WRITE-PACKET-LINE-PROCEDURE.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RFL-ENTRY-COUNT
               IF RL-JOB-ID(J) = AS-JOB-ID(I)
                   AND RL-REFERRED(J) = AS-USERNAME(I)
                   MOVE SPACES TO PACKET-LINE
                   STRING "Referred by " DELIMITED BY SIZE
                       FUNCTION TRIM(RL-REFERRER(J)) DELIMITED BY SIZE
                       INTO PACKET-LINE
                   END-STRING
                   PERFORM WRITE-PACKET-LINE-PROCEDURE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF FUNCTION TRIM(AS-COVER-NOTE(I)) = SPACES
               MOVE "No cover note was provided." TO PACKET-LINE
           ELSE
               MOVE SPACES TO PACKET-LINE
               STRING "Cover Note: " DELIMITED BY SIZE
                   FUNCTION TRIM(AS-COVER-NOTE(I)) DELIMITED BY SIZE
                   INTO PACKET-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-PACKET-LINE-PROCEDURE.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > AR-ENTRY-COUNT
               IF AD-APPLICANT(J) = AS-USERNAME(I)
                   AND AD-JOB-ID(J) = AS-JOB-ID(I)
                   PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > REF-ENTRY-COUNT
                       IF RD-REQUESTER(K) = AD-APPLICANT(J)
                           AND RD-REFEREE(K) = AD-REFEREE(J)
                           MOVE SPACES TO PACKET-LINE
                           STRING "Reference from " DELIMITED BY SIZE
                               FUNCTION TRIM(RD-REFEREE(K))
                                   DELIMITED BY SIZE
                               ": " DELIMITED BY SIZE
                               FUNCTION TRIM(RD-TEXT(K))
                                   DELIMITED BY SIZE
                               INTO PACKET-LINE
                           END-STRING
                           PERFORM WRITE-PACKET-LINE-PROCEDURE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           OPEN INPUT SCREENING-ANSWERS-FILE.
           IF SCREENING-ANSWERS-STATUS = "00"
               MOVE 'N' TO SCREENING-EOF-FLAG
               PERFORM UNTIL SCREENING-EOF-FLAG = 'Y'
                   READ SCREENING-ANSWERS-FILE
                       AT END
                           MOVE 'Y' TO SCREENING-EOF-FLAG
                       NOT AT END
                           IF SA-JOB-ID = AS-JOB-ID(I)
                               AND SA-USERNAME = AS-USERNAME(I)
                               PERFORM WRITE-PACKET-SCREENING-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SCREENING-ANSWERS-FILE.

           IF FUNCTION TRIM(AS-RESUME-FILE(I)) = SPACES
               MOVE "No resume snapshot was taken with this" &
               " application." TO PACKET-LINE
               PERFORM WRITE-PACKET-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           MOVE AS-RESUME-FILE(I) TO RESUME-FILENAME.
           OPEN INPUT RESUME-FILE.
           IF RESUME-FILE-STATUS NOT = "00"
               CLOSE RESUME-FILE
               MOVE SPACES TO PACKET-LINE
               STRING "Resume snapshot " DELIMITED BY SIZE
                   FUNCTION TRIM(RESUME-FILENAME) DELIMITED BY SIZE
                   " is no longer on file." DELIMITED BY SIZE
                   INTO PACKET-LINE
               END-STRING
               PERFORM WRITE-PACKET-LINE-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Resume (as submitted):" TO PACKET-LINE.
           PERFORM WRITE-PACKET-LINE-PROCEDURE.
           MOVE 'N' TO RESUME-EOF-FLAG.
           PERFORM UNTIL RESUME-EOF-FLAG = 'Y'
               READ RESUME-FILE
                   AT END
                       MOVE 'Y' TO RESUME-EOF-FLAG
                   NOT AT END
                       MOVE RESUME-RECORD TO PACKET-LINE
                       PERFORM WRITE-PACKET-LINE-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE RESUME-FILE.

       WRITE-PACKET-LINE-PROCEDURE.
           MOVE PACKET-LINE TO APPLICANT-PACKET-RECORD.
           WRITE APPLICANT-PACKET-RECORD.

       WRITE-NOTIFICATION-PROCEDURE.
           OPEN EXTEND NOTIFICATIONS-FILE.
           IF NOTIF-FILE-STATUS = "35"
               CLOSED-COUNT DELIMITED BY SIZE
               ", warned " DELIMITED BY SIZE
               WARNED-COUNT DELIMITED BY SIZE
               ", applications set to Position Closed "
                   DELIMITED BY SIZE
               SWEPT-COUNT DELIMITED BY SIZE
               INTO LOG-RECORD.
           WRITE LOG-RECORD.
           CLOSE LOG-FILE.

      *> system-parameters.txt may override JOB-EXPIRY-WARNING-DAYS; a
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
               WHEN "JOB-EXPIRY-WARNING-DAYS"
                   IF PARAM-VALUE IS NUMERIC
                       AND PARAM-VALUE >= 1
                       AND PARAM-VALUE <= 30
                       MOVE PARAM-VALUE TO WARNING-DAYS
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
