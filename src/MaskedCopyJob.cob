       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaskedCopyJob.

      *> Standalone utility: makes a masked copy of one dated backup
      *> set (as written by BackupSnapshotJob) for staff training and
      *> upgrade testing, so neither has to run against live student
      *> data. mask-request.txt names the set - line 1 is its date
      *> (YYYYMMDD), line 2 the directory the copy goes to (default
      *> "training"). Every file in the set is copied with:
      *>   - each username replaced by a generated one (user00001,
      *>     user00002, ...) through one map, so connections,
      *>     applications, messages and the rest still line up;
      *>   - first and last names, about-me text, experience
      *>     descriptions, message contents, cover notes and
      *>     reviewer notes replaced by generated text;
      *>   - every account given the one training password and
      *>     recovery answer below, with its lockout cleared;
      *>   - usernames quoted inside notification, announcement and
      *>     audit text swapped through the same map, and the audit
      *>     check chain recomputed over the masked rows.
      *> The copy keeps the set's name and file layout, and a
      *> restore-date.txt naming it is written alongside, so running
      *> RestoreUtility in that directory loads it there. Only a set
      *> whose manifest says GOOD is copied. The map itself is never
      *> written out. Run on its own, separate from the interactive
      *> InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "mask-request.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-STATUS.
           SELECT BACKUP-IN-FILE ASSIGN TO DYNAMIC BACKUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.
           SELECT MASK-OUT-FILE ASSIGN TO DYNAMIC MASK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASK-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
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
       FD  REQUEST-FILE.
       01  REQUEST-RECORD PIC X(60).

       FD  BACKUP-IN-FILE.
       01  BACKUP-IN-RECORD PIC X(3455).

       FD  MASK-OUT-FILE.
       01  MASK-OUT-RECORD PIC X(3455).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD PIC X(100).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "MaskedCopyJob".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  REQUEST-STATUS  PIC XX VALUE SPACES.
       01  BACKUP-STATUS   PIC XX VALUE SPACES.
       01  MASK-STATUS     PIC XX VALUE SPACES.
       01  MANIFEST-STATUS PIC XX VALUE SPACES.

       01  SOURCE-DATE       PIC X(08) VALUE SPACES.
       01  TARGET-DIR        PIC X(40) VALUE SPACES.
       01  BACKUP-FILENAME   PIC X(60).
       01  MASK-FILENAME     PIC X(100).
       01  MANIFEST-FILENAME PIC X(100).
       01  CURRENT-FILE-NAME PIC X(30).
       01  SOURCE-VERDICT    PIC X(04) VALUE SPACES.
       01  SET-VERDICT       PIC X(04) VALUE "GOOD".
       01  TODAY-DATE        PIC 9(08).

       01  FILE-RECORD-COUNT  PIC 9(06) VALUE 0.
       01  TOTAL-RECORD-COUNT PIC 9(06) VALUE 0.
       01  FILE-PRESENT-FLAG  PIC X VALUE 'N'.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

      *> The one password and recovery answer every masked account
      *> gets, salted with a fixed salt so each run gives the same
      *> secrets.txt for the same set.
       01  TRAINING-PASSWORD   PIC X(12) VALUE "Training#1".
       01  TRAINING-QUESTION   PIC X(80)
           VALUE "Training account - the answer is training".
       01  TRAINING-ANSWER     PIC X(12) VALUE "training".
       01  TRAINING-SALT       PIC X(08) VALUE "TRAINING".
       01  TRAINING-PW-HASH    PIC X(18).
       01  TRAINING-ANS-HASH   PIC X(18).

       01  HASHING-VARS.
           05 HP-INPUT        PIC X(80).
           05 HP-SALT         PIC X(08).
           05 HP-OUTPUT-HASH  PIC X(18).
           05 HP-ACCUMULATOR  PIC 9(18).
           05 HP-CHAR-VALUE   PIC 9(03).
           05 HP-LEN          PIC 999.
           05 HP-SUBS         PIC 999.

       01  AUDIT-PREV-CHECK   PIC X(18) VALUE SPACES.
       01  AUDIT-CHAIN-INPUT  PIC X(117).

      *> Old username to generated username, in the order each was
      *> first met - the accounts in secrets.txt first, then any
      *> name left behind in another file by an account since gone.
       01  USER-MAP-DATA.
           05 MAP-COUNT PIC 9(05) VALUE 0.
           05 MAP-TABLE OCCURS 3000 TIMES.
               10 MAP-OLD  PIC X(20).
               10 MAP-NEW  PIC X(20).
       01  MAP-SUBS     PIC 9(05).
       01  MAP-HIT      PIC 9(05) VALUE 0.
       01  MAP-IN       PIC X(20).
       01  MAP-OUT      PIC X(20).
       01  MAP-NUMBER   PIC 9(05).
       01  MAP-FULL-FLAG PIC X VALUE 'N'.

      *> Generated first and last names, picked by map position.
       01  FIRST-NAME-VALUES.
           05 FILLER PIC X(10) VALUE "Alex".
           05 FILLER PIC X(10) VALUE "Jordan".
           05 FILLER PIC X(10) VALUE "Taylor".
           05 FILLER PIC X(10) VALUE "Morgan".
           05 FILLER PIC X(10) VALUE "Casey".
           05 FILLER PIC X(10) VALUE "Riley".
           05 FILLER PIC X(10) VALUE "Jamie".
           05 FILLER PIC X(10) VALUE "Avery".
           05 FILLER PIC X(10) VALUE "Quinn".
           05 FILLER PIC X(10) VALUE "Drew".
           05 FILLER PIC X(10) VALUE "Parker".
           05 FILLER PIC X(10) VALUE "Reese".
       01  FIRST-NAME-TABLE REDEFINES FIRST-NAME-VALUES.
           05 FIRST-NAME-ENTRY PIC X(10) OCCURS 12 TIMES.
       01  LAST-NAME-VALUES.
           05 FILLER PIC X(10) VALUE "Sample".
           05 FILLER PIC X(10) VALUE "Tester".
           05 FILLER PIC X(10) VALUE "Example".
           05 FILLER PIC X(10) VALUE "Trainee".
           05 FILLER PIC X(10) VALUE "Sampleton".
           05 FILLER PIC X(10) VALUE "Demo".
           05 FILLER PIC X(10) VALUE "Mockley".
           05 FILLER PIC X(10) VALUE "Fictive".
           05 FILLER PIC X(10) VALUE "Standin".
           05 FILLER PIC X(10) VALUE "Proxy".
           05 FILLER PIC X(10) VALUE "Dummett".
           05 FILLER PIC X(10) VALUE "Testwell".
       01  LAST-NAME-TABLE REDEFINES LAST-NAME-VALUES.
           05 LAST-NAME-ENTRY PIC X(10) OCCURS 12 TIMES.
       01  NAME-PICK        PIC 99.

      *> Free text with usernames swapped word by word.
       01  TEXT-BUF         PIC X(200).
       01  TEXT-WORK        PIC X(200).
       01  TEXT-WORD        PIC X(200).
       01  TEXT-IN-PTR      PIC 999.
       01  TEXT-OUT-PTR     PIC 999.

      *> One record image at a time, with a view per file.
       01  MASK-RECORD PIC X(3455).
       01  SECRETS-VIEW REDEFINES MASK-RECORD.
           05 SECRET-USERNAME             PIC X(20).
           05 SECRET-PASSWORD-SALT        PIC X(08).
           05 SECRET-PASSWORD-HASH        PIC X(18).
           05 SECRET-RECOVERY-QUESTION    PIC X(80).
           05 SECRET-RECOVERY-ANSWER-SALT PIC X(08).
           05 SECRET-RECOVERY-ANSWER-HASH PIC X(18).
           05 SECRET-FAILED-LOGINS        PIC 9(02).
           05 SECRET-LOCKED-UNTIL         PIC X(19).
           05 SECRET-ROLE                 PIC X(01).
           05 SECRET-ACCOUNT-STATUS       PIC X(01).
           05 SECRET-FORCE-PW-CHANGE      PIC X(01).
           05 SECRET-PW-SET-DATE          PIC 9(08).
           05 SECRET-PW-HISTORY           PIC X(78).
           05 SECRET-LAST-LOGIN-DATE      PIC 9(08).
       01  PROFILES-VIEW REDEFINES MASK-RECORD.
           05 PROFILE-USERNAME        PIC X(20).
           05 PROFILE-FIRST-NAME      PIC X(80).
           05 PROFILE-LAST-NAME       PIC X(80).
           05 PROFILE-UNIVERSITY      PIC X(80).
           05 PROFILE-MAJOR           PIC X(80).
           05 PROFILE-GRADUATION-YEAR PIC 9(04).
           05 PROFILE-ABOUT-ME        PIC X(200).
           05 PROFILE-EXPERIENCES OCCURS 5 TIMES.
               10 PROF-EXP-TITLE       PIC X(80).
               10 PROF-EXP-COMPANY     PIC X(80).
               10 PROF-EXP-DATES       PIC X(80).
               10 PROF-EXP-DESCRIPTION PIC X(100).
       01  PAIR-VIEW REDEFINES MASK-RECORD.
           05 PAIR-FIRST-USER  PIC X(20).
           05 PAIR-SECOND-USER PIC X(20).
       01  MESSAGES-VIEW REDEFINES MASK-RECORD.
           05 MSG-RECIPIENT PIC X(20).
           05 MSG-SEQ       PIC 9(06).
           05 MSG-SENDER    PIC X(20).
           05 MSG-CONTENT   PIC X(200).
       01  APPLICATIONS-VIEW REDEFINES MASK-RECORD.
           05 APP-JOB-ID       PIC 9(06).
           05 APP-USERNAME     PIC X(20).
           05 APP-JOB-TITLE    PIC X(80).
           05 APP-JOB-EMPLOYER PIC X(80).
           05 APP-JOB-LOCATION PIC X(80).
           05 APP-STATUS       PIC X(20).
           05 APP-COVER-NOTE   PIC X(200).
           05 APP-RESUME-FILE  PIC X(40).
       01  AUDIT-VIEW REDEFINES MASK-RECORD.
           05 AUDIT-USERNAME  PIC X(20).
           05 AUDIT-TIMESTAMP PIC X(19).
           05 AUDIT-ACTION    PIC X(60).
           05 AUDIT-CHECK     PIC X(18).
       01  COMPANIES-VIEW REDEFINES MASK-RECORD.
           05 COMPANY-NAME     PIC X(80).
           05 COMPANY-ADDED-BY PIC X(20).
       01  NOTIFICATIONS-VIEW REDEFINES MASK-RECORD.
           05 NOTIF-USERNAME PIC X(20).
           05 NOTIF-TEXT     PIC X(120).
       01  INTERVIEWS-VIEW REDEFINES MASK-RECORD.
           05 INT-JOB-ID    PIC 9(06).
           05 INT-APPLICANT PIC X(20).
           05 INT-POSTER    PIC X(20).
       01  APPLICANT-NOTES-VIEW REDEFINES MASK-RECORD.
           05 NOTE-POSTER    PIC X(20).
           05 NOTE-APPLICANT PIC X(20).
           05 NOTE-JOB-ID    PIC 9(06).
           05 NOTE-RATING    PIC 9(01).
           05 NOTE-TEXT      PIC X(200).
       01  ENDORSEMENTS-VIEW REDEFINES MASK-RECORD.
           05 ENDORSE-OWNER        PIC X(20).
           05 ENDORSE-SKILL-NUMBER PIC 9(02).
           05 ENDORSE-BY           PIC X(20).
       01  EVENTS-VIEW REDEFINES MASK-RECORD.
           05 EVENT-ID        PIC 9(04).
           05 EVENT-NAME      PIC X(80).
           05 EVENT-DATE      PIC 9(08).
           05 EVENT-LOCATION  PIC X(80).
           05 EVENT-CAPACITY  PIC 9(04).
           05 EVENT-POSTED-BY PIC X(20).
      *> rsvps.txt and announcement-reads.txt both lead with a
      *> four-digit id and then the username.
       01  ID-USER-VIEW REDEFINES MASK-RECORD.
           05 IDU-ID       PIC 9(04).
           05 IDU-USERNAME PIC X(20).
       01  ANNOUNCEMENTS-VIEW REDEFINES MASK-RECORD.
           05 ANN-ID        PIC 9(04).
           05 ANN-POSTED-BY PIC X(20).
           05 ANN-TEXT      PIC X(200).

       01  EXP-SUBS PIC 9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN INPUT REQUEST-FILE.
           IF REQUEST-STATUS NOT = "00"
               DISPLAY "MaskedCopyJob: mask-request.txt not found - "
                   "write the backup date (YYYYMMDD) into it first."
               CLOSE REQUEST-FILE
               STOP RUN
           END-IF.
           READ REQUEST-FILE
               AT END
                   MOVE SPACES TO SOURCE-DATE
               NOT AT END
                   MOVE FUNCTION TRIM(REQUEST-RECORD) TO SOURCE-DATE
           END-READ.
           READ REQUEST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FUNCTION TRIM(REQUEST-RECORD) TO TARGET-DIR
           END-READ.
           CLOSE REQUEST-FILE.

           IF SOURCE-DATE = SPACES
               DISPLAY "MaskedCopyJob: mask-request.txt is empty."
               STOP RUN
           END-IF.
           IF TARGET-DIR = SPACES
               MOVE "training" TO TARGET-DIR
           END-IF.
           IF TARGET-DIR = "." OR TARGET-DIR = "./"
               DISPLAY "MaskedCopyJob: the masked copy must go to a "
                   "separate directory, not the live one."
               STOP RUN
           END-IF.

           PERFORM CHECK-SOURCE-SET-PROCEDURE.
           IF SOURCE-VERDICT NOT = "GOOD"
               DISPLAY "MaskedCopyJob: backup set "
                   SOURCE-DATE
                   " is missing or its manifest is not GOOD -"
                   " not copied."
               STOP RUN
           END-IF.

           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           CALL "CBL_CREATE_DIR"
               USING TARGET-DIR
               ON EXCEPTION
                   CONTINUE
           END-CALL.

           MOVE TRAINING-PASSWORD TO HP-INPUT.
           MOVE TRAINING-SALT TO HP-SALT.
           PERFORM HASH-PASSWORD-PROCEDURE.
           MOVE HP-OUTPUT-HASH TO TRAINING-PW-HASH.
           MOVE TRAINING-ANSWER TO HP-INPUT.
           PERFORM HASH-PASSWORD-PROCEDURE.
           MOVE HP-OUTPUT-HASH TO TRAINING-ANS-HASH.

           MOVE SPACES TO MANIFEST-FILENAME.
           STRING FUNCTION TRIM(TARGET-DIR) DELIMITED BY SIZE
               "/backup-" DELIMITED BY SIZE
               SOURCE-DATE DELIMITED BY SIZE
               "-manifest.txt" DELIMITED BY SIZE
               INTO MANIFEST-FILENAME.
           OPEN OUTPUT MANIFEST-FILE.
           IF MANIFEST-STATUS NOT = "00"
               DISPLAY "MaskedCopyJob: cannot write into "
                   FUNCTION TRIM(TARGET-DIR) " - not copied."
               MOVE "FAILED" TO RC-OUTCOME-TEXT
               PERFORM WRITE-RUN-CONTROL-PROCEDURE
               CLOSE BATCH-LOCK-FILE
               STOP RUN
           END-IF.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING "Masked copy of backup set " DELIMITED BY SIZE
               SOURCE-DATE DELIMITED BY SIZE
               " made " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.

           PERFORM BUILD-USER-MAP-PROCEDURE.

           MOVE "secrets.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "profiles.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "connections.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "messages.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "jobs.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "networks.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "applications.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "skills.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "audit-log.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "companies.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "notifications.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "interviews.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "placements.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "applicant-notes.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "endorsements.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "blocks.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "events.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "rsvps.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "saved-searches.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "saved-jobs.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "announcements.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "announcement-reads.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "skills-catalog.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.
           MOVE "job-counter.txt" TO CURRENT-FILE-NAME.
           PERFORM MASK-ONE-FILE-PROCEDURE.

           IF MAP-FULL-FLAG = 'Y'
               MOVE "BAD " TO SET-VERDICT
               MOVE "  More usernames than the map holds - some were"
                   TO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
               MOVE "  masked to the same name." TO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
           END-IF.

           MOVE SPACES TO MANIFEST-RECORD.
           STRING "Accounts masked: " DELIMITED BY SIZE
               MAP-COUNT DELIMITED BY SIZE
               INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING "Snapshot verdict: " DELIMITED BY SIZE
               SET-VERDICT DELIMITED BY SIZE
               INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           CLOSE MANIFEST-FILE.

           PERFORM WRITE-RESTORE-DATE-PROCEDURE.

           DISPLAY "MaskedCopyJob: backup set " SOURCE-DATE
               " masked into " FUNCTION TRIM(TARGET-DIR)
               " - verdict " SET-VERDICT.
           MOVE TOTAL-RECORD-COUNT TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

      *> The source set must exist and have been declared good by
      *> BackupSnapshotJob - its manifest's last line carries the
      *> verdict.
       CHECK-SOURCE-SET-PROCEDURE.
           MOVE SPACES TO SOURCE-VERDICT.
           MOVE SPACES TO BACKUP-FILENAME.
           STRING "backup-" DELIMITED BY SIZE
               SOURCE-DATE DELIMITED BY SIZE
               "-manifest.txt" DELIMITED BY SIZE
               INTO BACKUP-FILENAME.
           OPEN INPUT BACKUP-IN-FILE.
           IF BACKUP-STATUS NOT = "00"
               CLOSE BACKUP-IN-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ BACKUP-IN-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF BACKUP-IN-RECORD(1:18) = "Snapshot verdict: "
                           MOVE BACKUP-IN-RECORD(19:4)
                               TO SOURCE-VERDICT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-IN-FILE.

       OPEN-BACKUP-IN-PROCEDURE.
           MOVE SPACES TO BACKUP-FILENAME.
           STRING "backup-" DELIMITED BY SIZE
               SOURCE-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(CURRENT-FILE-NAME) DELIMITED BY SIZE
               INTO BACKUP-FILENAME.
           MOVE 'N' TO FILE-PRESENT-FLAG.
           OPEN INPUT BACKUP-IN-FILE.
           IF BACKUP-STATUS = "00"
               MOVE 'Y' TO FILE-PRESENT-FLAG
           ELSE
               CLOSE BACKUP-IN-FILE
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.

      *> Every account in the set gets its generated name up front,
      *> in secrets.txt order, so the numbering does not depend on
      *> which file happens to mention a user first.
       BUILD-USER-MAP-PROCEDURE.
           MOVE "secrets.txt" TO CURRENT-FILE-NAME.
           PERFORM OPEN-BACKUP-IN-PROCEDURE.
           IF FILE-PRESENT-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-FILE
               READ BACKUP-IN-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE BACKUP-IN-RECORD(1:20) TO MAP-IN
                       PERFORM MAP-USERNAME-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE BACKUP-IN-FILE.

      *> MAP-IN to its generated name in MAP-OUT (MAP-HIT is its map
      *> row), adding it to the map the first time it is seen.
      *> Blank stays blank.
       MAP-USERNAME-PROCEDURE.
           MOVE SPACES TO MAP-OUT.
           MOVE 0 TO MAP-HIT.
           IF MAP-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-USERNAME-PROCEDURE.
           IF MAP-HIT > 0
               EXIT PARAGRAPH
           END-IF.
           IF MAP-COUNT >= 3000
               MOVE 'Y' TO MAP-FULL-FLAG
               MOVE "user-overflow" TO MAP-OUT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO MAP-COUNT.
           MOVE MAP-COUNT TO MAP-HIT.
           MOVE MAP-COUNT TO MAP-NUMBER.
           MOVE MAP-IN TO MAP-OLD(MAP-HIT).
           MOVE SPACES TO MAP-NEW(MAP-HIT).
           STRING "user" DELIMITED BY SIZE
               MAP-NUMBER DELIMITED BY SIZE
               INTO MAP-NEW(MAP-HIT).
           MOVE MAP-NEW(MAP-HIT) TO MAP-OUT.

      *> Look MAP-IN up without adding it; MAP-HIT 0 when unknown.
       FIND-USERNAME-PROCEDURE.
           MOVE 0 TO MAP-HIT.
           PERFORM VARYING MAP-SUBS FROM 1 BY 1
               UNTIL MAP-SUBS > MAP-COUNT
               IF MAP-OLD(MAP-SUBS) = MAP-IN
                   MOVE MAP-SUBS TO MAP-HIT
                   MOVE MAP-NEW(MAP-SUBS) TO MAP-OUT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Swap any word of TEXT-BUF that is a known username for its
      *> generated name. Runs of spaces close up to one.
       SUBSTITUTE-USERNAMES-PROCEDURE.
           MOVE TEXT-BUF TO TEXT-WORK.
           MOVE SPACES TO TEXT-BUF.
           MOVE 1 TO TEXT-IN-PTR.
           MOVE 1 TO TEXT-OUT-PTR.
           PERFORM UNTIL TEXT-IN-PTR > 200
               MOVE SPACES TO TEXT-WORD
               UNSTRING TEXT-WORK DELIMITED BY ALL SPACE
                   INTO TEXT-WORD
                   WITH POINTER TEXT-IN-PTR
               END-UNSTRING
               IF TEXT-WORD NOT = SPACES
                   IF TEXT-WORD(21:) = SPACES
                       MOVE TEXT-WORD(1:20) TO MAP-IN
                       PERFORM FIND-USERNAME-PROCEDURE
                       IF MAP-HIT > 0
                           MOVE MAP-OUT TO TEXT-WORD
                       END-IF
                   END-IF
                   IF TEXT-OUT-PTR > 1
                       STRING " " DELIMITED BY SIZE
                           INTO TEXT-BUF WITH POINTER TEXT-OUT-PTR
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(TEXT-WORD) DELIMITED BY SIZE
                       INTO TEXT-BUF WITH POINTER TEXT-OUT-PTR
                   END-STRING
               END-IF
           END-PERFORM.

      *> Copy one file of the set, masking each record by the view
      *> that fits it, and log it in the masked set's manifest. A
      *> file with no copy in the source set gets none in the masked
      *> one either, so RestoreUtility leaves it alone there too.
       MASK-ONE-FILE-PROCEDURE.
           PERFORM OPEN-BACKUP-IN-PROCEDURE.
           MOVE 0 TO FILE-RECORD-COUNT.
           IF FILE-PRESENT-FLAG = 'N'
               MOVE SPACES TO MANIFEST-RECORD
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(CURRENT-FILE-NAME) DELIMITED BY SIZE
                   ": not in the source set" DELIMITED BY SIZE
                   INTO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO MASK-FILENAME.
           STRING FUNCTION TRIM(TARGET-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(BACKUP-FILENAME) DELIMITED BY SIZE
               INTO MASK-FILENAME.
           OPEN OUTPUT MASK-OUT-FILE.
           MOVE SPACES TO AUDIT-PREV-CHECK.

           PERFORM UNTIL END-OF-FILE
               READ BACKUP-IN-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO FILE-RECORD-COUNT
                       MOVE BACKUP-IN-RECORD TO MASK-RECORD
                       PERFORM MASK-RECORD-PROCEDURE
                       MOVE MASK-RECORD TO MASK-OUT-RECORD
                       WRITE MASK-OUT-RECORD
               END-READ
           END-PERFORM.
           CLOSE BACKUP-IN-FILE.
           CLOSE MASK-OUT-FILE.
           ADD FILE-RECORD-COUNT TO TOTAL-RECORD-COUNT.

           MOVE SPACES TO MANIFEST-RECORD.
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(CURRENT-FILE-NAME) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FILE-RECORD-COUNT DELIMITED BY SIZE
               " record(s) GOOD" DELIMITED BY SIZE
               INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.

       MASK-RECORD-PROCEDURE.
           EVALUATE CURRENT-FILE-NAME
               WHEN "secrets.txt"
                   PERFORM MASK-SECRET-PROCEDURE
               WHEN "profiles.txt"
                   PERFORM MASK-PROFILE-PROCEDURE
               WHEN "connections.txt"
               WHEN "networks.txt"
               WHEN "blocks.txt"
                   MOVE PAIR-FIRST-USER TO MAP-IN
                   PERFORM MAP-USERNAME-PROCEDURE
                   MOVE MAP-OUT TO PAIR-FIRST-USER
                   MOVE PAIR-SECOND-USER TO MAP-IN
                   PERFORM MAP-USERNAME-PROCEDURE
                   MOVE MAP-OUT TO PAIR-SECOND-USER
               WHEN "messages.txt"
                   MOVE MSG-RECIPIENT TO MAP-IN
                   PERFORM MAP-USERNAME-PROCEDURE
                   MOVE MAP-OUT TO MSG-RECIPIENT
                   MOVE MSG-SENDER TO MAP-IN
                   PERFORM MAP-USERNAME-PROCEDURE
                   MOVE MAP-OUT TO MSG-SENDER
                   MOVE "Sample message text for training use."
                       TO MSG-CONTENT
               WHEN "jobs.txt"
               WHEN "skills.txt"
               WHEN "placements.txt"
               WHEN "saved-searches.txt"
               WHEN "saved-jobs.txt"
                   MOVE PAIR-FIRST-USER TO MAP-IN
                   PERFORM MAP-USERNAME-PROCEDURE
                   MOVE MAP-OUT TO PAIR-FIRST-USER
               WHEN "applications.txt"
                   MOVE APP-USERNAME TO MAP-IN
                   PERFORM MAP-USERNAME-PROCEDURE
                   MOVE MAP-OUT TO APP-USERNAME
                   IF APP-COVER-NOTE NOT = SPACES
                       MOVE "Sample cover note for training use."
                           TO APP-COVER-NOTE
                   END-IF
                   MOVE SPACES TO APP-RESUME-FILE
               WHEN "audit-log.txt"
                   PERFORM MASK-AUDIT-PROCEDURE
               WHEN "companies.txt"
                   MOVE COMPANY-ADDED-BY TO MAP-IN
                   PERFORM MAP-USERNAME-PROCEDURE
                   MOVE MAP-OUT TO COMPANY-ADDED-BY
               WHEN "notifications.txt"
                   MOVE NOTIF-USERNAME TO MAP-IN
                   PERFORM MAP-USERNAME-PROCEDURE
                   MOVE MAP-OUT TO NOTIF-USERNAME
                   MOVE NOTIF-TEXT TO TEXT-BUF
                   PERFORM SUBSTITUTE-USERNAMES-PROCEDURE
                   MOVE TEXT-BUF TO NOTIF-TEXT
               WHEN "interviews.txt"
                   MOVE INT-APPLICANT TO MAP-IN
                   PERFORM MAP-USERNAME-PROCEDURE
                   MOVE MAP-OUT TO INT-APPLICANT
                   MOVE INT-POSTER TO MAP-IN
                   PERFORM MAP-USERNAME-PROCEDURE
                   MOVE MAP-OUT TO INT-POSTER
               WHEN "applicant-notes.txt"
                   MOVE NOTE-POSTER TO MAP-IN
                   PERFORM MAP-USERNAME-PROCEDURE
                   MOVE MAP-OUT TO NOTE-POSTER
                   MOVE NOTE-APPLICANT TO MAP-IN
                   PERFORM MAP-USERNAME-PROCEDURE
                   MOVE MAP-OUT TO NOTE-APPLICANT
                   IF NOTE-TEXT NOT = SPACES
                       MOVE "Sample reviewer note for training use."
                           TO NOTE-TEXT
                   END-IF
               WHEN "endorsements.txt"
                   MOVE ENDORSE-OWNER TO MAP-IN
                   PERFORM MAP-USERNAME-PROCEDURE
                   MOVE MAP-OUT TO ENDORSE-OWNER
                   MOVE ENDORSE-BY TO MAP-IN
                   PERFORM MAP-USERNAME-PROCEDURE
                   MOVE MAP-OUT TO ENDORSE-BY
               WHEN "events.txt"
                   MOVE EVENT-POSTED-BY TO MAP-IN
                   PERFORM MAP-USERNAME-PROCEDURE
                   MOVE MAP-OUT TO EVENT-POSTED-BY
               WHEN "rsvps.txt"
               WHEN "announcement-reads.txt"
                   MOVE IDU-USERNAME TO MAP-IN
                   PERFORM MAP-USERNAME-PROCEDURE
                   MOVE MAP-OUT TO IDU-USERNAME
               WHEN "announcements.txt"
                   MOVE ANN-POSTED-BY TO MAP-IN
                   PERFORM MAP-USERNAME-PROCEDURE
                   MOVE MAP-OUT TO ANN-POSTED-BY
                   MOVE ANN-TEXT TO TEXT-BUF
                   PERFORM SUBSTITUTE-USERNAMES-PROCEDURE
                   MOVE TEXT-BUF TO ANN-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Role, account status and last login stay as they were, so
      *> dormancy and role screens still have something to show.
       MASK-SECRET-PROCEDURE.
           MOVE SECRET-USERNAME TO MAP-IN.
           PERFORM MAP-USERNAME-PROCEDURE.
           MOVE MAP-OUT TO SECRET-USERNAME.
           MOVE TRAINING-SALT TO SECRET-PASSWORD-SALT.
           MOVE TRAINING-PW-HASH TO SECRET-PASSWORD-HASH.
           MOVE TRAINING-QUESTION TO SECRET-RECOVERY-QUESTION.
           MOVE TRAINING-SALT TO SECRET-RECOVERY-ANSWER-SALT.
           MOVE TRAINING-ANS-HASH TO SECRET-RECOVERY-ANSWER-HASH.
           MOVE 0 TO SECRET-FAILED-LOGINS.
           MOVE SPACES TO SECRET-LOCKED-UNTIL.
           MOVE "N" TO SECRET-FORCE-PW-CHANGE.
           MOVE TODAY-DATE TO SECRET-PW-SET-DATE.
           MOVE SPACES TO SECRET-PW-HISTORY.

      *> University, major, year and job titles are kept - they are
      *> what the search and report screens run on. The person's
      *> own words are not.
       MASK-PROFILE-PROCEDURE.
           MOVE PROFILE-USERNAME TO MAP-IN.
           PERFORM MAP-USERNAME-PROCEDURE.
           MOVE MAP-OUT TO PROFILE-USERNAME.
           IF MAP-HIT > 0
               COMPUTE NAME-PICK = FUNCTION MOD(MAP-HIT - 1, 12) + 1
               MOVE FIRST-NAME-ENTRY(NAME-PICK) TO PROFILE-FIRST-NAME
               COMPUTE NAME-PICK =
                   FUNCTION MOD((MAP-HIT - 1) / 12, 12) + 1
               MOVE LAST-NAME-ENTRY(NAME-PICK) TO PROFILE-LAST-NAME
           END-IF.
           IF PROFILE-ABOUT-ME NOT = SPACES
               MOVE "Sample about-me text for a training account."
                   TO PROFILE-ABOUT-ME
           END-IF.
           PERFORM VARYING EXP-SUBS FROM 1 BY 1 UNTIL EXP-SUBS > 5
               IF PROF-EXP-DESCRIPTION(EXP-SUBS) NOT = SPACES
                   MOVE "Sample experience description for training."
                       TO PROF-EXP-DESCRIPTION(EXP-SUBS)
               END-IF
           END-PERFORM.

      *> The chain is rebuilt over the masked rows the same way the
      *> interactive session builds it, so the rotation job's verify
      *> mode passes on the copy. Rows from before the chain existed
      *> keep their blank check.
       MASK-AUDIT-PROCEDURE.
           MOVE AUDIT-USERNAME TO MAP-IN.
           PERFORM MAP-USERNAME-PROCEDURE.
           MOVE MAP-OUT TO AUDIT-USERNAME.
           MOVE AUDIT-ACTION TO TEXT-BUF.
           PERFORM SUBSTITUTE-USERNAMES-PROCEDURE.
           MOVE TEXT-BUF TO AUDIT-ACTION.
           IF AUDIT-CHECK = SPACES
               MOVE SPACES TO AUDIT-PREV-CHECK
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO AUDIT-CHAIN-INPUT.
           STRING AUDIT-PREV-CHECK DELIMITED BY SIZE
               AUDIT-USERNAME DELIMITED BY SIZE
               AUDIT-TIMESTAMP DELIMITED BY SIZE
               AUDIT-ACTION DELIMITED BY SIZE
               INTO AUDIT-CHAIN-INPUT.
           MOVE 5381 TO HP-ACCUMULATOR.
           PERFORM VARYING HP-SUBS FROM 1 BY 1 UNTIL HP-SUBS > 117
               MOVE FUNCTION ORD(AUDIT-CHAIN-INPUT(HP-SUBS:1))
                   TO HP-CHAR-VALUE
               COMPUTE HP-ACCUMULATOR =
                   FUNCTION MOD((HP-ACCUMULATOR * 33) + HP-CHAR-VALUE,
                       999999999999999937)
           END-PERFORM.
           MOVE HP-ACCUMULATOR TO AUDIT-CHECK.
           MOVE AUDIT-CHECK TO AUDIT-PREV-CHECK.

      *> Same salted digest the interactive session uses.
       HASH-PASSWORD-PROCEDURE.
           MOVE 5381 TO HP-ACCUMULATOR
           COMPUTE HP-LEN = FUNCTION LENGTH(FUNCTION TRIM(HP-SALT))
           PERFORM VARYING HP-SUBS FROM 1 BY 1 UNTIL HP-SUBS > HP-LEN
               MOVE FUNCTION ORD(HP-SALT(HP-SUBS:1)) TO HP-CHAR-VALUE
               COMPUTE HP-ACCUMULATOR =
                   FUNCTION MOD((HP-ACCUMULATOR * 33) + HP-CHAR-VALUE,
                       999999999999999937)
           END-PERFORM

           COMPUTE HP-LEN = FUNCTION LENGTH(FUNCTION TRIM(HP-INPUT))
           PERFORM VARYING HP-SUBS FROM 1 BY 1 UNTIL HP-SUBS > HP-LEN
               MOVE FUNCTION ORD(HP-INPUT(HP-SUBS:1)) TO HP-CHAR-VALUE
               COMPUTE HP-ACCUMULATOR =
                   FUNCTION MOD((HP-ACCUMULATOR * 33) + HP-CHAR-VALUE,
                       999999999999999937)
           END-PERFORM

           MOVE HP-ACCUMULATOR TO HP-OUTPUT-HASH.

      *> restore-date.txt in the training directory names the masked
      *> set, so RestoreUtility run there loads it without editing.
       WRITE-RESTORE-DATE-PROCEDURE.
           MOVE SPACES TO MASK-FILENAME.
           STRING FUNCTION TRIM(TARGET-DIR) DELIMITED BY SIZE
               "/restore-date.txt" DELIMITED BY SIZE
               INTO MASK-FILENAME.
           OPEN OUTPUT MASK-OUT-FILE.
           MOVE SPACES TO MASK-OUT-RECORD.
           MOVE SOURCE-DATE TO MASK-OUT-RECORD.
           WRITE MASK-OUT-RECORD.
           CLOSE MASK-OUT-FILE.

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
