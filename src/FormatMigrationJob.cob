      *>
      *> The run walks migrate-checkpoint.txt through per-file
      *> dump/rebuild steps (SEC-DUMPED, SEC-DONE, PRO-..., JOB-...,
      *> MSG-..., APP-...), so a run that dies anywhere resumes at
      *> the exact file and phase it reached - a half-finished run
      *> can never be mistaken for a complete one, and jobs.txt in
      *> particular is never judged by the state of secrets.txt.
      *> format-version.txt ("4" is current) is only written after
      *> the last step.
      *>
      *> Version 3 appended the work-authorization flag to jobs.txt
      *> and changed nothing else, so a version-2 data set - stamped
      *> "2", or never stamped but with secrets.txt already in the
      *> current layout - walks the jobs reshape (V2-JOBS,
      *> V2-DUMPED) and then the version-4 step below. A data set
      *> with no secrets.txt yet, as on a fresh install, is stamped
      *> current without touching anything, so running the utility
      *> twice is harmless; run it at deploy, before the first
      *> session writes any postings.
      *>
      *> Version 4 moved applications.txt from a flat line
      *> sequential file to an indexed file keyed by job number +
      *> applicant, with the key fields moved to the front of the
      *> record. Every older data set finishes with that step
      *> (V3-APPS, APP-DUMPED); a version-3 set - stamped "3" -
      *> walks only it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NEW-JOBS-STATUS.
           SELECT V2-JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS V2-JOBS-STATUS.

           SELECT OLD-MESSAGES-FILE ASSIGN TO "messages.txt"
               ORGANIZATION IS SEQUENTIAL
               ALTERNATE RECORD KEY IS NEW-MSG-SENDER WITH DUPLICATES
               FILE STATUS IS NEW-MSG-STATUS.

           SELECT OLD-APPS-FILE ASSIGN TO "applications.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-APPS-STATUS.
           SELECT NEW-APPS-FILE ASSIGN TO "applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-APP-KEY
               ALTERNATE RECORD KEY IS NEW-APP-USERNAME
                   WITH DUPLICATES
               FILE STATUS IS NEW-APPS-STATUS.

           SELECT WORK-FILE ASSIGN TO DYNAMIC MIG-WORK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.
       01  OLD-JOBS-RECORD PIC X(511).

       FD  NEW-JOBS-FILE.
       01  NEW-JOBS-RECORD PIC X(607).

       FD  V2-JOBS-FILE.
       01  V2-JOBS-RECORD PIC X(606).

       FD  OLD-MESSAGES-FILE.
       01  OLD-MESSAGES-RECORD.
           05 NEW-MSG-READ-FLAG     PIC X(01).
           05 NEW-MSG-REPLY-TO      PIC 9(06).

      *> Flat layout: applicant first, job number after the status.
       FD  OLD-APPS-FILE.
       01  OLD-APPS-RECORD.
           05 OLD-APP-USERNAME  PIC X(20).
           05 OLD-APP-JOB-INFO  PIC X(260).
           05 OLD-APP-JOB-ID    PIC X(06).
           05 OLD-APP-TRAILER   PIC X(240).

       FD  NEW-APPS-FILE.
       01  NEW-APPS-RECORD.
           05 NEW-APP-KEY.
               10 NEW-APP-JOB-ID   PIC 9(06).
               10 NEW-APP-USERNAME PIC X(20).
           05 NEW-APP-JOB-INFO     PIC X(260).
           05 NEW-APP-TRAILER      PIC X(240).

       FD  WORK-FILE.
       01  WORK-RECORD PIC X(3455).

       01  OLD-PRO-STATUS  PIC XX VALUE SPACES.
       01  OLD-JOBS-STATUS PIC XX VALUE SPACES.
       01  NEW-JOBS-STATUS PIC XX VALUE SPACES.
       01  V2-JOBS-STATUS  PIC XX VALUE SPACES.
       01  OLD-MSG-STATUS  PIC XX VALUE SPACES.
       01  NEW-MSG-STATUS  PIC XX VALUE SPACES.
       01  OLD-APPS-STATUS PIC XX VALUE SPACES.
       01  NEW-APPS-STATUS PIC XX VALUE SPACES.
       01  WORK-STATUS     PIC XX VALUE SPACES.
       01  RPT-STATUS      PIC XX VALUE SPACES.


       01  MIGRATED-COUNT PIC 9(06) VALUE 0.
       01  FILE-ROW-COUNT PIC 9(06) VALUE 0.
       01  DROPPED-COUNT  PIC 9(06) VALUE 0.
       01  REBUILD-FAILED-FLAG PIC X VALUE 'N'.
           88 REBUILD-FAILED VALUE 'Y'.
       01  REBUILD-FAIL-STATUS PIC XX VALUE SPACES.

      *> Per-recipient sequence counters for the messages rebuild.
       01  SEQ-COUNTERS.
           CLOSE REPORT-FILE.

           MOVE MIGRATED-COUNT TO RC-ROWS-PROCESSED.
           IF REBUILD-FAILED
               DISPLAY "FormatMigrationJob: applications.txt rebuild"
                   " failed - see migration-report.txt."
               MOVE "FAILED" TO RC-OUTCOME-TEXT
               PERFORM WRITE-RUN-CONTROL-PROCEDURE
               CLOSE BATCH-LOCK-FILE
               STOP RUN
           END-IF.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

      *> completes, and a rebuild redone from its intact dump is a
      *> no-op - so the run can die anywhere and simply be rerun.
       WALK-MIGRATION-STEPS-PROCEDURE.
           IF MIG-STEP = "V2-JOBS"
               PERFORM DUMP-V2-JOBS-PROCEDURE
               MOVE "V2-DUMPED" TO MIG-STEP
               PERFORM WRITE-MIG-CKPT-PROCEDURE
           END-IF.
           IF MIG-STEP = "V2-DUMPED"
               PERFORM REBUILD-JOBS-PROCEDURE
               MOVE "V3-APPS" TO MIG-STEP
               PERFORM WRITE-MIG-CKPT-PROCEDURE
           END-IF.

           IF MIG-STEP = SPACES
               PERFORM DUMP-SECRETS-PROCEDURE
               MOVE "SEC-DUMPED" TO MIG-STEP
           END-IF.
           IF MIG-STEP = "MSG-DUMPED"
               PERFORM REBUILD-MESSAGES-PROCEDURE
               MOVE "V3-APPS" TO MIG-STEP
               PERFORM WRITE-MIG-CKPT-PROCEDURE
           END-IF.

           IF MIG-STEP = "V3-APPS"
               PERFORM DUMP-APPLICATIONS-PROCEDURE
               MOVE "APP-DUMPED" TO MIG-STEP
               PERFORM WRITE-MIG-CKPT-PROCEDURE
           END-IF.
           IF MIG-STEP = "APP-DUMPED"
               PERFORM REBUILD-APPLICATIONS-PROCEDURE
               IF REBUILD-FAILED
                   EXIT PARAGRAPH
               END-IF
               PERFORM WRITE-VERSION-PROCEDURE
               PERFORM CLEAR-MIG-CKPT-PROCEDURE
               MOVE "Migration complete." TO REPORT-RECORD

      *> Only consulted when no checkpoint exists: the marker says
      *> it all when present; otherwise a secrets.txt that opens in
      *> the current layout means the set was written by version-2
      *> code and only jobs.txt and applications.txt need their
      *> reshapes, and no secrets.txt at all (a fresh install) means
      *> nothing may be reshaped.
       CHECK-ALREADY-CURRENT-PROCEDURE.
           OPEN INPUT VERSION-FILE.
           IF VERSION-STATUS = "00"
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VERSION-RECORD = "4 " OR VERSION-RECORD = "4"
                           MOVE "CURRENT" TO MIG-STEP
                       END-IF
                       IF VERSION-RECORD = "3 " OR VERSION-RECORD = "3"
                           MOVE "V3-APPS" TO MIG-STEP
                       END-IF
                       IF VERSION-RECORD = "2 " OR VERSION-RECORD = "2"
                           MOVE "V2-JOBS" TO MIG-STEP
                       END-IF
               END-READ
           END-IF.
           CLOSE VERSION-FILE.
           IF MIG-STEP NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT NEW-SECRETS-FILE.
           IF NEW-SEC-STATUS = "00"
               MOVE "V2-JOBS" TO MIG-STEP
           END-IF.
           IF NEW-SEC-STATUS = "35"
               MOVE "CURRENT" TO MIG-STEP
           END-IF.
           CLOSE NEW-SECRETS-FILE.

       WRITE-VERSION-PROCEDURE.
           OPEN OUTPUT VERSION-FILE.
           MOVE "4" TO VERSION-RECORD.
           WRITE VERSION-RECORD.
           CLOSE VERSION-FILE.


      *> --- jobs.txt -----------------------------------------------
      *> The relative file keeps no layout metadata, so a 511-byte
      *> posting file would frame-shift silently under the 607-byte
      *> layout. That is exactly why this step only ever runs inside
      *> a checkpointed legacy migration - never inferred from
      *> another file's state on a rerun. Appended fields: job
      *> number zero (the title/employer fallback applies), blank
      *> review status (visible, as before the approval queue), no
      *> decline reason, zero closed date, blank work authorization
      *> (not stated).
       DUMP-JOBS-PROCEDURE.
           MOVE "migrate-jobs.tmp" TO MIG-WORK-FILENAME.
           OPEN OUTPUT WORK-FILE.
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE WORK-RECORD(1:607) TO NEW-JOBS-RECORD
                       WRITE NEW-JOBS-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE NEW-JOBS-FILE.

      *> A version-2 posting file is the current layout less the
      *> trailing work-authorization byte, which is left blank (not
      *> stated) for every existing posting.
       DUMP-V2-JOBS-PROCEDURE.
           MOVE "migrate-jobs.tmp" TO MIG-WORK-FILENAME.
           OPEN OUTPUT WORK-FILE.
           MOVE 0 TO FILE-ROW-COUNT.

           OPEN INPUT V2-JOBS-FILE.
           IF V2-JOBS-STATUS NOT = "00"
               CLOSE V2-JOBS-FILE
               CLOSE WORK-FILE
               MOVE "jobs.txt: not present - skipped." TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ V2-JOBS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO FILE-ROW-COUNT
                       ADD 1 TO MIGRATED-COUNT
                       MOVE SPACES TO WORK-RECORD
                       MOVE V2-JOBS-RECORD TO WORK-RECORD(1:606)
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE V2-JOBS-FILE.
           CLOSE WORK-FILE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "jobs.txt: " DELIMITED BY SIZE
           FILE-ROW-COUNT DELIMITED BY SIZE
           " record(s) reshaped." DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> --- messages.txt -------------------------------------------
      *> The flat message file becomes the recipient-keyed indexed
      *> file: each recipient's messages get ascending sequence
           CLOSE WORK-FILE.
           CLOSE NEW-MESSAGES-FILE.

      *> --- applications.txt ---------------------------------------
      *> The flat file becomes the job + applicant keyed file, key
      *> fields first. A job number that never got filled in reads
      *> as zero - the title/employer fallback, as before. An
      *> applications.txt that already opens as the indexed file is
      *> dumped as-is.
       DUMP-APPLICATIONS-PROCEDURE.
           MOVE "migrate-applications.tmp" TO MIG-WORK-FILENAME.
           OPEN OUTPUT WORK-FILE.
           MOVE 0 TO FILE-ROW-COUNT.

           OPEN INPUT NEW-APPS-FILE.
           IF NEW-APPS-STATUS = "00"
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ NEW-APPS-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO FILE-ROW-COUNT
                           MOVE SPACES TO WORK-RECORD
                           MOVE NEW-APPS-RECORD
                               TO WORK-RECORD(1:526)
                           WRITE WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE NEW-APPS-FILE
               CLOSE WORK-FILE
               EXIT PARAGRAPH
           END-IF.
           CLOSE NEW-APPS-FILE.

           OPEN INPUT OLD-APPS-FILE.
           IF OLD-APPS-STATUS NOT = "00"
               CLOSE OLD-APPS-FILE
               CLOSE WORK-FILE
               MOVE "applications.txt: not present - skipped."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ OLD-APPS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO FILE-ROW-COUNT
                       ADD 1 TO MIGRATED-COUNT
                       INITIALIZE NEW-APPS-RECORD
                       IF OLD-APP-JOB-ID IS NUMERIC
                           MOVE OLD-APP-JOB-ID TO NEW-APP-JOB-ID
                       END-IF
                       MOVE OLD-APP-USERNAME TO NEW-APP-USERNAME
                       MOVE OLD-APP-JOB-INFO TO NEW-APP-JOB-INFO
                       MOVE OLD-APP-TRAILER TO NEW-APP-TRAILER
                       MOVE SPACES TO WORK-RECORD
                       MOVE NEW-APPS-RECORD TO WORK-RECORD(1:526)
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE OLD-APPS-FILE.
           CLOSE WORK-FILE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "applications.txt: " DELIMITED BY SIZE
           FILE-ROW-COUNT DELIMITED BY SIZE
           " record(s) reshaped." DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> Two pre-numbering applications by one student share the
      *> key (job 0 + applicant); only the first is kept, and the
      *> count dropped is reported for the operator. The dump is in
      *> the old append order, not key order, so the file is written
      *> by key (dynamic access). Any refusal other than a duplicate
      *> key stops the step short of its checkpoint: the dump is
      *> kept and a rerun starts the rebuild over from it.
       REBUILD-APPLICATIONS-PROCEDURE.
           MOVE "migrate-applications.tmp" TO MIG-WORK-FILENAME.
           OPEN INPUT WORK-FILE.
           IF WORK-STATUS NOT = "00"
               CLOSE WORK-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO DROPPED-COUNT.
           OPEN OUTPUT NEW-APPS-FILE.
           SET NOT-END-OF-FILE TO TRUE.
           IF NEW-APPS-STATUS NOT = "00"
               MOVE NEW-APPS-STATUS TO REBUILD-FAIL-STATUS
               SET REBUILD-FAILED TO TRUE
               SET END-OF-FILE TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-FILE
               READ WORK-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE WORK-RECORD(1:526) TO NEW-APPS-RECORD
                       WRITE NEW-APPS-RECORD
                           INVALID KEY
                               IF NEW-APPS-STATUS = "22"
                                   ADD 1 TO DROPPED-COUNT
                               END-IF
                       END-WRITE
                       IF NEW-APPS-STATUS NOT = "00"
                           AND NEW-APPS-STATUS NOT = "02"
                           AND NEW-APPS-STATUS NOT = "22"
                           MOVE NEW-APPS-STATUS TO REBUILD-FAIL-STATUS
                           SET REBUILD-FAILED TO TRUE
                           SET END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE NEW-APPS-FILE.

           IF REBUILD-FAILED
               MOVE SPACES TO REPORT-RECORD
               STRING "applications.txt: rebuild stopped, file status "
                   DELIMITED BY SIZE
               REBUILD-FAIL-STATUS DELIMITED BY SIZE
               " - rerun to rebuild from the kept dump."
                   DELIMITED BY SIZE
               INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           IF DROPPED-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "applications.txt: " DELIMITED BY SIZE
               DROPPED-COUNT DELIMITED BY SIZE
               " duplicate job/applicant key(s) dropped."
                   DELIMITED BY SIZE
               INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *> Hand out the next sequence number for NEW-MSG-RECIPIENT. A
      *> recipient beyond the counter table still gets unique keys
      *> from a shared spillover counter.
