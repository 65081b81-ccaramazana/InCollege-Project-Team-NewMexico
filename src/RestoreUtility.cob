      *> set named in restore-date.txt (a single YYYYMMDD line,
      *> written by the operator). Each live file is rebuilt from its
      *> backup-YYYYMMDD-<name>.txt copy; the indexed files -
      *> secrets, profiles, connections, messages, applications -
      *> are rebuilt from scratch by re-writing every backed-up
      *> record, so a corrupted index is replaced, not patched. A
      *> file with no backup copy in the set is left untouched. Run
      *> on its own, with the interactive InCollege session down.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NET-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-USERNAME WITH DUPLICATES
               FILE STATUS IS APPS-STATUS.
           SELECT SKILLS-FILE ASSIGN TO "skills.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "journal-replay-request.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPLAY-REQUEST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "restore-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           05 FILLER            PIC X(226).

       FD  JOBS-FILE.
       01  JOBS-RECORD PIC X(607).

       FD  NETWORKS-FILE.
       01  NETWORKS-RECORD PIC X(48).

       FD  APPLICATIONS-FILE.
       01  APPLICATIONS-RECORD.
           05 APP-KEY.
               10 APP-JOB-ID    PIC 9(06).
               10 APP-USERNAME  PIC X(20).
           05 FILLER            PIC X(500).

       FD  SKILLS-FILE.
       01  SKILLS-RECORD PIC X(30).
       FD  REPLAY-REQUEST-FILE.
       01  REPLAY-REQUEST-RECORD PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).

       01  JOURNAL-STATUS        PIC XX VALUE SPACES.
       01  JOURNAL-FILENAME      PIC X(30) VALUE SPACES.
       01  REPLAY-REQUEST-STATUS PIC XX VALUE SPACES.
       01  REPLAY-REQUEST-FIELDS.
           05 REPLAY-DATE-TEXT PIC X(10).
           05 REPLAY-STOP-TEXT PIC X(10).
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO FILE-RECORD-COUNT
                       MOVE BACKUP-IN-RECORD(1:607) TO JOBS-RECORD
                       WRITE JOBS-RECORD
               END-READ
           END-PERFORM.
                       MOVE BACKUP-IN-RECORD(1:526)
                           TO APPLICATIONS-RECORD
                       WRITE APPLICATIONS-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
           IF JOBS-STATUS NOT = "00"
               CLOSE JOBS-FILE
               OPEN OUTPUT JOBS-FILE
               MOVE JRN-IMAGE(1:607) TO JOBS-RECORD
               WRITE JOBS-RECORD
               CLOSE JOBS-FILE
               ADD 1 TO REPLAYED-COUNT
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF JOBS-RECORD(512:6) = JRN-KEY(1:6)
                           MOVE JRN-IMAGE(1:607) TO JOBS-RECORD
                           REWRITE JOBS-RECORD
                           MOVE 'Y' TO REPLAY-MATCHED-FLAG
                       END-IF
           CLOSE JOBS-FILE.
           IF REPLAY-MATCHED-FLAG = 'N'
               OPEN EXTEND JOBS-FILE
               MOVE JRN-IMAGE(1:607) TO JOBS-RECORD
               WRITE JOBS-RECORD
               CLOSE JOBS-FILE
           END-IF.
           CLOSE GEN-SEQ-FILE.
           ADD 1 TO REPLAYED-COUNT.

       REPLAY-APPLICATIONS-PROCEDURE.
           OPEN I-O APPLICATIONS-FILE.
           IF APPS-STATUS = "35"
               OPEN OUTPUT APPLICATIONS-FILE
               CLOSE APPLICATIONS-FILE
               OPEN I-O APPLICATIONS-FILE
           END-IF.
           IF APPS-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE JRN-IMAGE(1:526) TO APPLICATIONS-RECORD.
           REWRITE APPLICATIONS-RECORD
               INVALID KEY
                   WRITE APPLICATIONS-RECORD
           END-REWRITE.
           CLOSE APPLICATIONS-FILE.
           ADD 1 TO REPLAYED-COUNT.

       ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           OPEN OUTPUT ONLINE-LOCK-FILE.
