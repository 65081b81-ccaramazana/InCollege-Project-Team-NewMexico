
      *> Standalone nightly batch job: copies every data file to a
      *> dated backup set (backup-YYYYMMDD-<name>.txt). The indexed
      *> files - secrets, profiles, connections, messages,
      *> applications - are read through their indexes end-to-end
      *> to make the copy, so a snapshot that finishes GOOD also
      *> proves the index itself still reads. A manifest records
      *> each file's record count and verdict; the set is only
      *> declared good when every file is. RestoreUtility brings a
      *> chosen set back. Run on its own, separate from the
      *> interactive InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NET-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-USERNAME WITH DUPLICATES
               FILE STATUS IS APPS-STATUS.
           SELECT SKILLS-FILE ASSIGN TO "skills.txt"
               ORGANIZATION IS LINE SEQUENTIAL
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
           05 APP-BODY          PIC X(500).

       FD  SKILLS-FILE.
       01  SKILLS-RECORD PIC X(30).
                               ADD 1 TO FILE-RECORD-COUNT
                               MOVE SPACES TO BACKUP-OUT-RECORD
                               MOVE JOBS-RECORD
                                   TO BACKUP-OUT-RECORD(1:607)
                               WRITE BACKUP-OUT-RECORD
                           END-IF
                   END-READ
           IF APPS-STATUS = "35"
               CLOSE APPLICATIONS-FILE
           ELSE
               IF APPS-STATUS NOT = "00"
                   MOVE "BAD " TO FILE-VERDICT
               END-IF
               PERFORM UNTIL END-OF-FILE
                   READ APPLICATIONS-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF APPS-STATUS NOT = "00"
                               MOVE "BAD " TO FILE-VERDICT
                               SET END-OF-FILE TO TRUE
                           ELSE
                               ADD 1 TO FILE-RECORD-COUNT
                               MOVE SPACES TO BACKUP-OUT-RECORD
                               MOVE APPLICATIONS-RECORD
                                   TO BACKUP-OUT-RECORD(1:526)
                               WRITE BACKUP-OUT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLICATIONS-FILE
