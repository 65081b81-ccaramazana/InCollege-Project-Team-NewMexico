      *> applications.txt to report, employer by employer, how long
      *> each posting sat open, how many applications it drew, and
      *> the breakdown of application statuses - the report employers
      *> ask for at contract-renewal time. Each posting's fill rate
      *> is measured against its openings from job-openings.txt (one
      *> opening when it has no row), and each employer gets a fill
      *> rate across all its postings. Run on its own, separate
      *> from the interactive InCollege session.

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOBS-FILE-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-USERNAME WITH DUPLICATES
               FILE STATUS IS APPS-FILE-STATUS.
           SELECT REFERRALS-FILE ASSIGN TO "referrals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFERRALS-STATUS.
           SELECT OPENINGS-FILE ASSIGN TO "job-openings.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPENINGS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "posting-performance-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
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

           05 RFL-REFERRED PIC X(20).
           05 RFL-DATE     PIC 9(08).

       FD  OPENINGS-FILE.
       01  OPENINGS-RECORD.
           05 JO-JOB-ID         PIC 9(06).
           05 JO-OPENINGS       PIC 9(03).
           05 JO-FILLED         PIC 9(03).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       01  ONLINE-LOCK-STATUS  PIC XX VALUE SPACES.
       01  BATCH-LOCK-STATUS   PIC XX VALUE SPACES.
       01  RUN-CONTROL-STATUS  PIC XX VALUE SPACES.
       01  RC-JOB-NAME-TEXT    PIC X(24)
               VALUE "PostingPerformanceReport".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  JOBS-FILE-STATUS PIC XX VALUE SPACES.
       01  APPS-FILE-STATUS PIC XX VALUE SPACES.
       01  REFERRALS-STATUS PIC XX VALUE SPACES.
       01  OPENINGS-STATUS  PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS  PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           05 CNT-OFFERED      PIC 9(04).
           05 CNT-REJECTED     PIC 9(04).
           05 CNT-WITHDRAWN    PIC 9(04).
           05 CNT-POS-CLOSED   PIC 9(04).
           05 CNT-ACCEPTED     PIC 9(04).
           05 CNT-DECLINED     PIC 9(04).
           05 CNT-TOTAL        PIC 9(04).
               10 RS-TALLY  PIC 9(04).
       01  CNT-REFERRALS  PIC 9(04).

      *> Openings and accepted offers per posting as the online
      *> system tracks them.
       01  OPENINGS-SUMMARY.
           05 OPN-ENTRY-COUNT PIC 999 VALUE 0.
           05 OPN-ENTRIES OCCURS 999 TIMES.
               10 OS-JOB-ID   PIC 9(06).
               10 OS-OPENINGS PIC 9(03).
               10 OS-FILLED   PIC 9(03).
       01  CNT-OPENINGS   PIC 9(04).
       01  CNT-FILLED     PIC 9(04).
       01  FILL-RATE      PIC 9(03).
       01  EMP-OPENINGS   PIC 9(05).
       01  EMP-FILLED     PIC 9(05).

       01  DAYS-OPEN      PIC 9(05).
       01  END-DATE       PIC 9(08).
       01  TODAY-DATE     PIC 9(08).
           PERFORM LOAD-JOBS-PROCEDURE.
           PERFORM LOAD-APPLICATIONS-PROCEDURE.
           PERFORM LOAD-REFERRALS-PROCEDURE.
           PERFORM LOAD-OPENINGS-PROCEDURE.
           PERFORM WRITE-REPORT-PROCEDURE.
           MOVE JOB-ENTRY-COUNT TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           END-PERFORM.
           CLOSE REFERRALS-FILE.

       LOAD-OPENINGS-PROCEDURE.
           OPEN INPUT OPENINGS-FILE.
           IF OPENINGS-STATUS NOT = "00"
               CLOSE OPENINGS-FILE
               EXIT PARAGRAPH
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR OPN-ENTRY-COUNT >= 999
               READ OPENINGS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO OPN-ENTRY-COUNT
                       MOVE JO-JOB-ID TO OS-JOB-ID(OPN-ENTRY-COUNT)
                       MOVE JO-OPENINGS TO OS-OPENINGS(OPN-ENTRY-COUNT)
                       MOVE JO-FILLED TO OS-FILLED(OPN-ENTRY-COUNT)
               END-READ
           END-PERFORM.
           CLOSE OPENINGS-FILE.

      *> Walk the postings employer by employer: the first unreported
      *> posting names the employer for a section, then every posting
      *> of that employer is reported and marked off.
           CLOSE REPORT-FILE.

       WRITE-EMPLOYER-SECTION-PROCEDURE.
           MOVE "----------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Employer: " DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 0 TO EMP-OPENINGS.
           MOVE 0 TO EMP-FILLED.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > JOB-ENTRY-COUNT
               IF JS-REPORTED-FLAG(J) = 'N'
                   AND JS-EMPLOYER(J) = CURRENT-EMPLOYER
               END-IF
           END-PERFORM.

           IF EMP-FILLED >= EMP-OPENINGS
               MOVE 100 TO FILL-RATE
           ELSE
               COMPUTE FILL-RATE ROUNDED =
                   EMP-FILLED * 100 / EMP-OPENINGS
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Employer fill rate: " DELIMITED BY SIZE
           EMP-FILLED DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           EMP-OPENINGS DELIMITED BY SIZE
           " opening(s) filled, " DELIMITED BY SIZE
           FILL-RATE DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-POSTING-LINES-PROCEDURE.
           IF JS-CLOSED-FLAG(J) = 'Y' AND JS-CLOSED-DATE(J) NOT = 0
               MOVE JS-CLOSED-DATE(J) TO END-DATE
               CNT-REJECTED DELIMITED BY SIZE
               "  Withdrawn " DELIMITED BY SIZE
               CNT-WITHDRAWN DELIMITED BY SIZE
               "  Closed " DELIMITED BY SIZE
               CNT-POS-CLOSED DELIMITED BY SIZE
               INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           PERFORM COUNT-OPENINGS-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    Openings " DELIMITED BY SIZE
           CNT-OPENINGS DELIMITED BY SIZE
           "  Filled " DELIMITED BY SIZE
           CNT-FILLED DELIMITED BY SIZE
           "  Fill rate " DELIMITED BY SIZE
           FILL-RATE DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 0 TO CNT-REFERRALS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > REF-ENTRY-COUNT
               IF RS-JOB-ID(K) = JS-ID(J)
               WRITE REPORT-RECORD
           END-IF.

      *> A posting with no openings row hires one person. Filled is
      *> the online count of accepted offers, or the Accepted
      *> applications when those run higher - placements made before
      *> openings were tracked never reached the openings row.
       COUNT-OPENINGS-PROCEDURE.
           MOVE 1 TO CNT-OPENINGS.
           MOVE 0 TO CNT-FILLED.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > OPN-ENTRY-COUNT
               IF OS-JOB-ID(K) = JS-ID(J) AND JS-ID(J) NOT = 0
                   MOVE OS-OPENINGS(K) TO CNT-OPENINGS
                   MOVE OS-FILLED(K) TO CNT-FILLED
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CNT-OPENINGS = 0
               MOVE 1 TO CNT-OPENINGS
           END-IF.
           IF CNT-ACCEPTED > CNT-FILLED
               MOVE CNT-ACCEPTED TO CNT-FILLED
           END-IF.
           IF CNT-FILLED >= CNT-OPENINGS
               MOVE 100 TO FILL-RATE
           ELSE
               COMPUTE FILL-RATE ROUNDED =
                   CNT-FILLED * 100 / CNT-OPENINGS
           END-IF.
           ADD CNT-OPENINGS TO EMP-OPENINGS.
           ADD CNT-FILLED TO EMP-FILLED.

      *> Applications written since job numbers existed carry the
      *> posting's number; older rows fall back to the same
      *> title/employer pairing the rest of the system uses.
                           ADD 1 TO CNT-REJECTED
                       WHEN "Withdrawn"
                           ADD 1 TO CNT-WITHDRAWN
                       WHEN "Position Closed"
                           ADD 1 TO CNT-POS-CLOSED
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
