       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdHocReportJob.

      *> Standalone batch job: career services' ad-hoc report
      *> engine. Instead of a new program for every one-off question
      *> the staff describe the report in report-spec.txt, one
      *> KEYWORD=value per line (# lines are notes):
      *>   TITLE=Applications by major - Albuquerque, spring
      *>   SOURCE=APPLICATIONS
      *>   COLUMN=MAJOR
      *>   COLUMN=USERNAME
      *>   COLUMN=JOB-TITLE 30
      *>   COLUMN=STATUS
      *>   FILTER=LOCATION CONTAINS Albuquerque
      *>   FILTER=POSTED-DATE BETWEEN 20260101 20260531
      *>   SORT=USERNAME
      *>   BREAK=MAJOR
      *>   SUM=SALARY-MIN
      *>   OUTPUT=abq-spring
      *>   PIPE=Y
      *> SOURCE is PROFILES, JOBS, APPLICATIONS, PLACEMENTS, RSVPS
      *> (or EVENTS) or SURVEYS; each has its own list of fields,
      *> printed at the foot of the report when a spec names one
      *> that does not exist. COLUMN takes an optional print width.
      *> FILTER operators are EQ, NE, CONTAINS, GE, LE and BETWEEN;
      *> every filter must hold for a row to print, text compares
      *> ignore case and dates and years compare as numbers. Rows
      *> are grouped by the BREAK field with a count (and a SUM
      *> subtotal) per group, ordered within a group by SORT (add
      *> DESC to reverse it). The report lands in <OUTPUT>.txt,
      *> adhoc-report.txt when no name is given, and PIPE=Y adds a
      *> pipe-delimited copy in <OUTPUT>-pipe.txt for a spreadsheet.
      *> Run on its own, separate from the interactive InCollege
      *> session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPEC-FILE ASSIGN TO "report-spec.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPEC-FILE-STATUS.
           SELECT PROFILES-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROFILE-USERNAME
               FILE STATUS IS PRO-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOBS-FILE-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APP-KEY
               ALTERNATE RECORD KEY IS APP-USERNAME WITH DUPLICATES
               FILE STATUS IS APPS-FILE-STATUS.
           SELECT PLACEMENTS-FILE ASSIGN TO "placements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLACEMENTS-FILE-STATUS.
           SELECT EVENTS-FILE ASSIGN TO "events.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENTS-FILE-STATUS.
           SELECT RSVPS-FILE ASSIGN TO "rsvps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSVPS-FILE-STATUS.
           SELECT SURVEY-RESPONSES-FILE
               ASSIGN TO "survey-responses.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SURVEY-RESPONSES-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT PIPE-FILE ASSIGN TO DYNAMIC PIPE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIPE-STATUS.
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
       FD  SPEC-FILE.
       01  SPEC-RECORD PIC X(200).

       FD  PROFILES-FILE.
       01  PROFILES-RECORD.
           05 PROFILE-USERNAME PIC X(20).
           05 PROFILE-FIRST-NAME PIC X(80).
           05 PROFILE-LAST-NAME PIC X(80).
           05 PROFILE-UNIVERSITY PIC X(80).
           05 PROFILE-MAJOR PIC X(80).
           05 PROFILE-GRADUATION-YEAR PIC 9(4).
           05 PROFILE-ABOUT-ME PIC X(200).
           05 PROFILE-EXPERIENCES OCCURS 5 TIMES.
               10 PROF-EXP-TITLE PIC X(80).
               10 PROF-EXP-COMPANY PIC X(80).
               10 PROF-EXP-DATES PIC X(80).
               10 PROF-EXP-DESCRIPTION PIC X(100).
           05 PROFILE-EDUCATION OCCURS 5 TIMES.
               10 PROF-EDU-DEGREE PIC X(80).
               10 PROF-EDU-UNIVERSITY PIC X(80).
               10 PROF-EDU-YEARS PIC X(80).
           05 PROFILE-CREATED-DATE PIC 9(08).
           05 PROFILE-VIS-ABOUT      PIC X(01).
           05 PROFILE-VIS-EXPERIENCE PIC X(01).
           05 PROFILE-VIS-EDUCATION  PIC X(01).

       FD  JOBS-FILE.
       01  JOBS-RECORD.
           05 JOB-POSTER        PIC X(20).
           05 JOB-TITLE         PIC X(80).
           05 JOB-DESCRIPTION   PIC X(200).
           05 JOB-EMPLOYER      PIC X(80).
           05 JOB-LOCATION      PIC X(80).
           05 JOB-SALARY        PIC X(20).
           05 JOB-POSTED-DATE   PIC 9(08).
           05 JOB-EXPIRATION-DATE PIC 9(08).
           05 JOB-CLOSED-FLAG   PIC X(01).
           05 JOB-SALARY-MIN    PIC 9(07).
           05 JOB-SALARY-MAX    PIC 9(07).
           05 JOB-ID            PIC 9(06).
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

       FD  PLACEMENTS-FILE.
       01  PLACEMENTS-RECORD.
           05 PLACE-USERNAME    PIC X(20).
           05 PLACE-JOB-ID      PIC 9(06).
           05 PLACE-JOB-TITLE   PIC X(80).
           05 PLACE-EMPLOYER    PIC X(80).
           05 PLACE-SALARY-MIN  PIC 9(07).
           05 PLACE-SALARY-MAX  PIC 9(07).
           05 PLACE-ACCEPT-DATE PIC 9(08).

       FD  EVENTS-FILE.
       01  EVENTS-RECORD.
           05 EVENT-ID        PIC 9(04).
           05 EVENT-NAME      PIC X(80).
           05 EVENT-DATE      PIC 9(08).
           05 EVENT-LOCATION  PIC X(80).
           05 EVENT-CAPACITY  PIC 9(04).
           05 EVENT-POSTED-BY PIC X(20).

       FD  RSVPS-FILE.
       01  RSVPS-RECORD.
           05 RSVP-EVENT-ID PIC 9(04).
           05 RSVP-USERNAME PIC X(20).
           05 RSVP-DATE     PIC 9(08).

       FD  SURVEY-RESPONSES-FILE.
       01  SURVEY-RESPONSES-RECORD.
           05 SR-USERNAME    PIC X(20).
           05 SR-GRAD-YEAR   PIC 9(04).
           05 SR-OUTCOME     PIC X(01).
           05 SR-SALARY-BAND PIC X(01).
           05 SR-EMPLOYER    PIC X(80).
           05 SR-DATE        PIC 9(08).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(200).

       FD  PIPE-FILE.
       01  PIPE-RECORD PIC X(800).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "AdHocReportJob".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  SPEC-FILE-STATUS        PIC XX VALUE SPACES.
       01  PRO-STATUS              PIC XX VALUE SPACES.
       01  JOBS-FILE-STATUS        PIC XX VALUE SPACES.
       01  APPS-FILE-STATUS        PIC XX VALUE SPACES.
       01  PLACEMENTS-FILE-STATUS  PIC XX VALUE SPACES.
       01  EVENTS-FILE-STATUS      PIC XX VALUE SPACES.
       01  RSVPS-FILE-STATUS       PIC XX VALUE SPACES.
       01  SURVEY-RESPONSES-STATUS PIC XX VALUE SPACES.
       01  RPT-STATUS              PIC XX VALUE SPACES.
       01  PIPE-STATUS             PIC XX VALUE SPACES.

       01  REPORT-FILENAME PIC X(60) VALUE SPACES.
       01  PIPE-FILENAME   PIC X(60) VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

       01  TODAY-DATE PIC 9(08).

      *> What the spec asked for. Field references are resolved to
      *> positions in the source's field list once the whole spec
      *> has been read, since SOURCE may come after the COLUMN and
      *> FILTER lines.
       01  SPEC-DATA.
           05 SPEC-TITLE        PIC X(80) VALUE SPACES.
           05 SPEC-SOURCE       PIC X(20) VALUE SPACES.
           05 SPEC-OUTPUT-NAME  PIC X(40) VALUE SPACES.
           05 SPEC-PIPE-FLAG    PIC X(01) VALUE 'N'.
           05 SPEC-SORT-NAME    PIC X(20) VALUE SPACES.
           05 SPEC-SORT-DESC    PIC X(01) VALUE 'N'.
           05 SPEC-BREAK-NAME   PIC X(20) VALUE SPACES.
           05 SPEC-SUM-NAME     PIC X(20) VALUE SPACES.
           05 SORT-FIELD        PIC 99 VALUE 0.
           05 BREAK-FIELD       PIC 99 VALUE 0.
           05 SUM-FIELD         PIC 99 VALUE 0.
           05 COLUMN-COUNT      PIC 99 VALUE 0.
           05 COLUMN-ENTRY OCCURS 12 TIMES.
               10 COL-NAME   PIC X(20).
               10 COL-FIELD  PIC 99.
               10 COL-WIDTH  PIC 99.
           05 FILTER-COUNT      PIC 99 VALUE 0.
           05 FILTER-ENTRY OCCURS 10 TIMES.
               10 FLT-NAME    PIC X(20).
               10 FLT-FIELD   PIC 99.
               10 FLT-OP      PIC X(10).
               10 FLT-VALUE-1 PIC X(60).
               10 FLT-VALUE-2 PIC X(60).
               10 FLT-LEN-1   PIC 99.
               10 FLT-NUM-1   PIC S9(12).
               10 FLT-NUM-2   PIC S9(12).

       01  SPEC-KEYWORD  PIC X(20).
       01  SPEC-VALUE    PIC X(200).
       01  EQUALS-AT     PIC 999.
       01  SPEC-WORD-1   PIC X(60).
       01  SPEC-WORD-2   PIC X(60).
       01  SPEC-WORD-3   PIC X(60).
       01  SPEC-WORD-4   PIC X(60).
       01  SPEC-PTR      PIC 999.

      *> Problems with the spec; when there are any the report
      *> lists them and nothing is run.
       01  ERROR-DATA.
           05 ERROR-COUNT PIC 99 VALUE 0.
           05 ERROR-TEXT  PIC X(100) OCCURS 20 TIMES.
       01  ERROR-NEW-TEXT PIC X(100).

      *> Every field each source offers: source code (P profiles,
      *> J jobs, A applications, L placements, R RSVPs, S surveys),
      *> field name, kind (X text, N number) and print width. A
      *> source's fields are listed in the order its loader fills
      *> them.
       01  FIELD-LIST-VALUES.
           05 FILLER PIC X(24) VALUE "PUSERNAME            X20".
           05 FILLER PIC X(24) VALUE "PFIRST-NAME          X20".
           05 FILLER PIC X(24) VALUE "PLAST-NAME           X20".
           05 FILLER PIC X(24) VALUE "PUNIVERSITY          X30".
           05 FILLER PIC X(24) VALUE "PMAJOR               X30".
           05 FILLER PIC X(24) VALUE "PGRAD-YEAR           N04".
           05 FILLER PIC X(24) VALUE "PCREATED-DATE        N08".
           05 FILLER PIC X(24) VALUE "JJOB-ID              N06".
           05 FILLER PIC X(24) VALUE "JTITLE               X30".
           05 FILLER PIC X(24) VALUE "JEMPLOYER            X30".
           05 FILLER PIC X(24) VALUE "JLOCATION            X25".
           05 FILLER PIC X(24) VALUE "JPOSTER              X20".
           05 FILLER PIC X(24) VALUE "JPOSTED-DATE         N08".
           05 FILLER PIC X(24) VALUE "JEXPIRES             N08".
           05 FILLER PIC X(24) VALUE "JCLOSED              X06".
           05 FILLER PIC X(24) VALUE "JSALARY-MIN          N09".
           05 FILLER PIC X(24) VALUE "JSALARY-MAX          N09".
           05 FILLER PIC X(24) VALUE "AJOB-ID              N06".
           05 FILLER PIC X(24) VALUE "AUSERNAME            X20".
           05 FILLER PIC X(24) VALUE "AJOB-TITLE           X30".
           05 FILLER PIC X(24) VALUE "AEMPLOYER            X30".
           05 FILLER PIC X(24) VALUE "ALOCATION            X25".
           05 FILLER PIC X(24) VALUE "ASTATUS              X12".
           05 FILLER PIC X(24) VALUE "APOSTED-DATE         N08".
           05 FILLER PIC X(24) VALUE "AMAJOR               X30".
           05 FILLER PIC X(24) VALUE "AUNIVERSITY          X30".
           05 FILLER PIC X(24) VALUE "AGRAD-YEAR           N04".
           05 FILLER PIC X(24) VALUE "LUSERNAME            X20".
           05 FILLER PIC X(24) VALUE "LJOB-ID              N06".
           05 FILLER PIC X(24) VALUE "LJOB-TITLE           X30".
           05 FILLER PIC X(24) VALUE "LEMPLOYER            X30".
           05 FILLER PIC X(24) VALUE "LSALARY-MIN          N09".
           05 FILLER PIC X(24) VALUE "LSALARY-MAX          N09".
           05 FILLER PIC X(24) VALUE "LACCEPT-DATE         N08".
           05 FILLER PIC X(24) VALUE "LMAJOR               X30".
           05 FILLER PIC X(24) VALUE "LUNIVERSITY          X30".
           05 FILLER PIC X(24) VALUE "LGRAD-YEAR           N04".
           05 FILLER PIC X(24) VALUE "REVENT-ID            N04".
           05 FILLER PIC X(24) VALUE "REVENT-NAME          X30".
           05 FILLER PIC X(24) VALUE "REVENT-DATE          N08".
           05 FILLER PIC X(24) VALUE "RLOCATION            X25".
           05 FILLER PIC X(24) VALUE "RPOSTED-BY           X20".
           05 FILLER PIC X(24) VALUE "RUSERNAME            X20".
           05 FILLER PIC X(24) VALUE "RRSVP-DATE           N08".
           05 FILLER PIC X(24) VALUE "RMAJOR               X30".
           05 FILLER PIC X(24) VALUE "RGRAD-YEAR           N04".
           05 FILLER PIC X(24) VALUE "SUSERNAME            X20".
           05 FILLER PIC X(24) VALUE "SGRAD-YEAR           N04".
           05 FILLER PIC X(24) VALUE "SOUTCOME             X07".
           05 FILLER PIC X(24) VALUE "SSALARY-BAND         X06".
           05 FILLER PIC X(24) VALUE "SEMPLOYER            X30".
           05 FILLER PIC X(24) VALUE "SRESPONSE-DATE       N08".
           05 FILLER PIC X(24) VALUE "SMAJOR               X30".
           05 FILLER PIC X(24) VALUE "SUNIVERSITY          X30".
       01  FIELD-LIST REDEFINES FIELD-LIST-VALUES.
           05 FIELD-LIST-ENTRY OCCURS 54 TIMES.
               10 FL-SOURCE PIC X(01).
               10 FL-NAME   PIC X(20).
               10 FL-KIND   PIC X(01).
               10 FL-WIDTH  PIC 99.
       01  FIELD-LIST-COUNT PIC 99 VALUE 54.
       01  SOURCE-CODE      PIC X(01) VALUE SPACE.

      *> The fields the chosen source offers, in the order each
      *> source's loader fills them. Kind N fields are held as
      *> zero-filled digits so they sort and compare as numbers.
       01  CATALOG-DATA.
           05 CATALOG-COUNT PIC 99 VALUE 0.
           05 CATALOG-ENTRY OCCURS 12 TIMES.
               10 CAT-NAME  PIC X(20).
               10 CAT-KIND  PIC X(01).
               10 CAT-WIDTH PIC 99.
       01  LOOKUP-NAME   PIC X(20).
       01  FIELD-HIT     PIC 99 VALUE 0.

      *> Profiles are kept for the major / university / class year
      *> joins; jobs for an application's posting date; events for
      *> the RSVP rows.
       01  PROFILE-DATA.
           05 PROFILE-COUNT PIC 9(04) VALUE 0.
           05 PROFILE-ENTRY OCCURS 1000 TIMES.
               10 PT-USERNAME   PIC X(20).
               10 PT-FIRST-NAME PIC X(60).
               10 PT-LAST-NAME  PIC X(60).
               10 PT-UNIVERSITY PIC X(60).
               10 PT-MAJOR      PIC X(60).
               10 PT-GRAD-YEAR  PIC 9(04).
               10 PT-CREATED    PIC 9(08).
       01  PT-HIT PIC 9(04) VALUE 0.
       01  JOIN-USERNAME PIC X(20).

       01  JOB-DATA.
           05 JOB-COUNT PIC 9(04) VALUE 0.
           05 JOB-ENTRY OCCURS 1000 TIMES.
               10 JT-ID          PIC 9(06).
               10 JT-POSTED-DATE PIC 9(08).
       01  JT-HIT PIC 9(04) VALUE 0.

       01  EVENT-DATA.
           05 EVENT-COUNT PIC 9(04) VALUE 0.
           05 EVENT-ENTRY OCCURS 300 TIMES.
               10 EV-ID        PIC 9(04).
               10 EV-NAME      PIC X(60).
               10 EV-DATE      PIC 9(08).
               10 EV-LOCATION  PIC X(60).
               10 EV-POSTED-BY PIC X(20).
       01  EV-HIT PIC 9(04) VALUE 0.

      *> The row being offered, then every row that passed the
      *> filters, and the print order over them.
       01  CURRENT-ROW.
           05 CUR-FIELD PIC X(60) OCCURS 12 TIMES.
       01  ROW-DATA.
           05 ROW-COUNT PIC 9(04) VALUE 0.
           05 ROW-ENTRY OCCURS 1000 TIMES.
               10 ROW-FIELD PIC X(60) OCCURS 12 TIMES.
       01  ORDER-DATA.
           05 ROW-ORDER PIC 9(04) OCCURS 1000 TIMES.
       01  SWAP-ORDER     PIC 9(04).
       01  ROWS-READ      PIC 9(06) VALUE 0.
       01  ROWS-DROPPED   PIC 9(06) VALUE 0.

       01  ROW-PASSES-FLAG PIC X VALUE 'Y'.
           88 ROW-PASSES VALUE 'Y'.
       01  OUT-OF-ORDER-FLAG PIC X VALUE 'N'.
           88 OUT-OF-ORDER VALUE 'Y'.
       01  TEST-TEXT     PIC X(60).
       01  TEST-NUM      PIC S9(12).
       01  HIT-COUNT     PIC 9(04).
       01  KEY-A.
           05 KEY-A-BREAK PIC X(60).
           05 KEY-A-SORT  PIC X(60).
       01  KEY-B.
           05 KEY-B-BREAK PIC X(60).
           05 KEY-B-SORT  PIC X(60).

       01  LAST-BREAK-VALUE PIC X(60) VALUE SPACES.
       01  GROUP-ROWS       PIC 9(06) VALUE 0.
       01  GROUP-SUM        PIC S9(12) VALUE 0.
       01  GRAND-SUM        PIC S9(12) VALUE 0.
       01  OUT-POS          PIC 999.
       01  PIPE-POS         PIC 999.
       01  PRINT-WIDTH      PIC 99.
       01  NUM-EDIT         PIC -(11)9.
       01  NUM-TEXT         PIC X(12).
       01  DASHES           PIC X(60) VALUE ALL "-".
       01  COUNT-OUT        PIC Z(5)9.

       01  I PIC 9(04).
       01  J PIC 9(04).
       01  K PIC 99.
       01  F PIC 99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           PERFORM READ-SPEC-PROCEDURE.
           PERFORM RESOLVE-SPEC-PROCEDURE.
           IF ERROR-COUNT = 0
               PERFORM LOAD-PROFILES-PROCEDURE
               EVALUATE SOURCE-CODE
                   WHEN "P"
                       PERFORM PROFILE-ROWS-PROCEDURE
                   WHEN "J"
                       PERFORM JOB-ROWS-PROCEDURE
                   WHEN "A"
                       PERFORM LOAD-JOBS-PROCEDURE
                       PERFORM APPLICATION-ROWS-PROCEDURE
                   WHEN "L"
                       PERFORM PLACEMENT-ROWS-PROCEDURE
                   WHEN "R"
                       PERFORM LOAD-EVENTS-PROCEDURE
                       PERFORM RSVP-ROWS-PROCEDURE
                   WHEN "S"
                       PERFORM SURVEY-ROWS-PROCEDURE
               END-EVALUATE
               PERFORM SORT-ROWS-PROCEDURE
           END-IF.
           PERFORM WRITE-REPORT-PROCEDURE.

           MOVE ROW-COUNT TO RC-ROWS-PROCESSED.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

      *> One KEYWORD=value per line. Keywords are not case
      *> sensitive; values are kept as written.
       READ-SPEC-PROCEDURE.
           OPEN INPUT SPEC-FILE.
           IF SPEC-FILE-STATUS NOT = "00"
               CLOSE SPEC-FILE
               MOVE "report-spec.txt was not found." TO ERROR-NEW-TEXT
               PERFORM ADD-SPEC-ERROR-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ SPEC-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(SPEC-RECORD) NOT = SPACES
                           AND SPEC-RECORD(1:1) NOT = "#"
                           PERFORM PARSE-SPEC-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SPEC-FILE.

       PARSE-SPEC-LINE-PROCEDURE.
           MOVE 0 TO EQUALS-AT.
           INSPECT SPEC-RECORD TALLYING EQUALS-AT
               FOR CHARACTERS BEFORE INITIAL "=".
           IF EQUALS-AT = 0 OR EQUALS-AT >= 199
               MOVE SPACES TO ERROR-NEW-TEXT
               STRING "Not a KEYWORD=value line: " DELIMITED BY SIZE
                   SPEC-RECORD(1:70) DELIMITED BY SIZE
                   INTO ERROR-NEW-TEXT
               PERFORM ADD-SPEC-ERROR-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(SPEC-RECORD(1:EQUALS-AT)))
               TO SPEC-KEYWORD.
           MOVE FUNCTION TRIM(SPEC-RECORD(EQUALS-AT + 2:))
               TO SPEC-VALUE.
           MOVE SPACES TO SPEC-WORD-1 SPEC-WORD-2 SPEC-WORD-3
               SPEC-WORD-4.
           UNSTRING SPEC-VALUE DELIMITED BY ALL SPACE
               INTO SPEC-WORD-1 SPEC-WORD-2
           END-UNSTRING.

           EVALUATE SPEC-KEYWORD
               WHEN "TITLE"
                   MOVE SPEC-VALUE TO SPEC-TITLE
               WHEN "SOURCE"
                   MOVE FUNCTION UPPER-CASE(SPEC-WORD-1)
                       TO SPEC-SOURCE
               WHEN "OUTPUT"
                   MOVE SPEC-WORD-1 TO SPEC-OUTPUT-NAME
               WHEN "PIPE"
                   MOVE FUNCTION UPPER-CASE(SPEC-WORD-1(1:1))
                       TO SPEC-PIPE-FLAG
               WHEN "SORT"
                   MOVE FUNCTION UPPER-CASE(SPEC-WORD-1)
                       TO SPEC-SORT-NAME
                   IF FUNCTION UPPER-CASE(SPEC-WORD-2) = "DESC"
                       MOVE 'Y' TO SPEC-SORT-DESC
                   END-IF
               WHEN "BREAK"
                   MOVE FUNCTION UPPER-CASE(SPEC-WORD-1)
                       TO SPEC-BREAK-NAME
               WHEN "SUM"
                   MOVE FUNCTION UPPER-CASE(SPEC-WORD-1)
                       TO SPEC-SUM-NAME
               WHEN "COLUMN"
                   IF COLUMN-COUNT >= 12
                       MOVE "More than 12 COLUMN lines." TO
                           ERROR-NEW-TEXT
                       PERFORM ADD-SPEC-ERROR-PROCEDURE
                   ELSE
                       ADD 1 TO COLUMN-COUNT
                       MOVE FUNCTION UPPER-CASE(SPEC-WORD-1)
                           TO COL-NAME(COLUMN-COUNT)
                       MOVE 0 TO COL-WIDTH(COLUMN-COUNT)
                       IF SPEC-WORD-2 NOT = SPACES
                           AND FUNCTION TRIM(SPEC-WORD-2) IS NUMERIC
                           MOVE FUNCTION NUMVAL(SPEC-WORD-2)
                               TO COL-WIDTH(COLUMN-COUNT)
                       END-IF
                   END-IF
               WHEN "FILTER"
                   PERFORM PARSE-FILTER-PROCEDURE
               WHEN OTHER
                   MOVE SPACES TO ERROR-NEW-TEXT
                   STRING "Unknown keyword: " DELIMITED BY SIZE
                       FUNCTION TRIM(SPEC-KEYWORD) DELIMITED BY SIZE
                       INTO ERROR-NEW-TEXT
                   PERFORM ADD-SPEC-ERROR-PROCEDURE
           END-EVALUATE.

      *> FILTER=<field> <op> <value> [<second value>]. Everything
      *> after the operator is the value, so a city with a space in
      *> it still matches; BETWEEN takes two words.
       PARSE-FILTER-PROCEDURE.
           IF FILTER-COUNT >= 10
               MOVE "More than 10 FILTER lines." TO ERROR-NEW-TEXT
               PERFORM ADD-SPEC-ERROR-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO SPEC-PTR.
           UNSTRING SPEC-VALUE DELIMITED BY ALL SPACE
               INTO SPEC-WORD-1 SPEC-WORD-2
               WITH POINTER SPEC-PTR
           END-UNSTRING.
           IF SPEC-PTR > 200
               MOVE SPACES TO SPEC-WORD-3
           ELSE
               MOVE FUNCTION TRIM(SPEC-VALUE(SPEC-PTR:))
                   TO SPEC-WORD-3
           END-IF.
           IF FUNCTION UPPER-CASE(SPEC-WORD-2) = "BETWEEN"
               AND SPEC-WORD-3 NOT = SPACES
               UNSTRING SPEC-VALUE DELIMITED BY ALL SPACE
                   INTO SPEC-WORD-3 SPEC-WORD-4
                   WITH POINTER SPEC-PTR
               END-UNSTRING
           END-IF.

           ADD 1 TO FILTER-COUNT.
           MOVE FUNCTION UPPER-CASE(SPEC-WORD-1)
               TO FLT-NAME(FILTER-COUNT).
           MOVE FUNCTION UPPER-CASE(SPEC-WORD-2)
               TO FLT-OP(FILTER-COUNT).
           MOVE FUNCTION UPPER-CASE(SPEC-WORD-3)
               TO FLT-VALUE-1(FILTER-COUNT).
           MOVE FUNCTION UPPER-CASE(SPEC-WORD-4)
               TO FLT-VALUE-2(FILTER-COUNT).
           MOVE 0 TO FLT-LEN-1(FILTER-COUNT) FLT-NUM-1(FILTER-COUNT)
               FLT-NUM-2(FILTER-COUNT).
           IF SPEC-WORD-3 NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(SPEC-WORD-3))
                   TO FLT-LEN-1(FILTER-COUNT)
           END-IF.

           IF FLT-OP(FILTER-COUNT) NOT = "EQ" AND NOT = "NE"
               AND NOT = "CONTAINS" AND NOT = "GE" AND NOT = "LE"
               AND NOT = "BETWEEN"
               MOVE SPACES TO ERROR-NEW-TEXT
               STRING "Unknown filter operator: " DELIMITED BY SIZE
                   FUNCTION TRIM(SPEC-WORD-2) DELIMITED BY SIZE
                   " (use EQ, NE, CONTAINS, GE, LE or BETWEEN)"
                       DELIMITED BY SIZE
                   INTO ERROR-NEW-TEXT
               PERFORM ADD-SPEC-ERROR-PROCEDURE
           END-IF.
           IF SPEC-WORD-3 = SPACES
               OR (FLT-OP(FILTER-COUNT) = "BETWEEN"
                   AND SPEC-WORD-4 = SPACES)
               MOVE SPACES TO ERROR-NEW-TEXT
               STRING "Filter on " DELIMITED BY SIZE
                   FUNCTION TRIM(SPEC-WORD-1) DELIMITED BY SIZE
                   " is missing its value." DELIMITED BY SIZE
                   INTO ERROR-NEW-TEXT
               PERFORM ADD-SPEC-ERROR-PROCEDURE
           END-IF.

       ADD-SPEC-ERROR-PROCEDURE.
           IF ERROR-COUNT < 20
               ADD 1 TO ERROR-COUNT
               MOVE ERROR-NEW-TEXT TO ERROR-TEXT(ERROR-COUNT)
           END-IF.

      *> With the whole spec read, pick the source's field list and
      *> turn every field name into a position in it.
       RESOLVE-SPEC-PROCEDURE.
           EVALUATE SPEC-SOURCE
               WHEN "PROFILES"
                   MOVE "P" TO SOURCE-CODE
               WHEN "JOBS"
                   MOVE "J" TO SOURCE-CODE
               WHEN "APPLICATIONS"
                   MOVE "A" TO SOURCE-CODE
               WHEN "PLACEMENTS"
                   MOVE "L" TO SOURCE-CODE
               WHEN "RSVPS"
               WHEN "EVENTS"
                   MOVE "R" TO SOURCE-CODE
               WHEN "SURVEYS"
                   MOVE "S" TO SOURCE-CODE
               WHEN OTHER
                   MOVE SPACES TO ERROR-NEW-TEXT
                   STRING "SOURCE must be PROFILES, JOBS, APPLICATIONS"
                       DELIMITED BY SIZE
                       ", PLACEMENTS, RSVPS or SURVEYS." DELIMITED BY
                       SIZE
                       INTO ERROR-NEW-TEXT
                   PERFORM ADD-SPEC-ERROR-PROCEDURE
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE 0 TO CATALOG-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FIELD-LIST-COUNT
               IF FL-SOURCE(I) = SOURCE-CODE
                   ADD 1 TO CATALOG-COUNT
                   MOVE FL-NAME(I) TO CAT-NAME(CATALOG-COUNT)
                   MOVE FL-KIND(I) TO CAT-KIND(CATALOG-COUNT)
                   MOVE FL-WIDTH(I) TO CAT-WIDTH(CATALOG-COUNT)
               END-IF
           END-PERFORM.

      *> No COLUMN lines prints every field the source has.
           IF COLUMN-COUNT = 0
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > CATALOG-COUNT
                   ADD 1 TO COLUMN-COUNT
                   MOVE CAT-NAME(K) TO COL-NAME(COLUMN-COUNT)
                   MOVE 0 TO COL-WIDTH(COLUMN-COUNT)
               END-PERFORM
           END-IF.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > COLUMN-COUNT
               MOVE COL-NAME(K) TO LOOKUP-NAME
               PERFORM FIND-FIELD-PROCEDURE
               MOVE FIELD-HIT TO COL-FIELD(K)
               IF FIELD-HIT > 0
                   IF COL-WIDTH(K) = 0
                       MOVE CAT-WIDTH(FIELD-HIT) TO COL-WIDTH(K)
                   END-IF
                   IF COL-WIDTH(K) <
                       FUNCTION LENGTH(FUNCTION TRIM(COL-NAME(K)))
                       MOVE FUNCTION LENGTH(
                           FUNCTION TRIM(COL-NAME(K)))
                           TO COL-WIDTH(K)
                   END-IF
                   IF COL-WIDTH(K) > 60
                       MOVE 60 TO COL-WIDTH(K)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > FILTER-COUNT
               MOVE FLT-NAME(K) TO LOOKUP-NAME
               PERFORM FIND-FIELD-PROCEDURE
               MOVE FIELD-HIT TO FLT-FIELD(K)
               IF FIELD-HIT > 0
                   IF CAT-KIND(FIELD-HIT) = "N"
                       PERFORM RESOLVE-NUMERIC-FILTER-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.

           IF SPEC-SORT-NAME NOT = SPACES
               MOVE SPEC-SORT-NAME TO LOOKUP-NAME
               PERFORM FIND-FIELD-PROCEDURE
               MOVE FIELD-HIT TO SORT-FIELD
           END-IF.
           IF SPEC-BREAK-NAME NOT = SPACES
               MOVE SPEC-BREAK-NAME TO LOOKUP-NAME
               PERFORM FIND-FIELD-PROCEDURE
               MOVE FIELD-HIT TO BREAK-FIELD
           END-IF.
           IF SPEC-SUM-NAME NOT = SPACES
               MOVE SPEC-SUM-NAME TO LOOKUP-NAME
               PERFORM FIND-FIELD-PROCEDURE
               MOVE FIELD-HIT TO SUM-FIELD
               IF SUM-FIELD > 0
                   IF CAT-KIND(SUM-FIELD) NOT = "N"
                       MOVE SPACES TO ERROR-NEW-TEXT
                       STRING "SUM needs a number field; "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(SPEC-SUM-NAME)
                           DELIMITED BY SIZE
                           " is text." DELIMITED BY SIZE
                           INTO ERROR-NEW-TEXT
                       PERFORM ADD-SPEC-ERROR-PROCEDURE
                   END-IF
               END-IF
           END-IF.

      *> Dates and years compare as numbers; a filter value that is
      *> not a number cannot match one.
       RESOLVE-NUMERIC-FILTER-PROCEDURE.
           IF FUNCTION TRIM(FLT-VALUE-1(K)) IS NUMERIC
               MOVE FUNCTION NUMVAL(FLT-VALUE-1(K)) TO FLT-NUM-1(K)
           ELSE
               IF FLT-OP(K) = "CONTAINS"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO ERROR-NEW-TEXT
               STRING "Filter on " DELIMITED BY SIZE
                   FUNCTION TRIM(FLT-NAME(K)) DELIMITED BY SIZE
                   " needs a number, e.g. 20260115 or 2026."
                       DELIMITED BY SIZE
                   INTO ERROR-NEW-TEXT
               PERFORM ADD-SPEC-ERROR-PROCEDURE
           END-IF.
           IF FLT-OP(K) = "BETWEEN"
               IF FUNCTION TRIM(FLT-VALUE-2(K)) IS NUMERIC
                   MOVE FUNCTION NUMVAL(FLT-VALUE-2(K))
                       TO FLT-NUM-2(K)
               ELSE
                   MOVE SPACES TO ERROR-NEW-TEXT
                   STRING "Filter on " DELIMITED BY SIZE
                       FUNCTION TRIM(FLT-NAME(K)) DELIMITED BY SIZE
                       " needs two numbers for BETWEEN."
                           DELIMITED BY SIZE
                       INTO ERROR-NEW-TEXT
                   PERFORM ADD-SPEC-ERROR-PROCEDURE
               END-IF
           END-IF.

      *> LOOKUP-NAME in, FIELD-HIT out (0 and a spec error when the
      *> source has no such field).
       FIND-FIELD-PROCEDURE.
           MOVE 0 TO FIELD-HIT.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > CATALOG-COUNT
               IF CAT-NAME(F) = LOOKUP-NAME
                   MOVE F TO FIELD-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF FIELD-HIT = 0
               MOVE SPACES TO ERROR-NEW-TEXT
               STRING "No field " DELIMITED BY SIZE
                   FUNCTION TRIM(LOOKUP-NAME) DELIMITED BY SIZE
                   " in source " DELIMITED BY SIZE
                   FUNCTION TRIM(SPEC-SOURCE) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO ERROR-NEW-TEXT
               PERFORM ADD-SPEC-ERROR-PROCEDURE
           END-IF.

       LOAD-PROFILES-PROCEDURE.
           OPEN INPUT PROFILES-FILE.
           IF PRO-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ PROFILES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF PROFILE-COUNT < 1000
                           ADD 1 TO PROFILE-COUNT
                           MOVE PROFILE-USERNAME
                               TO PT-USERNAME(PROFILE-COUNT)
                           MOVE PROFILE-FIRST-NAME
                               TO PT-FIRST-NAME(PROFILE-COUNT)
                           MOVE PROFILE-LAST-NAME
                               TO PT-LAST-NAME(PROFILE-COUNT)
                           MOVE PROFILE-UNIVERSITY
                               TO PT-UNIVERSITY(PROFILE-COUNT)
                           MOVE PROFILE-MAJOR
                               TO PT-MAJOR(PROFILE-COUNT)
                           MOVE PROFILE-GRADUATION-YEAR
                               TO PT-GRAD-YEAR(PROFILE-COUNT)
                           MOVE PROFILE-CREATED-DATE
                               TO PT-CREATED(PROFILE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROFILES-FILE.

       LOAD-JOBS-PROCEDURE.
           OPEN INPUT JOBS-FILE.
           IF JOBS-FILE-STATUS NOT = "00"
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ JOBS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF JOB-COUNT < 1000
                           ADD 1 TO JOB-COUNT
                           MOVE JOB-ID TO JT-ID(JOB-COUNT)
                           MOVE JOB-POSTED-DATE
                               TO JT-POSTED-DATE(JOB-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOBS-FILE.

       LOAD-EVENTS-PROCEDURE.
           OPEN INPUT EVENTS-FILE.
           IF EVENTS-FILE-STATUS NOT = "00"
               CLOSE EVENTS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ EVENTS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF EVENT-COUNT < 300
                           ADD 1 TO EVENT-COUNT
                           MOVE EVENT-ID TO EV-ID(EVENT-COUNT)
                           MOVE EVENT-NAME TO EV-NAME(EVENT-COUNT)
                           MOVE EVENT-DATE TO EV-DATE(EVENT-COUNT)
                           MOVE EVENT-LOCATION
                               TO EV-LOCATION(EVENT-COUNT)
                           MOVE EVENT-POSTED-BY
                               TO EV-POSTED-BY(EVENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EVENTS-FILE.

      *> JOIN-USERNAME in, PT-HIT out (0 when the account has no
      *> profile - its joined fields print blank).
       FIND-PROFILE-PROCEDURE.
           MOVE 0 TO PT-HIT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > PROFILE-COUNT
               IF PT-USERNAME(J) = JOIN-USERNAME
                   MOVE J TO PT-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Each source's rows fill CUR-FIELD in the order of that
      *> source's entries in FIELD-LIST.
       PROFILE-ROWS-PROCEDURE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PROFILE-COUNT
               MOVE SPACES TO CURRENT-ROW
               MOVE PT-USERNAME(I) TO CUR-FIELD(1)
               MOVE PT-FIRST-NAME(I) TO CUR-FIELD(2)
               MOVE PT-LAST-NAME(I) TO CUR-FIELD(3)
               MOVE PT-UNIVERSITY(I) TO CUR-FIELD(4)
               MOVE PT-MAJOR(I) TO CUR-FIELD(5)
               MOVE PT-GRAD-YEAR(I) TO CUR-FIELD(6)
               MOVE PT-CREATED(I) TO CUR-FIELD(7)
               PERFORM OFFER-ROW-PROCEDURE
           END-PERFORM.

       JOB-ROWS-PROCEDURE.
           OPEN INPUT JOBS-FILE.
           IF JOBS-FILE-STATUS NOT = "00"
               CLOSE JOBS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ JOBS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SPACES TO CURRENT-ROW
                       MOVE JOB-ID TO CUR-FIELD(1)
                       MOVE JOB-TITLE TO CUR-FIELD(2)
                       MOVE JOB-EMPLOYER TO CUR-FIELD(3)
                       MOVE JOB-LOCATION TO CUR-FIELD(4)
                       MOVE JOB-POSTER TO CUR-FIELD(5)
                       MOVE JOB-POSTED-DATE TO CUR-FIELD(6)
                       MOVE JOB-EXPIRATION-DATE TO CUR-FIELD(7)
                       IF JOB-CLOSED-FLAG = 'Y'
                           MOVE "Y" TO CUR-FIELD(8)
                       ELSE
                           MOVE "N" TO CUR-FIELD(8)
                       END-IF
                       MOVE JOB-SALARY-MIN TO CUR-FIELD(9)
                       MOVE JOB-SALARY-MAX TO CUR-FIELD(10)
                       PERFORM OFFER-ROW-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE JOBS-FILE.

       APPLICATION-ROWS-PROCEDURE.
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
                       MOVE SPACES TO CURRENT-ROW
                       MOVE APP-JOB-ID TO CUR-FIELD(1)
                       MOVE APP-USERNAME TO CUR-FIELD(2)
                       MOVE APP-JOB-TITLE TO CUR-FIELD(3)
                       MOVE APP-JOB-EMPLOYER TO CUR-FIELD(4)
                       MOVE APP-JOB-LOCATION TO CUR-FIELD(5)
                       MOVE APP-STATUS TO CUR-FIELD(6)
                       MOVE 0 TO JT-HIT
                       PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > JOB-COUNT
                           IF JT-ID(J) = APP-JOB-ID
                               MOVE J TO JT-HIT
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF JT-HIT > 0
                           MOVE JT-POSTED-DATE(JT-HIT) TO CUR-FIELD(7)
                       END-IF
                       MOVE APP-USERNAME TO JOIN-USERNAME
                       PERFORM FIND-PROFILE-PROCEDURE
                       IF PT-HIT > 0
                           MOVE PT-MAJOR(PT-HIT) TO CUR-FIELD(8)
                           MOVE PT-UNIVERSITY(PT-HIT) TO CUR-FIELD(9)
                           MOVE PT-GRAD-YEAR(PT-HIT) TO CUR-FIELD(10)
                       END-IF
                       PERFORM OFFER-ROW-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.

       PLACEMENT-ROWS-PROCEDURE.
           OPEN INPUT PLACEMENTS-FILE.
           IF PLACEMENTS-FILE-STATUS NOT = "00"
               CLOSE PLACEMENTS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ PLACEMENTS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SPACES TO CURRENT-ROW
                       MOVE PLACE-USERNAME TO CUR-FIELD(1)
                       MOVE PLACE-JOB-ID TO CUR-FIELD(2)
                       MOVE PLACE-JOB-TITLE TO CUR-FIELD(3)
                       MOVE PLACE-EMPLOYER TO CUR-FIELD(4)
                       MOVE PLACE-SALARY-MIN TO CUR-FIELD(5)
                       MOVE PLACE-SALARY-MAX TO CUR-FIELD(6)
                       MOVE PLACE-ACCEPT-DATE TO CUR-FIELD(7)
                       MOVE PLACE-USERNAME TO JOIN-USERNAME
                       PERFORM FIND-PROFILE-PROCEDURE
                       IF PT-HIT > 0
                           MOVE PT-MAJOR(PT-HIT) TO CUR-FIELD(8)
                           MOVE PT-UNIVERSITY(PT-HIT) TO CUR-FIELD(9)
                           MOVE PT-GRAD-YEAR(PT-HIT) TO CUR-FIELD(10)
                       END-IF
                       PERFORM OFFER-ROW-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE PLACEMENTS-FILE.

      *> One row per RSVP, carrying its event's details; an RSVP
      *> for an event no longer on file is skipped.
       RSVP-ROWS-PROCEDURE.
           OPEN INPUT RSVPS-FILE.
           IF RSVPS-FILE-STATUS NOT = "00"
               CLOSE RSVPS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ RSVPS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE 0 TO EV-HIT
                       PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > EVENT-COUNT
                           IF EV-ID(J) = RSVP-EVENT-ID
                               MOVE J TO EV-HIT
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF EV-HIT > 0
                           PERFORM RSVP-ROW-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RSVPS-FILE.

       RSVP-ROW-PROCEDURE.
           MOVE SPACES TO CURRENT-ROW.
           MOVE EV-ID(EV-HIT) TO CUR-FIELD(1).
           MOVE EV-NAME(EV-HIT) TO CUR-FIELD(2).
           MOVE EV-DATE(EV-HIT) TO CUR-FIELD(3).
           MOVE EV-LOCATION(EV-HIT) TO CUR-FIELD(4).
           MOVE EV-POSTED-BY(EV-HIT) TO CUR-FIELD(5).
           MOVE RSVP-USERNAME TO CUR-FIELD(6).
           MOVE RSVP-DATE TO CUR-FIELD(7).
           MOVE RSVP-USERNAME TO JOIN-USERNAME.
           PERFORM FIND-PROFILE-PROCEDURE.
           IF PT-HIT > 0
               MOVE PT-MAJOR(PT-HIT) TO CUR-FIELD(8)
               MOVE PT-GRAD-YEAR(PT-HIT) TO CUR-FIELD(9)
           END-IF.
           PERFORM OFFER-ROW-PROCEDURE.

       SURVEY-ROWS-PROCEDURE.
           OPEN INPUT SURVEY-RESPONSES-FILE.
           IF SURVEY-RESPONSES-STATUS NOT = "00"
               CLOSE SURVEY-RESPONSES-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ SURVEY-RESPONSES-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SPACES TO CURRENT-ROW
                       MOVE SR-USERNAME TO CUR-FIELD(1)
                       MOVE SR-GRAD-YEAR TO CUR-FIELD(2)
                       MOVE SR-OUTCOME TO CUR-FIELD(3)
                       MOVE SR-SALARY-BAND TO CUR-FIELD(4)
                       MOVE SR-EMPLOYER TO CUR-FIELD(5)
                       MOVE SR-DATE TO CUR-FIELD(6)
                       MOVE SR-USERNAME TO JOIN-USERNAME
                       PERFORM FIND-PROFILE-PROCEDURE
                       IF PT-HIT > 0
                           MOVE PT-MAJOR(PT-HIT) TO CUR-FIELD(7)
                           MOVE PT-UNIVERSITY(PT-HIT) TO CUR-FIELD(8)
                       END-IF
                       PERFORM OFFER-ROW-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE SURVEY-RESPONSES-FILE.

      *> Keep the row when every filter holds.
       OFFER-ROW-PROCEDURE.
           ADD 1 TO ROWS-READ.
           MOVE 'Y' TO ROW-PASSES-FLAG.
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > FILTER-COUNT OR NOT ROW-PASSES
               PERFORM TEST-FILTER-PROCEDURE
           END-PERFORM.
           IF NOT ROW-PASSES
               EXIT PARAGRAPH
           END-IF.
           IF ROW-COUNT < 1000
               ADD 1 TO ROW-COUNT
               MOVE CURRENT-ROW TO ROW-ENTRY(ROW-COUNT)
               MOVE ROW-COUNT TO ROW-ORDER(ROW-COUNT)
           ELSE
               ADD 1 TO ROWS-DROPPED
           END-IF.

       TEST-FILTER-PROCEDURE.
           MOVE FLT-FIELD(K) TO F.
           IF CAT-KIND(F) = "N" AND FLT-OP(K) NOT = "CONTAINS"
               MOVE FUNCTION NUMVAL(CUR-FIELD(F)) TO TEST-NUM
               EVALUATE FLT-OP(K)
                   WHEN "EQ"
                       IF TEST-NUM NOT = FLT-NUM-1(K)
                           MOVE 'N' TO ROW-PASSES-FLAG
                       END-IF
                   WHEN "NE"
                       IF TEST-NUM = FLT-NUM-1(K)
                           MOVE 'N' TO ROW-PASSES-FLAG
                       END-IF
                   WHEN "GE"
                       IF TEST-NUM < FLT-NUM-1(K)
                           MOVE 'N' TO ROW-PASSES-FLAG
                       END-IF
                   WHEN "LE"
                       IF TEST-NUM > FLT-NUM-1(K)
                           MOVE 'N' TO ROW-PASSES-FLAG
                       END-IF
                   WHEN "BETWEEN"
                       IF TEST-NUM < FLT-NUM-1(K)
                           OR TEST-NUM > FLT-NUM-2(K)
                           MOVE 'N' TO ROW-PASSES-FLAG
                       END-IF
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(CUR-FIELD(F)) TO TEST-TEXT.
           EVALUATE FLT-OP(K)
               WHEN "EQ"
                   IF TEST-TEXT NOT = FLT-VALUE-1(K)
                       MOVE 'N' TO ROW-PASSES-FLAG
                   END-IF
               WHEN "NE"
                   IF TEST-TEXT = FLT-VALUE-1(K)
                       MOVE 'N' TO ROW-PASSES-FLAG
                   END-IF
               WHEN "CONTAINS"
                   MOVE 0 TO HIT-COUNT
                   INSPECT TEST-TEXT TALLYING HIT-COUNT
                       FOR ALL FLT-VALUE-1(K)(1:FLT-LEN-1(K))
                   IF HIT-COUNT = 0
                       MOVE 'N' TO ROW-PASSES-FLAG
                   END-IF
               WHEN "GE"
                   IF TEST-TEXT < FLT-VALUE-1(K)
                       MOVE 'N' TO ROW-PASSES-FLAG
                   END-IF
               WHEN "LE"
                   IF TEST-TEXT > FLT-VALUE-1(K)
                       MOVE 'N' TO ROW-PASSES-FLAG
                   END-IF
               WHEN "BETWEEN"
                   IF TEST-TEXT < FLT-VALUE-1(K)
                       OR TEST-TEXT > FLT-VALUE-2(K)
                       MOVE 'N' TO ROW-PASSES-FLAG
                   END-IF
           END-EVALUATE.

      *> Rows are ordered by the break field first, so each group
      *> prints together, then by the sort field. Numbers are held
      *> zero-filled, so comparing the text orders them correctly.
       SORT-ROWS-PROCEDURE.
           IF SORT-FIELD = 0 AND BREAK-FIELD = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= ROW-COUNT
               PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > ROW-COUNT - I
                   PERFORM COMPARE-ROWS-PROCEDURE
                   IF OUT-OF-ORDER
                       MOVE ROW-ORDER(J) TO SWAP-ORDER
                       MOVE ROW-ORDER(J + 1) TO ROW-ORDER(J)
                       MOVE SWAP-ORDER TO ROW-ORDER(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       COMPARE-ROWS-PROCEDURE.
           MOVE 'N' TO OUT-OF-ORDER-FLAG.
           MOVE SPACES TO KEY-A KEY-B.
           IF BREAK-FIELD > 0
               MOVE FUNCTION UPPER-CASE(
                   ROW-FIELD(ROW-ORDER(J), BREAK-FIELD))
                   TO KEY-A-BREAK
               MOVE FUNCTION UPPER-CASE(
                   ROW-FIELD(ROW-ORDER(J + 1), BREAK-FIELD))
                   TO KEY-B-BREAK
           END-IF.
           IF SORT-FIELD > 0
               MOVE FUNCTION UPPER-CASE(
                   ROW-FIELD(ROW-ORDER(J), SORT-FIELD))
                   TO KEY-A-SORT
               MOVE FUNCTION UPPER-CASE(
                   ROW-FIELD(ROW-ORDER(J + 1), SORT-FIELD))
                   TO KEY-B-SORT
           END-IF.
           EVALUATE TRUE
               WHEN KEY-A-BREAK > KEY-B-BREAK
                   MOVE 'Y' TO OUT-OF-ORDER-FLAG
               WHEN KEY-A-BREAK < KEY-B-BREAK
                   CONTINUE
               WHEN SPEC-SORT-DESC = 'Y' AND KEY-A-SORT < KEY-B-SORT
                   MOVE 'Y' TO OUT-OF-ORDER-FLAG
               WHEN SPEC-SORT-DESC NOT = 'Y'
                   AND KEY-A-SORT > KEY-B-SORT
                   MOVE 'Y' TO OUT-OF-ORDER-FLAG
           END-EVALUATE.

       WRITE-REPORT-PROCEDURE.
           IF SPEC-OUTPUT-NAME = SPACES
               MOVE "adhoc-report" TO SPEC-OUTPUT-NAME
           END-IF.
           MOVE SPACES TO REPORT-FILENAME PIPE-FILENAME.
           STRING FUNCTION TRIM(SPEC-OUTPUT-NAME) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-FILENAME.
           STRING FUNCTION TRIM(SPEC-OUTPUT-NAME) DELIMITED BY SIZE
               "-pipe.txt" DELIMITED BY SIZE
               INTO PIPE-FILENAME.

           OPEN OUTPUT REPORT-FILE.
           IF SPEC-TITLE = SPACES
               MOVE "Ad-hoc report" TO REPORT-RECORD
           ELSE
               MOVE SPEC-TITLE TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Run " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               "  Source: " DELIMITED BY SIZE
               FUNCTION TRIM(SPEC-SOURCE) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > FILTER-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "Where " DELIMITED BY SIZE
                   FUNCTION TRIM(FLT-NAME(K)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(FLT-OP(K)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(FLT-VALUE-1(K)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(FLT-VALUE-2(K)) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF ERROR-COUNT > 0
               PERFORM WRITE-SPEC-ERRORS-PROCEDURE
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF.

           IF SPEC-PIPE-FLAG = 'Y'
               OPEN OUTPUT PIPE-FILE
               MOVE SPACES TO PIPE-RECORD
               MOVE 1 TO PIPE-POS
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > COLUMN-COUNT
                   IF K > 1
                       STRING "|" DELIMITED BY SIZE
                           INTO PIPE-RECORD WITH POINTER PIPE-POS
                   END-IF
                   STRING FUNCTION TRIM(COL-NAME(K)) DELIMITED BY SIZE
                       INTO PIPE-RECORD WITH POINTER PIPE-POS
               END-PERFORM
               WRITE PIPE-RECORD
           END-IF.

           PERFORM WRITE-HEADINGS-PROCEDURE.
           MOVE SPACES TO LAST-BREAK-VALUE.
           MOVE 0 TO GROUP-ROWS GROUP-SUM GRAND-SUM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ROW-COUNT
               MOVE ROW-ORDER(I) TO J
               IF BREAK-FIELD > 0
                   IF I = 1
                       OR ROW-FIELD(J, BREAK-FIELD) NOT =
                           LAST-BREAK-VALUE
                       IF I > 1
                           PERFORM WRITE-SUBTOTAL-PROCEDURE
                       END-IF
                       MOVE ROW-FIELD(J, BREAK-FIELD)
                           TO LAST-BREAK-VALUE
                       PERFORM WRITE-BREAK-HEADING-PROCEDURE
                   END-IF
               END-IF
               PERFORM WRITE-DETAIL-PROCEDURE
               ADD 1 TO GROUP-ROWS
               IF SUM-FIELD > 0
                   ADD FUNCTION NUMVAL(ROW-FIELD(J, SUM-FIELD))
                       TO GROUP-SUM GRAND-SUM
               END-IF
           END-PERFORM.
           IF BREAK-FIELD > 0 AND ROW-COUNT > 0
               PERFORM WRITE-SUBTOTAL-PROCEDURE
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ROW-COUNT TO COUNT-OUT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Total rows: " DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-OUT) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF SUM-FIELD > 0
               MOVE GRAND-SUM TO NUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "Total " DELIMITED BY SIZE
                   FUNCTION TRIM(CAT-NAME(SUM-FIELD)) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(NUM-EDIT) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           IF ROWS-DROPPED > 0
               MOVE ROWS-DROPPED TO COUNT-OUT
               MOVE SPACES TO REPORT-RECORD
               STRING "Only the first 1000 matching rows are shown; "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-OUT) DELIMITED BY SIZE
                   " more were left out - narrow the filters."
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           CLOSE REPORT-FILE.
           IF SPEC-PIPE-FLAG = 'Y'
               CLOSE PIPE-FILE
           END-IF.

      *> A bad spec runs nothing; the report says what to fix and
      *> what fields the source offers.
       WRITE-SPEC-ERRORS-PROCEDURE.
           MOVE "The report spec has problems - nothing was run:"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY "AdHocReportJob: report spec has problems, see "
               FUNCTION TRIM(REPORT-FILENAME).
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ERROR-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                   ERROR-TEXT(K) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY "  " FUNCTION TRIM(ERROR-TEXT(K))
           END-PERFORM.
           IF CATALOG-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "Fields in " DELIMITED BY SIZE
                   FUNCTION TRIM(SPEC-SOURCE) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > CATALOG-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   MOVE CAT-NAME(K) TO REPORT-RECORD(3:20)
                   IF CAT-KIND(K) = "N"
                       MOVE "number" TO REPORT-RECORD(24:6)
                   ELSE
                       MOVE "text" TO REPORT-RECORD(24:4)
                   END-IF
                   WRITE REPORT-RECORD
               END-PERFORM
           END-IF.

      *> Columns that would run past the right margin are left off
      *> the printed report; the pipe copy always has them all.
       WRITE-HEADINGS-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE 1 TO OUT-POS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > COLUMN-COUNT
               IF OUT-POS + COL-WIDTH(K) - 1 <= 200
                   MOVE COL-NAME(K)
                       TO REPORT-RECORD(OUT-POS:COL-WIDTH(K))
               END-IF
               ADD COL-WIDTH(K) 2 TO OUT-POS
           END-PERFORM.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE 1 TO OUT-POS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > COLUMN-COUNT
               IF OUT-POS + COL-WIDTH(K) - 1 <= 200
                   MOVE DASHES
                       TO REPORT-RECORD(OUT-POS:COL-WIDTH(K))
               END-IF
               ADD COL-WIDTH(K) 2 TO OUT-POS
           END-PERFORM.
           WRITE REPORT-RECORD.

       WRITE-BREAK-HEADING-PROCEDURE.
           MOVE 0 TO GROUP-ROWS GROUP-SUM.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF LAST-BREAK-VALUE = SPACES
               STRING FUNCTION TRIM(CAT-NAME(BREAK-FIELD))
                   DELIMITED BY SIZE
                   ": (blank)" DELIMITED BY SIZE
                   INTO REPORT-RECORD
           ELSE
               STRING FUNCTION TRIM(CAT-NAME(BREAK-FIELD))
                   DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(LAST-BREAK-VALUE) DELIMITED BY SIZE
                   INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

       WRITE-SUBTOTAL-PROCEDURE.
           MOVE GROUP-ROWS TO COUNT-OUT.
           MOVE SPACES TO REPORT-RECORD.
           IF SUM-FIELD > 0
               MOVE GROUP-SUM TO NUM-EDIT
               STRING "  Rows: " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-OUT) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   FUNCTION TRIM(CAT-NAME(SUM-FIELD)) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(NUM-EDIT) DELIMITED BY SIZE
                   INTO REPORT-RECORD
           ELSE
               STRING "  Rows: " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-OUT) DELIMITED BY SIZE
                   INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

      *> Numbers are printed right-aligned in their column, text
      *> left-aligned and cut at the column width. A joined field
      *> with no profile or posting behind it prints blank.
       WRITE-DETAIL-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE SPACES TO PIPE-RECORD.
           MOVE 1 TO OUT-POS.
           MOVE 1 TO PIPE-POS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > COLUMN-COUNT
               MOVE COL-FIELD(K) TO F
               MOVE COL-WIDTH(K) TO PRINT-WIDTH
               IF CAT-KIND(F) = "N"
                   IF ROW-FIELD(J, F) = SPACES
                       MOVE SPACES TO NUM-TEXT
                   ELSE
                       MOVE FUNCTION NUMVAL(ROW-FIELD(J, F))
                           TO NUM-EDIT
                       MOVE NUM-EDIT TO NUM-TEXT
                   END-IF
                   IF OUT-POS + PRINT-WIDTH - 1 <= 200
                       IF PRINT-WIDTH >= 12
                           MOVE NUM-TEXT TO REPORT-RECORD(
                               OUT-POS + PRINT-WIDTH - 12:12)
                       ELSE
                           MOVE NUM-TEXT(13 - PRINT-WIDTH:PRINT-WIDTH)
                               TO REPORT-RECORD(OUT-POS:PRINT-WIDTH)
                       END-IF
                   END-IF
               ELSE
                   MOVE ROW-FIELD(J, F) TO NUM-TEXT
                   IF OUT-POS + PRINT-WIDTH - 1 <= 200
                       MOVE ROW-FIELD(J, F)
                           TO REPORT-RECORD(OUT-POS:PRINT-WIDTH)
                   END-IF
               END-IF
               ADD PRINT-WIDTH 2 TO OUT-POS
               IF SPEC-PIPE-FLAG = 'Y'
                   IF K > 1
                       STRING "|" DELIMITED BY SIZE
                           INTO PIPE-RECORD WITH POINTER PIPE-POS
                   END-IF
                   IF CAT-KIND(F) = "N"
                       STRING FUNCTION TRIM(NUM-TEXT) DELIMITED BY SIZE
                           INTO PIPE-RECORD WITH POINTER PIPE-POS
                   ELSE
                       IF ROW-FIELD(J, F) NOT = SPACES
                           STRING FUNCTION TRIM(ROW-FIELD(J, F))
                               DELIMITED BY SIZE
                               INTO PIPE-RECORD WITH POINTER PIPE-POS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           WRITE REPORT-RECORD.
           IF SPEC-PIPE-FLAG = 'Y'
               WRITE PIPE-RECORD
           END-IF.

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
