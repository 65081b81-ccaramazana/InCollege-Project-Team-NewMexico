       IDENTIFICATION DIVISION.
       PROGRAM-ID. CareerFairJob.

      *> Standalone nightly batch job for career fairs - the events
      *> career services has opened to employer booths (Events,
      *> F - Career Fair Booths & Registrations). It replaces the
      *> paper binder with three files:
      *>   fair-booth-map.txt     - for every upcoming fair, each
      *>                            booth in table order with the
      *>                            company, package, representatives
      *>                            and power/special requests, then
      *>                            the registrations still waiting
      *>                            on a booth number
      *>   fair-invoices.txt      - the bursar's billing feed: an H
      *>                            header row, one D row per
      *>                            confirmed registration, and a T
      *>                            trailer with the row count and
      *>                            the amount total. The invoice
      *>                            number (FAIR + event + sequence)
      *>                            never changes, so the feed can be
      *>                            loaded again every night.
      *>   fair-unpaid-report.txt - registrations for upcoming fairs
      *>                            the bursar has not reported paid,
      *>                            with the days left to the event.
      *> Cancelled registrations drop out of all three. Run on its
      *> own, separate from the interactive InCollege session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTS-FILE ASSIGN TO "events.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENTS-FILE-STATUS.
           SELECT FAIR-SETUP-FILE ASSIGN TO "fair-setup.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FAIR-SETUP-STATUS.
           SELECT FAIR-REGS-FILE ASSIGN TO "fair-registrations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FAIR-REGS-STATUS.
           SELECT BOOTH-MAP-FILE ASSIGN TO "fair-booth-map.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOTH-MAP-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "fair-invoices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.
           SELECT UNPAID-FILE ASSIGN TO "fair-unpaid-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNPAID-STATUS.
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
       FD  EVENTS-FILE.
       01  EVENTS-RECORD.
           05 EVENT-ID        PIC 9(04).
           05 EVENT-NAME      PIC X(80).
           05 EVENT-DATE      PIC 9(08).
           05 EVENT-LOCATION  PIC X(80).
           05 EVENT-CAPACITY  PIC 9(04).
           05 EVENT-POSTED-BY PIC X(20).

       FD  FAIR-SETUP-FILE.
       01  FAIR-SETUP-RECORD.
           05 FS-EVENT-ID    PIC 9(04).
           05 FS-BOOTH-LIMIT PIC 9(03).
           05 FS-FEE         PIC 9(05)V99 OCCURS 3 TIMES.
           05 FS-SET-BY      PIC X(20).
           05 FS-SET-DATE    PIC 9(08).

       FD  FAIR-REGS-FILE.
       01  FAIR-REGS-RECORD.
           05 FR-EVENT-ID       PIC 9(04).
           05 FR-SEQ            PIC 9(03).
           05 FR-COMPANY        PIC X(80).
           05 FR-REGISTERED-BY  PIC X(20).
           05 FR-PACKAGE        PIC 9(01).
           05 FR-REPS           PIC 9(02).
           05 FR-POWER          PIC X(01).
           05 FR-REQUESTS       PIC X(100).
           05 FR-FEE            PIC 9(05)V99.
           05 FR-STATUS         PIC X(01).
           05 FR-BOOTH          PIC 9(03).
           05 FR-REG-DATE       PIC 9(08).
           05 FR-CONFIRMED-BY   PIC X(20).
           05 FR-CONFIRMED-DATE PIC 9(08).
           05 FR-PAID           PIC X(01).
           05 FR-PAID-DATE      PIC 9(08).

       FD  BOOTH-MAP-FILE.
       01  BOOTH-MAP-RECORD PIC X(200).

       FD  INVOICE-FILE.
       01  INVOICE-RECORD PIC X(200).

       FD  UNPAID-FILE.
       01  UNPAID-RECORD PIC X(132).

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
       01  RC-JOB-NAME-TEXT    PIC X(24) VALUE "CareerFairJob".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  EVENTS-FILE-STATUS  PIC XX VALUE SPACES.
       01  FAIR-SETUP-STATUS   PIC XX VALUE SPACES.
       01  FAIR-REGS-STATUS    PIC XX VALUE SPACES.
       01  BOOTH-MAP-STATUS    PIC XX VALUE SPACES.
       01  INVOICE-STATUS      PIC XX VALUE SPACES.
       01  UNPAID-STATUS       PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
           88 NOT-END-OF-FILE VALUE 'N'.

       01  TODAY-DATE PIC 9(08).

       01  EVENT-DATA.
           05 EVT-COUNT PIC 999 VALUE 0.
           05 EVT-ENTRIES OCCURS 500 TIMES.
               10 EVT-ID       PIC 9(04).
               10 EVT-NAME     PIC X(80).
               10 EVT-DATE     PIC 9(08).
               10 EVT-LOCATION PIC X(80).

       01  SETUP-DATA.
           05 SETUP-COUNT PIC 999 VALUE 0.
           05 SETUP-ENTRIES OCCURS 200 TIMES.
               10 SETUP-EVENT-ID    PIC 9(04).
               10 SETUP-BOOTH-LIMIT PIC 9(03).

       01  REG-DATA.
           05 REG-COUNT PIC 9(04) VALUE 0.
           05 REG-ENTRIES OCCURS 2000 TIMES.
               10 REG-EVENT-ID      PIC 9(04).
               10 REG-SEQ           PIC 9(03).
               10 REG-COMPANY       PIC X(80).
               10 REG-REGISTERED-BY PIC X(20).
               10 REG-PACKAGE       PIC 9(01).
               10 REG-REPS          PIC 9(02).
               10 REG-POWER         PIC X(01).
               10 REG-REQUESTS      PIC X(100).
               10 REG-FEE           PIC 9(05)V99.
               10 REG-STATUS        PIC X(01).
                   88 REG-CONFIRMED VALUE 'C'.
                   88 REG-CANCELLED VALUE 'X'.
               10 REG-BOOTH         PIC 9(03).
               10 REG-PAID          PIC X(01).

       01  FAIR-PACKAGE-VALUES.
           05 FILLER PIC X(08) VALUE "Standard".
           05 FILLER PIC X(08) VALUE "Premium".
           05 FILLER PIC X(08) VALUE "Sponsor".
       01  FAIR-PACKAGE-TABLE REDEFINES FAIR-PACKAGE-VALUES.
           05 FAIR-PACKAGE-NAME PIC X(08) OCCURS 3 TIMES.

       01  E             PIC 999.
       01  F             PIC 999.
       01  K             PIC 9(04).
       01  B             PIC 999.
       01  EVT-HIT       PIC 999.
       01  REG-HIT       PIC 9(04).
       01  PACKAGE-TEXT  PIC X(08).
       01  DAYS-TO-EVENT PIC S9(05).
       01  FAIR-WAITING  PIC 999.

       01  SHOW-BOOTH   PIC ZZ9.
       01  SHOW-REPS    PIC Z9.
       01  SHOW-FEE     PIC ZZ,ZZ9.99.
       01  SHOW-DAYS    PIC -(4)9.
       01  SHOW-TOTAL   PIC Z,ZZZ,ZZ9.99.
       01  INVOICE-AMOUNT     PIC 9(05)V99.
       01  INVOICE-EVENT-DATE PIC 9(08).
       01  UNPAID-NOTE        PIC X(25).

       01  FAIRS-MAPPED     PIC 9(06) VALUE 0.
       01  INVOICE-ROWS     PIC 9(06) VALUE 0.
       01  INVOICE-TOTAL    PIC 9(09)V99 VALUE 0.
       01  UNPAID-ROWS      PIC 9(06) VALUE 0.
       01  UNPAID-TOTAL     PIC 9(09)V99 VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM ACQUIRE-BATCH-INTERLOCK-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           PERFORM LOAD-EVENTS-PROCEDURE.
           PERFORM LOAD-FAIR-SETUP-PROCEDURE.
           PERFORM LOAD-FAIR-REGS-PROCEDURE.

           PERFORM WRITE-BOOTH-MAP-PROCEDURE.
           PERFORM WRITE-INVOICES-PROCEDURE.
           PERFORM WRITE-UNPAID-PROCEDURE.

           COMPUTE RC-ROWS-PROCESSED = INVOICE-ROWS + UNPAID-ROWS.
           PERFORM RELEASE-BATCH-INTERLOCK-PROCEDURE.
           STOP RUN.

       LOAD-EVENTS-PROCEDURE.
           OPEN INPUT EVENTS-FILE.
           IF EVENTS-FILE-STATUS NOT = "00"
               CLOSE EVENTS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR EVT-COUNT >= 500
               READ EVENTS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO EVT-COUNT
                       MOVE EVENT-ID TO EVT-ID(EVT-COUNT)
                       MOVE EVENT-NAME TO EVT-NAME(EVT-COUNT)
                       MOVE EVENT-DATE TO EVT-DATE(EVT-COUNT)
                       MOVE EVENT-LOCATION TO EVT-LOCATION(EVT-COUNT)
               END-READ
           END-PERFORM.
           CLOSE EVENTS-FILE.

       LOAD-FAIR-SETUP-PROCEDURE.
           OPEN INPUT FAIR-SETUP-FILE.
           IF FAIR-SETUP-STATUS NOT = "00"
               CLOSE FAIR-SETUP-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR SETUP-COUNT >= 200
               READ FAIR-SETUP-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO SETUP-COUNT
                       MOVE FS-EVENT-ID
                           TO SETUP-EVENT-ID(SETUP-COUNT)
                       MOVE FS-BOOTH-LIMIT
                           TO SETUP-BOOTH-LIMIT(SETUP-COUNT)
               END-READ
           END-PERFORM.
           CLOSE FAIR-SETUP-FILE.

       LOAD-FAIR-REGS-PROCEDURE.
           OPEN INPUT FAIR-REGS-FILE.
           IF FAIR-REGS-STATUS NOT = "00"
               CLOSE FAIR-REGS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR REG-COUNT >= 2000
               READ FAIR-REGS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO REG-COUNT
                       MOVE FR-EVENT-ID TO REG-EVENT-ID(REG-COUNT)
                       MOVE FR-SEQ TO REG-SEQ(REG-COUNT)
                       MOVE FR-COMPANY TO REG-COMPANY(REG-COUNT)
                       MOVE FR-REGISTERED-BY
                           TO REG-REGISTERED-BY(REG-COUNT)
                       MOVE FR-PACKAGE TO REG-PACKAGE(REG-COUNT)
                       MOVE FR-REPS TO REG-REPS(REG-COUNT)
                       MOVE FR-POWER TO REG-POWER(REG-COUNT)
                       MOVE FR-REQUESTS TO REG-REQUESTS(REG-COUNT)
                       MOVE FR-FEE TO REG-FEE(REG-COUNT)
                       MOVE FR-STATUS TO REG-STATUS(REG-COUNT)
                       MOVE FR-BOOTH TO REG-BOOTH(REG-COUNT)
                       MOVE FR-PAID TO REG-PAID(REG-COUNT)
               END-READ
           END-PERFORM.
           CLOSE FAIR-REGS-FILE.

      *> Event row for REG-EVENT-ID(K) into EVT-HIT, 0 if the event
      *> has since been removed.
       FIND-REG-EVENT-PROCEDURE.
           MOVE 0 TO EVT-HIT.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > EVT-COUNT
               IF EVT-ID(E) = REG-EVENT-ID(K)
                   MOVE E TO EVT-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SET-PACKAGE-TEXT-PROCEDURE.
           IF REG-PACKAGE(K) >= 1 AND REG-PACKAGE(K) <= 3
               MOVE FAIR-PACKAGE-NAME(REG-PACKAGE(K)) TO PACKAGE-TEXT
           ELSE
               MOVE "?" TO PACKAGE-TEXT
           END-IF.

      *> Booth map: one block per upcoming fair, booths 1 to the
      *> fair's limit. The map goes to facilities for table and
      *> power layout, so it carries no fees.
       WRITE-BOOTH-MAP-PROCEDURE.
           OPEN OUTPUT BOOTH-MAP-FILE.
           MOVE SPACES TO BOOTH-MAP-RECORD.
           STRING "Career Fair Booth Map - " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO BOOTH-MAP-RECORD.
           WRITE BOOTH-MAP-RECORD.

           PERFORM VARYING F FROM 1 BY 1 UNTIL F > SETUP-COUNT
               MOVE 0 TO EVT-HIT
               PERFORM VARYING E FROM 1 BY 1 UNTIL E > EVT-COUNT
                   IF EVT-ID(E) = SETUP-EVENT-ID(F)
                       MOVE E TO EVT-HIT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF EVT-HIT > 0
                   IF EVT-DATE(EVT-HIT) >= TODAY-DATE
                       PERFORM WRITE-ONE-FAIR-MAP-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.

           IF FAIRS-MAPPED = 0
               MOVE "No upcoming career fairs." TO BOOTH-MAP-RECORD
               WRITE BOOTH-MAP-RECORD
           END-IF.
           CLOSE BOOTH-MAP-FILE.

       WRITE-ONE-FAIR-MAP-PROCEDURE.
           ADD 1 TO FAIRS-MAPPED.
           MOVE SPACES TO BOOTH-MAP-RECORD.
           WRITE BOOTH-MAP-RECORD.
           MOVE SPACES TO BOOTH-MAP-RECORD.
           STRING "=== " DELIMITED BY SIZE
               FUNCTION TRIM(EVT-NAME(EVT-HIT)) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               EVT-DATE(EVT-HIT) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(EVT-LOCATION(EVT-HIT)) DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO BOOTH-MAP-RECORD.
           WRITE BOOTH-MAP-RECORD.

           PERFORM VARYING B FROM 1 BY 1
               UNTIL B > SETUP-BOOTH-LIMIT(F)
               MOVE B TO SHOW-BOOTH
               MOVE 0 TO REG-HIT
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > REG-COUNT
                   IF REG-EVENT-ID(K) = SETUP-EVENT-ID(F)
                       AND REG-CONFIRMED(K)
                       AND REG-BOOTH(K) = B
                       MOVE K TO REG-HIT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE SPACES TO BOOTH-MAP-RECORD
               IF REG-HIT = 0
                   STRING "Booth " DELIMITED BY SIZE
                       SHOW-BOOTH DELIMITED BY SIZE
                       "  (open)" DELIMITED BY SIZE
                       INTO BOOTH-MAP-RECORD
                   END-STRING
                   WRITE BOOTH-MAP-RECORD
               ELSE
                   MOVE REG-HIT TO K
                   MOVE "Booth " TO BOOTH-MAP-RECORD
                   MOVE SHOW-BOOTH TO BOOTH-MAP-RECORD(7:3)
                   PERFORM WRITE-MAP-COMPANY-PROCEDURE
               END-IF
           END-PERFORM.

           MOVE 0 TO FAIR-WAITING.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > REG-COUNT
               IF REG-EVENT-ID(K) = SETUP-EVENT-ID(F)
                   AND NOT REG-CANCELLED(K)
                   AND NOT REG-CONFIRMED(K)
                   IF FAIR-WAITING = 0
                       MOVE "Registered, booth not yet assigned:"
                           TO BOOTH-MAP-RECORD
                       WRITE BOOTH-MAP-RECORD
                   END-IF
                   ADD 1 TO FAIR-WAITING
                   MOVE "   ---" TO BOOTH-MAP-RECORD
                   PERFORM WRITE-MAP-COMPANY-PROCEDURE
               END-IF
           END-PERFORM.

      *> Rest of the map line for registration K; the booth column
      *> is already in BOOTH-MAP-RECORD(1:9).
       WRITE-MAP-COMPANY-PROCEDURE.
           PERFORM SET-PACKAGE-TEXT-PROCEDURE.
           MOVE REG-REPS(K) TO SHOW-REPS.
           MOVE SPACES TO BOOTH-MAP-RECORD(10:).
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(REG-COMPANY(K)) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               FUNCTION TRIM(PACKAGE-TEXT) DELIMITED BY SIZE
               " | reps " DELIMITED BY SIZE
               FUNCTION TRIM(SHOW-REPS) DELIMITED BY SIZE
               " | power " DELIMITED BY SIZE
               REG-POWER(K) DELIMITED BY SIZE
               INTO BOOTH-MAP-RECORD(10:).
           WRITE BOOTH-MAP-RECORD.
           IF FUNCTION TRIM(REG-REQUESTS(K)) NOT = SPACES
               MOVE SPACES TO BOOTH-MAP-RECORD
               STRING "           Requests: " DELIMITED BY SIZE
                   FUNCTION TRIM(REG-REQUESTS(K)) DELIMITED BY SIZE
                   INTO BOOTH-MAP-RECORD
               END-STRING
               WRITE BOOTH-MAP-RECORD
           END-IF.

      *> Bursar feed: pipe-delimited like the warehouse extract.
      *> D|invoice|company|event id|event date|package|amount|
      *>   paid|registered by|feed date
      *> Amounts carry two implied decimals (0150000 = 1,500.00).
       WRITE-INVOICES-PROCEDURE.
           OPEN OUTPUT INVOICE-FILE.
           MOVE SPACES TO INVOICE-RECORD.
           STRING "H|FAIR-INVOICES|" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO INVOICE-RECORD.
           WRITE INVOICE-RECORD.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > REG-COUNT
               IF REG-CONFIRMED(K)
                   PERFORM WRITE-ONE-INVOICE-PROCEDURE
               END-IF
           END-PERFORM.

           MOVE SPACES TO INVOICE-RECORD.
           STRING "T|" DELIMITED BY SIZE
               INVOICE-ROWS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INVOICE-TOTAL DELIMITED BY SIZE
               INTO INVOICE-RECORD.
           WRITE INVOICE-RECORD.
           CLOSE INVOICE-FILE.

       WRITE-ONE-INVOICE-PROCEDURE.
           PERFORM FIND-REG-EVENT-PROCEDURE.
           PERFORM SET-PACKAGE-TEXT-PROCEDURE.
           MOVE 0 TO INVOICE-EVENT-DATE.
           IF EVT-HIT > 0
               MOVE EVT-DATE(EVT-HIT) TO INVOICE-EVENT-DATE
           END-IF.
           MOVE REG-FEE(K) TO INVOICE-AMOUNT.
           MOVE SPACES TO INVOICE-RECORD.
           STRING "D|FAIR" DELIMITED BY SIZE
               REG-EVENT-ID(K) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               REG-SEQ(K) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(REG-COMPANY(K)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               REG-EVENT-ID(K) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INVOICE-EVENT-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(PACKAGE-TEXT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INVOICE-AMOUNT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               REG-PAID(K) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(REG-REGISTERED-BY(K)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO INVOICE-RECORD.
           WRITE INVOICE-RECORD.
           ADD 1 TO INVOICE-ROWS.
           ADD REG-FEE(K) TO INVOICE-TOTAL.

      *> Unpaid registrations for fairs still to come, soonest
      *> event first as the events file runs, with the total the
      *> bursar has yet to collect.
       WRITE-UNPAID-PROCEDURE.
           OPEN OUTPUT UNPAID-FILE.
           MOVE SPACES TO UNPAID-RECORD.
           STRING "Career Fair Unpaid Registrations - "
                   DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO UNPAID-RECORD.
           WRITE UNPAID-RECORD.

           PERFORM VARYING E FROM 1 BY 1 UNTIL E > EVT-COUNT
               IF EVT-DATE(E) >= TODAY-DATE
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > REG-COUNT
                       IF REG-EVENT-ID(K) = EVT-ID(E)
                           AND NOT REG-CANCELLED(K)
                           AND REG-PAID(K) NOT = 'Y'
                           MOVE E TO EVT-HIT
                           PERFORM WRITE-ONE-UNPAID-PROCEDURE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           MOVE UNPAID-TOTAL TO SHOW-TOTAL.
           MOVE SPACES TO UNPAID-RECORD.
           STRING "Unpaid registrations: " DELIMITED BY SIZE
               UNPAID-ROWS DELIMITED BY SIZE
               "  Outstanding: $" DELIMITED BY SIZE
               FUNCTION TRIM(SHOW-TOTAL) DELIMITED BY SIZE
               INTO UNPAID-RECORD.
           WRITE UNPAID-RECORD.
           CLOSE UNPAID-FILE.

       WRITE-ONE-UNPAID-PROCEDURE.
           COMPUTE DAYS-TO-EVENT =
               FUNCTION INTEGER-OF-DATE(EVT-DATE(EVT-HIT))
               - FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           MOVE DAYS-TO-EVENT TO SHOW-DAYS.
           MOVE REG-FEE(K) TO SHOW-FEE.
           MOVE SPACES TO UNPAID-NOTE.
           IF NOT REG-CONFIRMED(K)
               MOVE " (booth not yet assigned)" TO UNPAID-NOTE
           END-IF.
           MOVE SPACES TO UNPAID-RECORD.
           STRING FUNCTION TRIM(EVT-NAME(EVT-HIT)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               EVT-DATE(EVT-HIT) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(SHOW-DAYS) DELIMITED BY SIZE
               " days): FAIR" DELIMITED BY SIZE
               REG-EVENT-ID(K) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               REG-SEQ(K) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(REG-COMPANY(K)) DELIMITED BY SIZE
               " $" DELIMITED BY SIZE
               FUNCTION TRIM(SHOW-FEE) DELIMITED BY SIZE
               UNPAID-NOTE DELIMITED BY SIZE
               INTO UNPAID-RECORD.
           WRITE UNPAID-RECORD.
           ADD 1 TO UNPAID-ROWS.
           ADD REG-FEE(K) TO UNPAID-TOTAL.

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
