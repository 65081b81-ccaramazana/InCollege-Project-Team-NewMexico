      *> blank role byte from before roles existed, which the online
      *> session treats as a student; employers, career services,
      *> and accounts already alumni pass through.
      *> Students the registrar already reports as graduated (the
      *> GRADUATED rows EnrollmentSyncJob keeps in
      *> enrollment-status.txt) are flipped too, without waiting for
      *> their class year to pass.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SECRET-USERNAME
               FILE STATUS IS SEC-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "enrollment-status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLLMENT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "alumni-transition-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
               10 SECRET-OLD-HASH PIC X(18).
           05 SECRET-LAST-LOGIN-DATE PIC 9(08).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05 ES-USERNAME   PIC X(20).
           05 ES-STATUS     PIC X(10).
           05 ES-SINCE-DATE PIC 9(08).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       01  PRO-STATUS      PIC XX VALUE SPACES.
       01  SEC-STATUS      PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS PIC XX VALUE SPACES.
       01  ENROLLMENT-FILE-STATUS PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.

       01  I PIC 999.
       01  FLIPPED-COUNT PIC 9(06) VALUE 0.
       01  REGISTRAR-COUNT PIC 999 VALUE 0.
       01  ALREADY-LISTED-FLAG PIC X VALUE 'N'.

       PROCEDURE DIVISION.

           MOVE TODAY-DATE(1:4) TO CURRENT-YEAR.

           PERFORM GATHER-GRADUATES-PROCEDURE.
           PERFORM GATHER-REGISTRAR-GRADUATES-PROCEDURE.
           PERFORM FLIP-ROLES-PROCEDURE.
           PERFORM WRITE-REPORT-PROCEDURE.
           MOVE FLIPPED-COUNT TO RC-ROWS-PROCESSED.
           END-PERFORM.
           CLOSE PROFILES-FILE.

      *> A registrar graduate whose class year has also passed is
      *> already on the list - only the early ones are added.
       GATHER-REGISTRAR-GRADUATES-PROCEDURE.
           OPEN INPUT ENROLLMENT-FILE.
           IF ENROLLMENT-FILE-STATUS NOT = "00"
               CLOSE ENROLLMENT-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR GRADUATE-COUNT >= 300
               READ ENROLLMENT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF ES-STATUS = "GRADUATED"
                           MOVE 'N' TO ALREADY-LISTED-FLAG
                           PERFORM VARYING I FROM 1 BY 1
                               UNTIL I > GRADUATE-COUNT
                               IF GRADUATE-NAMES(I) = ES-USERNAME
                                   MOVE 'Y' TO ALREADY-LISTED-FLAG
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                           IF ALREADY-LISTED-FLAG = 'N'
                               ADD 1 TO GRADUATE-COUNT
                               MOVE ES-USERNAME
                                   TO GRADUATE-NAMES(GRADUATE-COUNT)
                               ADD 1 TO REGISTRAR-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-FILE.

       FLIP-ROLES-PROCEDURE.
           IF GRADUATE-COUNT = 0
               EXIT PARAGRAPH
               TODAY-DATE DELIMITED BY SIZE
               "  Graduated profiles: " DELIMITED BY SIZE
               GRADUATE-COUNT DELIMITED BY SIZE
               " (registrar early: " DELIMITED BY SIZE
               REGISTRAR-COUNT DELIMITED BY SIZE
               ")  Roles flipped: " DELIMITED BY SIZE
               FLIPPED-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
