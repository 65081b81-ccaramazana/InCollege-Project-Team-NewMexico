      *> after that are sent again - nobody gets emailed twice for
      *> the same night's news. Interview invitations sitting unseen
      *> for a week were the top employer complaint; this is the fix.
      *> A digest is addressed to the email the account confirmed in
      *> contacts.txt; an account with no confirmed email, or one
      *> that asked for in-app contact only, is not spooled and
      *> keeps its ledger date so nothing is lost once it confirms.
      *> An address the gateway has bounced (flag B, set by
      *> BounceIngestJob) is held back the same way and counted on
      *> its own line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS MSG-KEY
               ALTERNATE RECORD KEY IS MSG-SENDER WITH DUPLICATES
               FILE STATUS IS MESSAGES-FILE-STATUS.
           SELECT CONTACTS-FILE ASSIGN TO "contacts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACTS-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "mail-spool-ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           05 MSG-READ-FLAG        PIC X(01).
           05 MSG-REPLY-TO         PIC 9(06).

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

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LED-USERNAME   PIC X(20).
       01  NOTIF-FILE-STATUS    PIC XX VALUE SPACES.
       01  MESSAGES-FILE-STATUS PIC XX VALUE SPACES.
       01  LEDGER-STATUS        PIC XX VALUE SPACES.
       01  CONTACTS-STATUS      PIC XX VALUE SPACES.
       01  SPOOL-STATUS         PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS      PIC XX VALUE SPACES.
       01  SPOOL-FILENAME       PIC X(60) VALUE SPACES.
               10 DG-LAST-SPOOL  PIC 9(08).
               10 DG-NOTIF-COUNT PIC 9(03).
               10 DG-MSG-COUNT   PIC 9(03).
               10 DG-ADDRESS     PIC X(80).
               10 DG-SEND-FLAG   PIC X(01).
                  88 DG-SEND     VALUE 'Y'.
               10 DG-NOTIF-LINES OCCURS 10 TIMES PIC X(120).

       01  LEDGER-DATA.
       01  I PIC 999.
       01  HIT PIC 999 VALUE 0.
       01  SPOOLED-COUNT PIC 9(06) VALUE 0.
       01  NO-ADDRESS-COUNT PIC 9(06) VALUE 0.
       01  BOUNCED-COUNT PIC 9(06) VALUE 0.
       01  DIGEST-LOOKUP-USER PIC X(20).

       PROCEDURE DIVISION.
           PERFORM LOAD-LEDGER-PROCEDURE.
           PERFORM GATHER-NOTIFICATIONS-PROCEDURE.
           PERFORM GATHER-MESSAGE-COUNTS-PROCEDURE.
           PERFORM MARK-DELIVERABLE-PROCEDURE.
           PERFORM WRITE-SPOOL-FILES-PROCEDURE.
           PERFORM REWRITE-LEDGER-PROCEDURE.
           PERFORM WRITE-REPORT-PROCEDURE.
               MOVE 0 TO DG-NOTIF-COUNT(HIT)
               MOVE 0 TO DG-MSG-COUNT(HIT)
               MOVE 0 TO DG-LAST-SPOOL(HIT)
               MOVE SPACES TO DG-ADDRESS(HIT)
               MOVE 'N' TO DG-SEND-FLAG(HIT)
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > LEDGER-COUNT
                   IF FUNCTION TRIM(LT-USERNAME(I))
                       = FUNCTION TRIM(DIGEST-LOOKUP-USER)
           END-PERFORM.
           CLOSE MESSAGES-FILE.

      *> Anyone with something pending, not yet spooled today, gets
      *> the confirmed email from contacts.txt as the digest address.
      *> Pending users without one are counted for the report only.
       MARK-DELIVERABLE-PROCEDURE.
           PERFORM VARYING HIT FROM 1 BY 1 UNTIL HIT > DIGEST-COUNT
               IF (DG-NOTIF-COUNT(HIT) > 0 OR DG-MSG-COUNT(HIT) > 0)
                   AND DG-LAST-SPOOL(HIT) NOT = TODAY-DATE
                   MOVE 'N' TO DG-SEND-FLAG(HIT)
               ELSE
                   MOVE 'X' TO DG-SEND-FLAG(HIT)
               END-IF
           END-PERFORM.

           OPEN INPUT CONTACTS-FILE.
           IF CONTACTS-STATUS = "00"
               SET NOT-END-OF-FILE TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ CONTACTS-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM MATCH-CONTACT-PROCEDURE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CONTACTS-FILE.

           PERFORM VARYING HIT FROM 1 BY 1 UNTIL HIT > DIGEST-COUNT
               IF DG-SEND-FLAG(HIT) = 'N'
                   ADD 1 TO NO-ADDRESS-COUNT
               END-IF
               IF DG-SEND-FLAG(HIT) = 'B'
                   ADD 1 TO BOUNCED-COUNT
               END-IF
           END-PERFORM.

       MATCH-CONTACT-PROCEDURE.
           IF CT-EMAIL-VERIFIED = 'B'
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIGEST-COUNT
                   IF FUNCTION TRIM(DG-USERNAME(I))
                       = FUNCTION TRIM(CT-USERNAME)
                       IF DG-SEND-FLAG(I) = 'N'
                           MOVE 'B' TO DG-SEND-FLAG(I)
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.
           IF CT-EMAIL-VERIFIED NOT = 'Y' OR CT-CHANNEL = 'N'
               OR CT-EMAIL = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DIGEST-COUNT
               IF FUNCTION TRIM(DG-USERNAME(I))
                   = FUNCTION TRIM(CT-USERNAME)
                   IF DG-SEND-FLAG(I) = 'N'
                       MOVE CT-EMAIL TO DG-ADDRESS(I)
                       MOVE 'Y' TO DG-SEND-FLAG(I)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> One digest file per user in the gateway's fixed format:
      *> TO/DATE header lines, counts, then the notification texts.
      *> Spool anyone with anything pending; the same-day guard
      *> users a second time the same night.
       WRITE-SPOOL-FILES-PROCEDURE.
           PERFORM VARYING HIT FROM 1 BY 1 UNTIL HIT > DIGEST-COUNT
               IF DG-SEND(HIT)
                   PERFORM WRITE-ONE-SPOOL-PROCEDURE
               END-IF
           END-PERFORM.
           OPEN OUTPUT SPOOL-FILE.
           MOVE SPACES TO SPOOL-RECORD.
           STRING "TO: " DELIMITED BY SIZE
               FUNCTION TRIM(DG-ADDRESS(HIT)) DELIMITED BY SIZE
               INTO SPOOL-RECORD.
           WRITE SPOOL-RECORD.
           MOVE SPACES TO SPOOL-RECORD.
           ADD 1 TO SPOOLED-COUNT.

      *> Stamp everyone spooled tonight with today's date, carrying
      *> forward everyone else's stamp unchanged - including anyone
      *> held back for want of a confirmed email.
       REWRITE-LEDGER-PROCEDURE.
           PERFORM VARYING HIT FROM 1 BY 1 UNTIL HIT > DIGEST-COUNT
               IF DG-SEND(HIT)
                   MOVE 0 TO I
                   PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > LEDGER-COUNT
               SPOOLED-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Held back, no confirmed email: " DELIMITED BY SIZE
               NO-ADDRESS-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Held back, email bouncing:     " DELIMITED BY SIZE
               BOUNCED-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

      *> Shared batch interlock: refuse to start while the
