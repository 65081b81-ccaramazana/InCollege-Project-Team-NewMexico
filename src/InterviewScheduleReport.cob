      *> services front desk gets its morning-of schedule without
      *> cross-referencing applications by hand. Run on its own,
      *> separate from the interactive InCollege session.
      *> After the list comes a grid per interview room (rooms from
      *> interview-rooms.txt across, times down) so the desk can
      *> send each candidate to the right door, then the interviews
      *> that are not being held in a career center room.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT INTERVIEWS-FILE ASSIGN TO "interviews.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INT-FILE-STATUS.
           SELECT INTERVIEW-ROOMS-FILE ASSIGN TO "interview-rooms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROOM-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "interview-schedule-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           05 INT-SLOT-DATE PIC 9(08).
           05 INT-SLOT-TIME PIC X(05).
           05 INT-STATUS    PIC X(10).
           05 INT-ROOM      PIC X(10).

       FD  INTERVIEW-ROOMS-FILE.
       01  INTERVIEW-ROOMS-RECORD.
           05 ROOM-CODE     PIC X(10).
           05 ROOM-NAME     PIC X(40).
           05 ROOM-CAMPUS   PIC X(10).
           05 ROOM-ACTIVE   PIC X(01).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

       FD  ONLINE-LOCK-FILE.
       01  ONLINE-LOCK-RECORD PIC X(24).
       01  ONLINE-LOCK-STATUS  PIC XX VALUE SPACES.
       01  BATCH-LOCK-STATUS   PIC XX VALUE SPACES.
       01  RUN-CONTROL-STATUS  PIC XX VALUE SPACES.
       01  RC-JOB-NAME-TEXT    PIC X(24)
           VALUE "InterviewScheduleReport".
       01  RC-OUTCOME-TEXT     PIC X(10) VALUE SPACES.
       01  RC-ROWS-PROCESSED   PIC 9(06) VALUE 0.

       01  INT-FILE-STATUS  PIC XX VALUE SPACES.
       01  RPT-FILE-STATUS  PIC XX VALUE SPACES.
       01  ROOM-FILE-STATUS PIC XX VALUE SPACES.

       01  END-OF-FILE-FLAG PIC X VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
       01  TODAY-DATE PIC 9(08).
       01  TODAY-INTERVIEW-COUNT PIC 9(06) VALUE 0.

      *> Today's confirmed interviews, kept for the room grid.
       01  TODAY-DATA.
           05 TODAY-COUNT PIC 999 VALUE 0.
           05 TODAY-TABLE OCCURS 300 TIMES.
               10 TODAY-TIME      PIC X(05).
               10 TODAY-APPLICANT PIC X(20).
               10 TODAY-ROOM      PIC X(10).

      *> Rooms on file, then any room code today's interviews use
      *> that is no longer on file; one grid column each.
       01  GRID-ROOM-DATA.
           05 GRID-ROOM-COUNT PIC 99 VALUE 0.
           05 GRID-ROOM-TABLE OCCURS 40 TIMES.
               10 GRID-ROOM-CODE   PIC X(10).
               10 GRID-ROOM-NAME   PIC X(40).
               10 GRID-ROOM-CAMPUS PIC X(10).
               10 GRID-ROOM-ACTIVE PIC X(01).

      *> Distinct times booked into a room today, in order.
       01  GRID-TIME-DATA.
           05 GRID-TIME-COUNT PIC 999 VALUE 0.
           05 GRID-TIME OCCURS 300 TIMES PIC X(05).

       01  GRID-COLS-PER-BLOCK PIC 99 VALUE 6.
       01  GRID-BLOCK-START PIC 99.
       01  GRID-BLOCK-END   PIC 99.
       01  GRID-COL         PIC 99.
       01  GRID-POS         PIC 999.
       01  GRID-FOUND       PIC 99.
       01  GRID-CELL        PIC X(16).
       01  ROOM-BOOKED-COUNT PIC 9(06) VALUE 0.
       01  NO-ROOM-COUNT    PIC 9(06) VALUE 0.
       01  I                PIC 999.
       01  J                PIC 999.
       01  K                PIC 999.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "----------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM LOAD-ROOMS-PROCEDURE.

           OPEN INPUT INTERVIEWS-FILE.
           IF INT-FILE-STATUS = "35"
               CLOSE INTERVIEWS-FILE
           INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM WRITE-ROOM-GRID-PROCEDURE.
           PERFORM WRITE-NO-ROOM-PROCEDURE.

           CLOSE REPORT-FILE.

       WRITE-INTERVIEW-LINE-PROCEDURE.
               " with " DELIMITED BY SIZE
               FUNCTION TRIM(INT-POSTER) DELIMITED BY SIZE
               INTO REPORT-RECORD
               IF INT-ROOM NOT = SPACES
                   MOVE "Room" TO REPORT-RECORD(80:4)
                   MOVE INT-ROOM TO REPORT-RECORD(85:10)
               END-IF
               WRITE REPORT-RECORD
               IF TODAY-COUNT < 300
                   ADD 1 TO TODAY-COUNT
                   MOVE INT-SLOT-TIME TO TODAY-TIME(TODAY-COUNT)
                   MOVE INT-APPLICANT TO TODAY-APPLICANT(TODAY-COUNT)
                   MOVE INT-ROOM TO TODAY-ROOM(TODAY-COUNT)
               END-IF
           END-IF.

       LOAD-ROOMS-PROCEDURE.
           MOVE 0 TO GRID-ROOM-COUNT.
           OPEN INPUT INTERVIEW-ROOMS-FILE.
           IF ROOM-FILE-STATUS NOT = "00"
               CLOSE INTERVIEW-ROOMS-FILE
               EXIT PARAGRAPH
           END-IF.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL END-OF-FILE OR GRID-ROOM-COUNT >= 30
               READ INTERVIEW-ROOMS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO GRID-ROOM-COUNT
                       MOVE INTERVIEW-ROOMS-RECORD
                           TO GRID-ROOM-TABLE(GRID-ROOM-COUNT)
               END-READ
           END-PERFORM.
           CLOSE INTERVIEW-ROOMS-FILE.

      *> Sort out which rooms and times the grid needs: a retired
      *> room only gets a column when someone is booked into it
      *> today, and a code no longer on file gets one under its own
      *> code. Times are kept in order as they are found.
       BUILD-GRID-AXES-PROCEDURE.
           MOVE 0 TO ROOM-BOOKED-COUNT.
           MOVE 0 TO GRID-TIME-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TODAY-COUNT
               IF TODAY-ROOM(I) NOT = SPACES
                   ADD 1 TO ROOM-BOOKED-COUNT
                   MOVE 0 TO GRID-FOUND
                   PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > GRID-ROOM-COUNT
                       IF GRID-ROOM-CODE(J) = TODAY-ROOM(I)
                           MOVE J TO GRID-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF GRID-FOUND = 0
                       IF GRID-ROOM-COUNT < 40
                           ADD 1 TO GRID-ROOM-COUNT
                           MOVE TODAY-ROOM(I)
                               TO GRID-ROOM-CODE(GRID-ROOM-COUNT)
                           MOVE "(no longer on file)"
                               TO GRID-ROOM-NAME(GRID-ROOM-COUNT)
                           MOVE SPACES
                               TO GRID-ROOM-CAMPUS(GRID-ROOM-COUNT)
                           MOVE 'B' TO GRID-ROOM-ACTIVE(GRID-ROOM-COUNT)
                       END-IF
                   ELSE
                       IF GRID-ROOM-ACTIVE(GRID-FOUND) = 'N'
                           MOVE 'B' TO GRID-ROOM-ACTIVE(GRID-FOUND)
                       END-IF
                   END-IF
                   PERFORM ADD-GRID-TIME-PROCEDURE
               END-IF
           END-PERFORM.

           MOVE 0 TO K.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > GRID-ROOM-COUNT
               IF GRID-ROOM-ACTIVE(J) NOT = 'N'
                   ADD 1 TO K
                   IF K NOT = J
                       MOVE GRID-ROOM-TABLE(J) TO GRID-ROOM-TABLE(K)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE K TO GRID-ROOM-COUNT.

      *> Insert TODAY-TIME(I) into GRID-TIME in order, once.
       ADD-GRID-TIME-PROCEDURE.
           MOVE 1 TO GRID-POS.
           PERFORM UNTIL GRID-POS > GRID-TIME-COUNT
                   OR GRID-TIME(GRID-POS) >= TODAY-TIME(I)
               ADD 1 TO GRID-POS
           END-PERFORM.
           IF GRID-POS <= GRID-TIME-COUNT
               IF GRID-TIME(GRID-POS) = TODAY-TIME(I)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM VARYING K FROM GRID-TIME-COUNT BY -1
               UNTIL K < GRID-POS
               MOVE GRID-TIME(K) TO GRID-TIME(K + 1)
           END-PERFORM.
           MOVE TODAY-TIME(I) TO GRID-TIME(GRID-POS).
           ADD 1 TO GRID-TIME-COUNT.

      *> The rooms are printed six to a block, 17 columns apiece
      *> after the time, with the applicant's username in each
      *> booked cell and dots where the room is free.
       WRITE-ROOM-GRID-PROCEDURE.
           PERFORM BUILD-GRID-AXES-PROCEDURE.
           IF GRID-ROOM-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Room Grid" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "----------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > GRID-ROOM-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                   GRID-ROOM-CODE(J) DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   FUNCTION TRIM(GRID-ROOM-NAME(J)) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               IF GRID-ROOM-CAMPUS(J) NOT = SPACES
                   MOVE GRID-ROOM-CAMPUS(J) TO REPORT-RECORD(60:10)
               END-IF
               WRITE REPORT-RECORD
           END-PERFORM.

           IF ROOM-BOOKED-COUNT = 0
               MOVE "No interviews are booked into a room today."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO GRID-BLOCK-START.
           PERFORM UNTIL GRID-BLOCK-START > GRID-ROOM-COUNT
               COMPUTE GRID-BLOCK-END =
                   GRID-BLOCK-START + GRID-COLS-PER-BLOCK - 1
               IF GRID-BLOCK-END > GRID-ROOM-COUNT
                   MOVE GRID-ROOM-COUNT TO GRID-BLOCK-END
               END-IF
               PERFORM WRITE-GRID-BLOCK-PROCEDURE
               ADD GRID-COLS-PER-BLOCK TO GRID-BLOCK-START
           END-PERFORM.

       WRITE-GRID-BLOCK-PROCEDURE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "  Time" TO REPORT-RECORD.
           PERFORM VARYING J FROM GRID-BLOCK-START BY 1
               UNTIL J > GRID-BLOCK-END
               COMPUTE GRID-POS = 10 + (J - GRID-BLOCK-START) * 17
               MOVE GRID-ROOM-CODE(J) TO REPORT-RECORD(GRID-POS:10)
           END-PERFORM.
           WRITE REPORT-RECORD.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > GRID-TIME-COUNT
               MOVE SPACES TO REPORT-RECORD
               MOVE GRID-TIME(K) TO REPORT-RECORD(3:5)
               PERFORM VARYING J FROM GRID-BLOCK-START BY 1
                   UNTIL J > GRID-BLOCK-END
                   MOVE "." TO GRID-CELL
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > TODAY-COUNT
                       IF TODAY-ROOM(I) = GRID-ROOM-CODE(J)
                           AND TODAY-TIME(I) = GRID-TIME(K)
                           MOVE TODAY-APPLICANT(I) TO GRID-CELL
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   COMPUTE GRID-POS = 10 + (J - GRID-BLOCK-START) * 17
                   MOVE GRID-CELL TO REPORT-RECORD(GRID-POS:16)
               END-PERFORM
               WRITE REPORT-RECORD
           END-PERFORM.

      *> Interviews with no room are by phone, video or at the
      *> employer - listed so the desk is not hunting for them.
       WRITE-NO-ROOM-PROCEDURE.
           MOVE 0 TO NO-ROOM-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TODAY-COUNT
               IF TODAY-ROOM(I) = SPACES
                   ADD 1 TO NO-ROOM-COUNT
                   IF NO-ROOM-COUNT = 1
                       MOVE SPACES TO REPORT-RECORD
                       WRITE REPORT-RECORD
                       MOVE "Not in a career center room:"
                           TO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " DELIMITED BY SIZE
                       TODAY-TIME(I) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       FUNCTION TRIM(TODAY-APPLICANT(I))
                           DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.

      *> Shared batch interlock: refuse to start while the
      *> interactive session holds the data files (it keeps
      *> online.lck open for its whole run), then take batch.lck for
