      *          scored-but-not-enrolled lists the walk-ins, and a
      *          per-sitting (course) attendance summary closes the
      *          report - the numbers the quarterly training-budget
      *          argument has never had. Bookings are reconciled by
      *          the Sessions.dat session they were made against:
      *          only confirmed bookings count as enrolled, a
      *          cancelled booking is ignored, a result for someone
      *          still on a session's waitlist lists as WAITLISTED
      *          among the walk-ins, and the summary gives each
      *          session its seat capacity. A walk-in is put against
      *          the session of that course held on the date; a
      *          booking from before sessions has none and is
      *          summarised by course alone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT TRAINING-HISTORY ASSIGN TO "TrainHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRH-FILESTATUS.
       SELECT SESSION-FILE ASSIGN TO "Sessions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SES-FILESTATUS.
       SELECT RECON-REPORT ASSIGN TO "ExamRecon.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
       COPY ENRREC REPLACING ==:REC:== BY ==ENROLLMENT-RECORD==.
       FD SESSION-FILE.
       COPY SESREC REPLACING ==:REC:== BY ==SESSION-RECORD==.
       FD TRAINING-HISTORY.
       01 TRAINING-RECORD.
           05 TRH-STUDENT-ID PIC X(10).
       01 ENR-FILESTATUS PIC X(02).
       01 TRH-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 SES-FILESTATUS PIC X(02).
       01 ENR-EOF PIC X(1) VALUE 'N'.
           88 ENR-END-OF-FILE VALUE 'Y'.
       01 TRH-EOF PIC X(1) VALUE 'N'.
           88 TRH-END-OF-FILE VALUE 'Y'.
       01 SES-EOF PIC X(1) VALUE 'N'.
           88 SES-END-OF-FILE VALUE 'Y'.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-ASK-DATE-X PIC X(8).
           05 ENR-ENTRY OCCURS 300 TIMES.
               10 ENR-T-EMP PIC X(10).
               10 ENR-T-COURSE PIC X(8).
               10 ENR-T-SESSION PIC X(6).
               10 ENR-T-STATUS PIC X(1).
                   88 ENR-T-WAITLISTED VALUE 'W'.
               10 ENR-T-SCORED PIC X(1).
                   88 ENR-T-ATTENDED VALUE 'Y'.
       01 WS-ENR-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-ENR-FOUND-SW PIC X(1).
           88 BOOKING-FOUND VALUE 'Y'.
      *
      *    THE SESSIONS HELD ON THE DATE.
       01 SES-TABLE.
           05 SES-ENTRY OCCURS 50 TIMES.
               10 SES-T-ID PIC X(6).
               10 SES-T-COURSE PIC X(8).
               10 SES-T-CAPACITY PIC 9(3).
       01 WS-SES-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-SES-MAX PIC 9(2) VALUE 50.
       01 WS-SES-SUB PIC 9(2).
       01 WS-SES-FOUND-SW PIC X(1).
           88 SESSION-FOUND VALUE 'Y'.
      *
      *    PER-SITTING (SESSION, OR COURSE FOR A BOOKING WITH NO
      *    SESSION) ATTENDANCE SUMMARY.
       01 SIT-TABLE.
           05 SIT-ENTRY OCCURS 20 TIMES.
               10 SIT-T-SESSION PIC X(6).
               10 SIT-T-COURSE PIC X(8).
               10 SIT-T-CAPACITY PIC 9(3).
               10 SIT-T-ENROLLED PIC 9(4).
               10 SIT-T-ATTENDED PIC 9(4).
               10 SIT-T-WALKINS PIC 9(4).
           88 SITTING-SLOT-OK VALUE 'Y'.
       01 WS-FULL-WARNED PIC X(1) VALUE 'N'.
       01 WS-SIT-COURSE PIC X(8).
       01 WS-SIT-SESSION PIC X(6).
      *
       01 WS-NOSHOW-COUNT PIC 9(4) VALUE ZERO.
       01 WS-WALKIN-COUNT PIC 9(4) VALUE ZERO.
           05 RPT-COURSE PIC X(10).
           05 RPT-NOTE PIC X(12).
       01 RPT-SIT-LINE.
           05 RPT-SIT-SESSION PIC X(8).
           05 RPT-SIT-COURSE PIC X(10).
           05 FILLER PIC X(4) VALUE "CAP ".
           05 RPT-SIT-CAPACITY PIC ZZ9.
           05 FILLER PIC X(10) VALUE " ENROLLED ".
           05 RPT-SIT-ENROLLED PIC ZZZ9.
           05 FILLER PIC X(10) VALUE " ATTENDED".
           05 RPT-SIT-ATTENDED PIC ZZZ9.
           MOVE FUNCTION NUMVAL(WS-ASK-DATE-X) TO WS-ASK-DATE
       END-IF

       PERFORM LOAD-SESSIONS-PARA
       PERFORM LOAD-BOOKINGS-PARA
       OPEN OUTPUT RECON-REPORT
       MOVE WS-ASK-DATE TO RPT-HDR-DATE
       PERFORM VARYING WS-ENR-SUB FROM 1 BY 1
               UNTIL WS-ENR-SUB > WS-ENR-TOTAL
           IF NOT ENR-T-ATTENDED(WS-ENR-SUB)
                   AND NOT ENR-T-WAITLISTED(WS-ENR-SUB)
               ADD 1 TO WS-NOSHOW-COUNT
               MOVE ENR-T-EMP(WS-ENR-SUB) TO RPT-EMP-ID
               MOVE ENR-T-COURSE(WS-ENR-SUB) TO RPT-COURSE
           END-IF
       END-PERFORM

       MOVE "=== ATTENDANCE BY SESSION ===" TO RPT-SECTION-LINE
       WRITE RPT-LINE FROM RPT-SECTION-LINE
       PERFORM VARYING WS-SIT-SUB FROM 1 BY 1
               UNTIL WS-SIT-SUB > WS-SIT-TOTAL
           MOVE SIT-T-SESSION(WS-SIT-SUB) TO RPT-SIT-SESSION
           MOVE SIT-T-COURSE(WS-SIT-SUB) TO RPT-SIT-COURSE
           MOVE SIT-T-CAPACITY(WS-SIT-SUB) TO RPT-SIT-CAPACITY
           MOVE SIT-T-ENROLLED(WS-SIT-SUB) TO RPT-SIT-ENROLLED
           MOVE SIT-T-ATTENDED(WS-SIT-SUB) TO RPT-SIT-ATTENDED
           MOVE SIT-T-WALKINS(WS-SIT-SUB) TO RPT-SIT-WALKINS
               SET ENR-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-BOOKING-EXIT
       END-READ
       IF ENR-SIT-DATE NOT = WS-ASK-DATE OR ENR-CANCELLED
           GO TO LOAD-ONE-BOOKING-EXIT
       END-IF
       IF WS-ENR-TOTAL < WS-ENR-MAX
           ADD 1 TO WS-ENR-TOTAL
           MOVE ENR-EMP-ID TO ENR-T-EMP(WS-ENR-TOTAL)
           MOVE ENR-COURSE TO ENR-T-COURSE(WS-ENR-TOTAL)
           MOVE ENR-SESSION TO ENR-T-SESSION(WS-ENR-TOTAL)
           MOVE ENR-STATUS TO ENR-T-STATUS(WS-ENR-TOTAL)
           MOVE 'N' TO ENR-T-SCORED(WS-ENR-TOTAL)
           MOVE ENR-COURSE TO WS-SIT-COURSE
           MOVE ENR-SESSION TO WS-SIT-SESSION
           PERFORM FIND-SITTING-PARA
           IF SITTING-SLOT-OK AND ENR-CONFIRMED
               ADD 1 TO SIT-T-ENROLLED(WS-SIT-SUB)
           END-IF
       END-IF.
           END-IF
       END-PERFORM
       MOVE TRH-COURSE TO WS-SIT-COURSE
       IF BOOKING-FOUND
           SUBTRACT 1 FROM WS-ENR-SUB
           MOVE ENR-T-SESSION(WS-ENR-SUB) TO WS-SIT-SESSION
       ELSE
           PERFORM FIND-SESSION-PARA
       END-IF
       PERFORM FIND-SITTING-PARA
       IF BOOKING-FOUND AND NOT ENR-T-WAITLISTED(WS-ENR-SUB)
           IF SITTING-SLOT-OK
               ADD 1 TO SIT-T-ATTENDED(WS-SIT-SUB)
           END-IF
       ELSE
      *        SAT THE EXAM WITHOUT A SEAT - A WAITLISTED BOOKING IS
      *        NAMED AS SUCH, ANYTHING ELSE IS A WALK-IN.
           ADD 1 TO WS-WALKIN-COUNT
           IF SITTING-SLOT-OK
               ADD 1 TO SIT-T-WALKINS(WS-SIT-SUB)
           END-IF
           MOVE TRH-STUDENT-ID TO RPT-EMP-ID
           MOVE TRH-COURSE TO RPT-COURSE
           IF BOOKING-FOUND
               MOVE "WAITLISTED" TO RPT-NOTE
           ELSE
               MOVE "WALK-IN" TO RPT-NOTE
           END-IF
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
       END-IF.
       MATCH-ONE-EXIT.
       PERFORM VARYING WS-SIT-SUB FROM 1 BY 1
               UNTIL WS-SIT-SUB > WS-SIT-TOTAL OR SITTING-FOUND
           IF SIT-T-COURSE(WS-SIT-SUB) = WS-SIT-COURSE
                   AND SIT-T-SESSION(WS-SIT-SUB) = WS-SIT-SESSION
               SET SITTING-FOUND TO TRUE
           END-IF
       END-PERFORM
           IF WS-SIT-TOTAL < WS-SIT-MAX
               ADD 1 TO WS-SIT-TOTAL
               MOVE WS-SIT-COURSE TO SIT-T-COURSE(WS-SIT-TOTAL)
               MOVE WS-SIT-SESSION TO SIT-T-SESSION(WS-SIT-TOTAL)
               MOVE ZERO TO SIT-T-CAPACITY(WS-SIT-TOTAL)
               PERFORM VARYING WS-SES-SUB FROM 1 BY 1
                       UNTIL WS-SES-SUB > WS-SES-TOTAL
                   IF SES-T-ID(WS-SES-SUB) = WS-SIT-SESSION
                       MOVE SES-T-CAPACITY(WS-SES-SUB)
                           TO SIT-T-CAPACITY(WS-SIT-TOTAL)
                   END-IF
               END-PERFORM
               MOVE ZERO TO SIT-T-ENROLLED(WS-SIT-TOTAL)
               MOVE ZERO TO SIT-T-ATTENDED(WS-SIT-TOTAL)
               MOVE ZERO TO SIT-T-WALKINS(WS-SIT-TOTAL)
               END-IF
           END-IF
       END-IF.

      *    THE SESSION OF THE RESULT'S COURSE HELD ON THE DATE, FOR A
      *    WALK-IN - BLANK WHEN THE COURSE HAD NO SESSION THAT DAY.
       FIND-SESSION-PARA.
       MOVE SPACES TO WS-SIT-SESSION
       MOVE 'N' TO WS-SES-FOUND-SW
       PERFORM VARYING WS-SES-SUB FROM 1 BY 1
               UNTIL WS-SES-SUB > WS-SES-TOTAL OR SESSION-FOUND
           IF SES-T-COURSE(WS-SES-SUB) = WS-SIT-COURSE
               SET SESSION-FOUND TO TRUE
               MOVE SES-T-ID(WS-SES-SUB) TO WS-SIT-SESSION
           END-IF
       END-PERFORM.

       LOAD-SESSIONS-PARA.
       OPEN INPUT SESSION-FILE
       IF SES-FILESTATUS = "00"
           PERFORM LOAD-ONE-SESSION-PARA THRU LOAD-ONE-SESSION-EXIT
               UNTIL SES-END-OF-FILE
           CLOSE SESSION-FILE
       END-IF.

       LOAD-ONE-SESSION-PARA.
       READ SESSION-FILE
           AT END
               SET SES-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-SESSION-EXIT
       END-READ
       IF SES-DATE NOT = WS-ASK-DATE OR SES-ID = SPACES
           GO TO LOAD-ONE-SESSION-EXIT
       END-IF
       IF WS-SES-TOTAL NOT < WS-SES-MAX
           DISPLAY "*** MORE THAN " WS-SES-MAX " SESSIONS ON THE "
               "DATE - " SES-ID " NOT LOADED"
           GO TO LOAD-ONE-SESSION-EXIT
       END-IF
       ADD 1 TO WS-SES-TOTAL
       MOVE SES-ID TO SES-T-ID(WS-SES-TOTAL)
       MOVE SES-COURSE TO SES-T-COURSE(WS-SES-TOTAL)
       IF SES-CAPACITY NUMERIC
           MOVE SES-CAPACITY TO SES-T-CAPACITY(WS-SES-TOTAL)
       ELSE
           MOVE ZERO TO SES-T-CAPACITY(WS-SES-TOTAL)
       END-IF.
       LOAD-ONE-SESSION-EXIT.
       EXIT.
       END PROGRAM ENRRECON.
