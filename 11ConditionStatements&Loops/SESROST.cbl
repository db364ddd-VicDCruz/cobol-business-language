      ******************************************************************
      * Author:
      * Date:
      * Purpose: Session roster for the instructor. Takes a
      *          Sessions.dat session id on the command line, or
      *          prints every session sitting today when none is
      *          given, and writes SessionRoster.rpt: a block per
      *          session with the course, date, room and capacity,
      *          the confirmed attendees from Enrollment.dat with
      *          their Employee.dat names and a signature column,
      *          then the waitlist in the order it will be promoted.
      *          Cancelled bookings are left off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESROST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SESSION-FILE ASSIGN TO "Sessions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SES-FILESTATUS.
       SELECT ENROLLMENT-FILE ASSIGN TO "Enrollment.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENR-FILESTATUS.
       SELECT EMPLOYEE
           ASSIGN TO 'Employee.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS EMP-FILESTATUS.
       SELECT ROSTER-REPORT ASSIGN TO "SessionRoster.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SESSION-FILE.
       COPY SESREC REPLACING ==:REC:== BY ==SESSION-RECORD==.
       FD ENROLLMENT-FILE.
       COPY ENRREC REPLACING ==:REC:== BY ==ENROLLMENT-RECORD==.
       FD EMPLOYEE.
       COPY EMPREC REPLACING ==:REC:== BY ==EMPLOYEE-RECORD==.
       FD ROSTER-REPORT.
       01 RPT-LINE PIC X(70).

       WORKING-STORAGE SECTION.
       01 SES-FILESTATUS PIC X(02).
       01 ENR-FILESTATUS PIC X(02).
       01 EMP-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 SES-EOF PIC X(1) VALUE 'N'.
           88 SES-END-OF-FILE VALUE 'Y'.
       01 ENR-EOF PIC X(1) VALUE 'N'.
           88 ENR-END-OF-FILE VALUE 'Y'.
       01 WS-EMPLOYEE-SW PIC X(1) VALUE 'N'.
           88 EMPLOYEE-IN-USE VALUE 'Y'.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-ASK-SESSION PIC X(6).
       01 WS-TODAY-DATE PIC 9(8).
      *
      *    THE SESSIONS TO PRINT.
       01 SES-TABLE.
           05 SES-ENTRY OCCURS 50 TIMES.
               10 SES-T-ID PIC X(6).
               10 SES-T-COURSE PIC X(8).
               10 SES-T-DATE PIC 9(8).
               10 SES-T-LOCATION PIC X(20).
               10 SES-T-CAPACITY PIC 9(3).
       01 WS-SES-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-SES-MAX PIC 9(2) VALUE 50.
       01 WS-SES-SUB PIC 9(2).
       01 WS-SES-FOUND-SW PIC X(1).
           88 SESSION-FOUND VALUE 'Y'.
      *
      *    THEIR LIVE BOOKINGS, IN BOOKING ORDER.
       01 ENR-TABLE.
           05 ENR-ENTRY OCCURS 500 TIMES.
               10 ENR-T-EMP PIC X(10).
               10 ENR-T-SESSION PIC X(6).
               10 ENR-T-STATUS PIC X(1).
                   88 ENR-T-CONFIRMED VALUE SPACE 'C'.
                   88 ENR-T-WAITLISTED VALUE 'W'.
               10 ENR-T-BOOKED PIC X(8).
       01 WS-ENR-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-ENR-MAX PIC 9(3) VALUE 500.
       01 WS-ENR-SUB PIC 9(3).
       01 WS-ENR-SKIPPED PIC 9(5) VALUE ZERO.
       01 WS-LINE-NO PIC 9(3).
       01 WS-CONFIRMED-COUNT PIC 9(3).
       01 WS-WAITLIST-COUNT PIC 9(3).
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(17) VALUE "SESSION ROSTER - ".
           05 RPT-HDR-SESSION PIC X(7).
           05 RPT-HDR-COURSE PIC X(9).
           05 FILLER PIC X(3) VALUE "ON ".
           05 RPT-HDR-DATE PIC 9(8).
       01 RPT-HEADER-2.
           05 FILLER PIC X(11) VALUE "LOCATION : ".
           05 RPT-HDR-LOCATION PIC X(21).
           05 FILLER PIC X(11) VALUE "CAPACITY : ".
           05 RPT-HDR-CAPACITY PIC ZZ9.
       01 RPT-SECTION-LINE PIC X(40).
       01 RPT-DETAIL-LINE.
           05 RPT-LINE-NO PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-EMP-ID PIC X(11).
           05 RPT-EMP-NAME PIC X(31).
           05 RPT-SIGN PIC X(20).
       01 RPT-TOTAL-LINE.
           05 FILLER PIC X(12) VALUE "CONFIRMED : ".
           05 RPT-TOT-CONFIRMED PIC ZZ9.
           05 FILLER PIC X(15) VALUE "   WAITLIST : ".
           05 RPT-TOT-WAITLIST PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-ASK-SESSION
       END-UNSTRING
       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

       OPEN INPUT SESSION-FILE
       IF SES-FILESTATUS NOT = "00"
           DISPLAY " SESSIONS.DAT NOT FOUND - NO ROSTER "
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM LOAD-ONE-SESSION-PARA THRU LOAD-ONE-SESSION-EXIT
           UNTIL SES-END-OF-FILE
       CLOSE SESSION-FILE
       IF WS-SES-TOTAL = ZERO
           IF WS-ASK-SESSION = SPACES
               DISPLAY " NO SESSION SITS ON " WS-TODAY-DATE
           ELSE
               DISPLAY " SESSION " WS-ASK-SESSION " NOT ON FILE "
           END-IF
           GO TO PROGRAM-END-PARA
       END-IF

       OPEN INPUT ENROLLMENT-FILE
       IF ENR-FILESTATUS = "00"
           PERFORM LOAD-ONE-BOOKING-PARA THRU LOAD-ONE-BOOKING-EXIT
               UNTIL ENR-END-OF-FILE
           CLOSE ENROLLMENT-FILE
       ELSE
           DISPLAY " ENROLLMENT.DAT NOT FOUND - ROSTERS WILL BE EMPTY "
       END-IF

       OPEN INPUT EMPLOYEE
       IF EMP-FILESTATUS = "00"
           SET EMPLOYEE-IN-USE TO TRUE
       END-IF
       OPEN OUTPUT ROSTER-REPORT
       PERFORM VARYING WS-SES-SUB FROM 1 BY 1
               UNTIL WS-SES-SUB > WS-SES-TOTAL
           PERFORM PRINT-SESSION-PARA
       END-PERFORM
       IF WS-ENR-SKIPPED > ZERO
           MOVE SPACES TO RPT-LINE
           STRING "*** MORE THAN " WS-ENR-MAX " BOOKINGS - "
               WS-ENR-SKIPPED " NOT PRINTED"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE
       END-IF
       CLOSE ROSTER-REPORT
       IF EMPLOYEE-IN-USE
           CLOSE EMPLOYEE
       END-IF
       DISPLAY "SESSION ROSTERS PRINTED : " WS-SES-TOTAL.

       PROGRAM-END-PARA.
       STOP RUN.

       PRINT-SESSION-PARA.
       MOVE SES-T-ID(WS-SES-SUB) TO RPT-HDR-SESSION
       MOVE SES-T-COURSE(WS-SES-SUB) TO RPT-HDR-COURSE
       MOVE SES-T-DATE(WS-SES-SUB) TO RPT-HDR-DATE
       IF WS-SES-SUB > 1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
       END-IF
       WRITE RPT-LINE FROM RPT-HEADER-1
       MOVE SES-T-LOCATION(WS-SES-SUB) TO RPT-HDR-LOCATION
       MOVE SES-T-CAPACITY(WS-SES-SUB) TO RPT-HDR-CAPACITY
       WRITE RPT-LINE FROM RPT-HEADER-2
       MOVE "=== CONFIRMED ===" TO RPT-SECTION-LINE
       WRITE RPT-LINE FROM RPT-SECTION-LINE
       MOVE ZERO TO WS-LINE-NO
       PERFORM VARYING WS-ENR-SUB FROM 1 BY 1
               UNTIL WS-ENR-SUB > WS-ENR-TOTAL
           IF ENR-T-SESSION(WS-ENR-SUB) = SES-T-ID(WS-SES-SUB)
                   AND ENR-T-CONFIRMED(WS-ENR-SUB)
               MOVE "____________________" TO RPT-SIGN
               PERFORM PRINT-ATTENDEE-PARA
           END-IF
       END-PERFORM
       MOVE WS-LINE-NO TO WS-CONFIRMED-COUNT
       MOVE "=== WAITLIST, IN PROMOTION ORDER ===" TO RPT-SECTION-LINE
       WRITE RPT-LINE FROM RPT-SECTION-LINE
       MOVE ZERO TO WS-LINE-NO
       PERFORM VARYING WS-ENR-SUB FROM 1 BY 1
               UNTIL WS-ENR-SUB > WS-ENR-TOTAL
           IF ENR-T-SESSION(WS-ENR-SUB) = SES-T-ID(WS-SES-SUB)
                   AND ENR-T-WAITLISTED(WS-ENR-SUB)
               MOVE SPACES TO RPT-SIGN
               STRING "BOOKED " ENR-T-BOOKED(WS-ENR-SUB)
                   DELIMITED BY SIZE INTO RPT-SIGN
               END-STRING
               PERFORM PRINT-ATTENDEE-PARA
           END-IF
       END-PERFORM
       MOVE WS-LINE-NO TO WS-WAITLIST-COUNT
       MOVE WS-CONFIRMED-COUNT TO RPT-TOT-CONFIRMED
       MOVE WS-WAITLIST-COUNT TO RPT-TOT-WAITLIST
       WRITE RPT-LINE FROM RPT-TOTAL-LINE.

       PRINT-ATTENDEE-PARA.
       ADD 1 TO WS-LINE-NO
       MOVE WS-LINE-NO TO RPT-LINE-NO
       MOVE ENR-T-EMP(WS-ENR-SUB) TO RPT-EMP-ID
       MOVE ENR-T-EMP(WS-ENR-SUB) TO EMP-ID
       IF EMPLOYEE-IN-USE
           READ EMPLOYEE
               INVALID KEY
                   MOVE "*NOT ON MASTER*" TO EMP-NAME
           END-READ
       ELSE
           MOVE SPACES TO EMP-NAME
       END-IF
       MOVE EMP-NAME TO RPT-EMP-NAME
       WRITE RPT-LINE FROM RPT-DETAIL-LINE.

       LOAD-ONE-SESSION-PARA.
       READ SESSION-FILE
           AT END
               SET SES-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-SESSION-EXIT
       END-READ
       IF SES-ID = SPACES
           GO TO LOAD-ONE-SESSION-EXIT
       END-IF
       IF WS-ASK-SESSION = SPACES
           IF SES-DATE NOT = WS-TODAY-DATE
               GO TO LOAD-ONE-SESSION-EXIT
           END-IF
       ELSE
           IF SES-ID NOT = WS-ASK-SESSION
               GO TO LOAD-ONE-SESSION-EXIT
           END-IF
       END-IF
       IF WS-SES-TOTAL NOT < WS-SES-MAX
           DISPLAY "*** MORE THAN " WS-SES-MAX " SESSIONS - "
               SES-ID " NOT PRINTED"
           GO TO LOAD-ONE-SESSION-EXIT
       END-IF
       ADD 1 TO WS-SES-TOTAL
       MOVE SES-ID TO SES-T-ID(WS-SES-TOTAL)
       MOVE SES-COURSE TO SES-T-COURSE(WS-SES-TOTAL)
       MOVE SES-DATE TO SES-T-DATE(WS-SES-TOTAL)
       MOVE SES-LOCATION TO SES-T-LOCATION(WS-SES-TOTAL)
       IF SES-CAPACITY NUMERIC
           MOVE SES-CAPACITY TO SES-T-CAPACITY(WS-SES-TOTAL)
       ELSE
           MOVE ZERO TO SES-T-CAPACITY(WS-SES-TOTAL)
       END-IF.
       LOAD-ONE-SESSION-EXIT.
       EXIT.

       LOAD-ONE-BOOKING-PARA.
       READ ENROLLMENT-FILE
           AT END
               SET ENR-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-BOOKING-EXIT
       END-READ
       IF ENR-SESSION = SPACES OR ENR-CANCELLED
           GO TO LOAD-ONE-BOOKING-EXIT
       END-IF
       MOVE 'N' TO WS-SES-FOUND-SW
       PERFORM VARYING WS-SES-SUB FROM 1 BY 1
               UNTIL WS-SES-SUB > WS-SES-TOTAL OR SESSION-FOUND
           IF SES-T-ID(WS-SES-SUB) = ENR-SESSION
               SET SESSION-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF NOT SESSION-FOUND
           GO TO LOAD-ONE-BOOKING-EXIT
       END-IF
       IF WS-ENR-TOTAL NOT < WS-ENR-MAX
           ADD 1 TO WS-ENR-SKIPPED
           GO TO LOAD-ONE-BOOKING-EXIT
       END-IF
       ADD 1 TO WS-ENR-TOTAL
       MOVE ENR-EMP-ID TO ENR-T-EMP(WS-ENR-TOTAL)
       MOVE ENR-SESSION TO ENR-T-SESSION(WS-ENR-TOTAL)
       MOVE ENR-STATUS TO ENR-T-STATUS(WS-ENR-TOTAL)
       MOVE ENR-BOOKED-DATE TO ENR-T-BOOKED(WS-ENR-TOTAL).
       LOAD-ONE-BOOKING-EXIT.
       EXIT.
       END PROGRAM SESROST.
