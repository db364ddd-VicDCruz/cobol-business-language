      * Purpose: Exam enrollment capture - books people on a sitting
      *          AHEAD of the exam, so the reconciliation after the
      *          grading batch has something to reconcile against.
      *          Prompts for an action, employee number and session
      *          until a blank action ends the session; each
      *          employee number passes the shared INPUT-EDIT numeric
      *          key check. A booking (B) goes against a session on
      *          the Sessions.dat course-session master, which must
      *          be open and not yet held; it is confirmed while the
      *          session has seats left and waitlisted in booking
      *          order once the capacity is reached. A cancellation
      *          (C) releases the booking and, when it held a seat,
      *          confirms the first booking on the waitlist and
      *          writes that employee a notice on EnrNotices.dat in
      *          the LABELS three-line layout CERTEXP's notices use.
      *          The Enrollment.dat enrollment master (employee,
      *          course, sitting date, session, status, date booked)
      *          has its live bookings on sessions not yet held kept
      *          in storage for the session; at the end it is
      *          rewritten in its own order through a work file,
      *          those bookings as they now stand, every other line -
      *          cancellations and sittings already held - as it was
      *          read, and the new bookings on the end.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT ENROLLMENT-FILE ASSIGN TO "Enrollment.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENR-FILESTATUS.
       SELECT SESSION-FILE ASSIGN TO "Sessions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SES-FILESTATUS.
       SELECT NOTICE-FILE ASSIGN TO "EnrNotices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOT-FILESTATUS.
       SELECT ENROLLMENT-WORK ASSIGN TO "Enrollment.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENW-FILESTATUS.
       SELECT EMPLOYEE
           ASSIGN TO 'Employee.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS EMP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
       COPY ENRREC REPLACING ==:REC:== BY ==ENROLLMENT-RECORD==.
       FD ENROLLMENT-WORK.
       01 ENROLLMENT-WORK-LINE PIC X(46).
       FD SESSION-FILE.
       COPY SESREC REPLACING ==:REC:== BY ==SESSION-RECORD==.
       FD NOTICE-FILE.
       01 NOTICE-LINE PIC X(35).
       FD EMPLOYEE.
       COPY EMPREC REPLACING ==:REC:== BY ==EMPLOYEE-RECORD==.

       WORKING-STORAGE SECTION.
       01 ENR-FILESTATUS PIC X(02).
       01 ENW-FILESTATUS PIC X(02).
       01 SES-FILESTATUS PIC X(02).
       01 NOT-FILESTATUS PIC X(02).
       01 EMP-FILESTATUS PIC X(02).
       01 ENR-EOF PIC X(1) VALUE 'N'.
           88 ENR-END-OF-FILE VALUE 'Y'.
       01 SES-EOF PIC X(1) VALUE 'N'.
           88 SES-END-OF-FILE VALUE 'Y'.
       01 WS-DONE-SW PIC X(1) VALUE 'N'.
           88 CAPTURE-DONE VALUE 'Y'.
       01 WS-NOTICE-SW PIC X(1) VALUE 'N'.
           88 NOTICE-OPEN VALUE 'Y'.
       01 WS-EMPLOYEE-SW PIC X(1) VALUE 'N'.
           88 EMPLOYEE-IN-USE VALUE 'Y'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-IN-ACTION PIC X(1).
       01 WS-IN-EMP PIC X(10).
       01 WS-IN-SESSION PIC X(6).
       01 WS-BOOKED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WAITLIST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CANCEL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PROMOTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EDIT-FIELD PIC X(20).
       01 WS-EDIT-LEN PIC 99.
       01 WS-EDIT-TYPE PIC X(1).
       01 WS-EDIT-VALID PIC X(1).
      *
      *    THE SESSION MASTER, READ ONCE.
       01 SES-TABLE.
           05 SES-ENTRY OCCURS 200 TIMES.
               10 SES-T-ID PIC X(6).
               10 SES-T-COURSE PIC X(8).
               10 SES-T-DATE PIC 9(8).
               10 SES-T-LOCATION PIC X(20).
               10 SES-T-CAPACITY PIC 9(3).
               10 SES-T-STATUS PIC X(1).
       01 WS-SES-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-SES-MAX PIC 9(3) VALUE 200.
       01 WS-SES-SUB PIC 9(3).
       01 WS-SES-FOUND-SW PIC X(1).
           88 SESSION-FOUND VALUE 'Y'.
      *
      *    THE LIVE BOOKINGS ON SESSIONS STILL TO BE HELD, IN BOOKING
      *    ORDER - THE ORDER THE WAITLIST IS PROMOTED IN - EACH WITH
      *    THE LINE OF ENROLLMENT.DAT IT CAME FROM.
       01 ENR-TABLE.
           05 ENR-ENTRY OCCURS 500 TIMES.
               10 ENR-T-LINE PIC X(46).
               10 ENR-T-FILE-LINE PIC 9(5).
               10 ENR-T-EMP PIC X(10).
               10 ENR-T-SESSION PIC X(6).
               10 ENR-T-STATUS PIC X(1).
                   88 ENR-T-CONFIRMED VALUE SPACE 'C'.
                   88 ENR-T-WAITLISTED VALUE 'W'.
                   88 ENR-T-CANCELLED VALUE 'X'.
       01 WS-ENR-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-ENR-MAX PIC 9(3) VALUE 500.
       01 WS-ENR-SUB PIC 9(3).
       01 WS-ENR-SKIPPED PIC 9(5) VALUE ZERO.
       01 WS-ENR-LOADED PIC 9(3) VALUE ZERO.
       01 WS-ENR-FIRST-NEW PIC 9(3).
       01 WS-ENR-LINE-NO PIC 9(5) VALUE ZERO.
       01 WS-ENR-FOUND-SW PIC X(1).
           88 BOOKING-FOUND VALUE 'Y'.
       01 WS-WAIT-FOUND-SW PIC X(1).
           88 WAITER-FOUND VALUE 'Y'.
       01 WS-SEATS-TAKEN PIC 9(3).
       01 WS-WAIT-POSITION PIC 9(3).
      *
      *    THE NOTICE IS THE LABELS THREE-LINE SHAPE: NAME LINE,
      *    COURSE LINE, SITTING LINE, BLANK SEPARATOR.
       01 NOTICE-NAME-LINE PIC X(35).
       01 NOTICE-COURSE-LINE.
           05 FILLER PIC X(15) VALUE "SEAT CONFIRMED ".
           05 NTC-COURSE PIC X(9).
           05 NTC-SESSION PIC X(6).
       01 NOTICE-SITTING-LINE.
           05 FILLER PIC X(3) VALUE "ON ".
           05 NTC-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 NTC-LOCATION PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       PERFORM LOAD-SESSIONS-PARA
       IF WS-SES-TOTAL = ZERO
           DISPLAY " SESSIONS.DAT NOT FOUND OR EMPTY - NO SESSIONS "
           DISPLAY " TO BOOK "
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM LOAD-BOOKINGS-PARA
      *    THE FILE IS WRITTEN BACK FROM THE TABLE, SO A BOOKING LEFT
      *    OFF IT WOULD BE LOST.
       IF WS-ENR-SKIPPED > ZERO
           DISPLAY "*** MORE THAN " WS-ENR-MAX " ENROLLMENTS - "
               WS-ENR-SKIPPED " NOT LOADED - CAPTURE NOT STARTED"
           GO TO PROGRAM-END-PARA
       END-IF
       OPEN INPUT EMPLOYEE
       IF EMP-FILESTATUS = "00"
           SET EMPLOYEE-IN-USE TO TRUE
       END-IF
       DISPLAY "=== EXAM ENROLLMENT CAPTURE ==="
       DISPLAY "B BOOKS, C CANCELS, BLANK ENDS THE SESSION"
       PERFORM BOOK-ONE-PARA THRU BOOK-ONE-EXIT
           UNTIL CAPTURE-DONE
       PERFORM WRITE-BOOKINGS-PARA
       IF NOTICE-OPEN
           CLOSE NOTICE-FILE
       END-IF
       IF EMPLOYEE-IN-USE
           CLOSE EMPLOYEE
       END-IF
       DISPLAY "ENROLLMENTS BOOKED : " WS-BOOKED-COUNT
       DISPLAY "  OF WHICH WAITLIST: " WS-WAITLIST-COUNT
       DISPLAY "CANCELLED          : " WS-CANCEL-COUNT
       DISPLAY "PROMOTED, NOTIFIED : " WS-PROMOTED-COUNT.

       PROGRAM-END-PARA.
       STOP RUN.

       BOOK-ONE-PARA.
       DISPLAY "ACTION (B/C) ? " WITH NO ADVANCING
       ACCEPT WS-IN-ACTION
       IF WS-IN-ACTION = SPACE
           SET CAPTURE-DONE TO TRUE
           GO TO BOOK-ONE-EXIT
       END-IF
       IF WS-IN-ACTION NOT = 'B' AND WS-IN-ACTION NOT = 'C'
           DISPLAY "ACTION MUST BE B OR C"
           GO TO BOOK-ONE-EXIT
       END-IF
       DISPLAY "EMPLOYEE NUMBER ? " WITH NO ADVANCING
       ACCEPT WS-IN-EMP
       MOVE SPACES TO WS-EDIT-FIELD
       MOVE WS-IN-EMP TO WS-EDIT-FIELD
       MOVE 10 TO WS-EDIT-LEN
           WS-EDIT-TYPE, WS-EDIT-VALID
       END-CALL
       IF WS-EDIT-VALID NOT = 'Y'
           DISPLAY "EMPLOYEE NUMBER MUST BE NUMERIC - NOTHING DONE"
           GO TO BOOK-ONE-EXIT
       END-IF
       DISPLAY "SESSION ID ? " WITH NO ADVANCING
       ACCEPT WS-IN-SESSION
       PERFORM FIND-SESSION-PARA
       IF NOT SESSION-FOUND
           DISPLAY "NO SUCH SESSION ON SESSIONS.DAT - NOTHING DONE"
           GO TO BOOK-ONE-EXIT
       END-IF
       PERFORM FIND-BOOKING-PARA
       IF WS-IN-ACTION = 'C'
           PERFORM CANCEL-ONE-PARA THRU CANCEL-ONE-EXIT
           GO TO BOOK-ONE-EXIT
       END-IF
       IF SES-T-STATUS(WS-SES-SUB) NOT = SPACE
               AND SES-T-STATUS(WS-SES-SUB) NOT = 'O'
           DISPLAY "SESSION IS NOT OPEN FOR BOOKING - NOT BOOKED"
           GO TO BOOK-ONE-EXIT
       END-IF
       IF SES-T-DATE(WS-SES-SUB) < WS-TODAY-DATE
           DISPLAY "SESSION WAS HELD ON " SES-T-DATE(WS-SES-SUB)
               " - NOT BOOKED"
           GO TO BOOK-ONE-EXIT
       END-IF
       IF BOOKING-FOUND
           DISPLAY "ALREADY BOOKED ON THIS SESSION - NOT BOOKED"
           GO TO BOOK-ONE-EXIT
       END-IF
       IF WS-ENR-TOTAL NOT < WS-ENR-MAX
           DISPLAY "*** ENROLLMENT TABLE FULL AT " WS-ENR-MAX
               " - NOT BOOKED"
           GO TO BOOK-ONE-EXIT
       END-IF
       PERFORM COUNT-SEATS-PARA
       MOVE SPACES TO ENROLLMENT-RECORD
       MOVE WS-IN-EMP TO ENR-EMP-ID
       MOVE SES-T-COURSE(WS-SES-SUB) TO ENR-COURSE
       MOVE SES-T-DATE(WS-SES-SUB) TO ENR-SIT-DATE
       MOVE WS-IN-SESSION TO ENR-SESSION
       MOVE WS-TODAY-DATE TO ENR-BOOKED-DATE
       IF WS-SEATS-TAKEN < SES-T-CAPACITY(WS-SES-SUB)
           MOVE 'C' TO ENR-STATUS
           DISPLAY "BOOKED - SEAT " WS-SEATS-TAKEN " TAKEN OF "
               SES-T-CAPACITY(WS-SES-SUB) " BEFORE THIS ONE"
       ELSE
           MOVE 'W' TO ENR-STATUS
           ADD 1 TO WS-WAIT-POSITION
           ADD 1 TO WS-WAITLIST-COUNT
           DISPLAY "SESSION FULL - WAITLISTED AT POSITION "
               WS-WAIT-POSITION
       END-IF
       ADD 1 TO WS-ENR-TOTAL
       MOVE WS-ENR-TOTAL TO WS-ENR-SUB
       PERFORM TABLE-BOOKING-PARA
       ADD 1 TO WS-BOOKED-COUNT.
       BOOK-ONE-EXIT.
       EXIT.

      *    A CONFIRMED SEAT GIVEN UP GOES TO THE FIRST BOOKING ON THE
      *    SESSION'S WAITLIST, WHO IS SENT A NOTICE.
       CANCEL-ONE-PARA.
       IF NOT BOOKING-FOUND
           DISPLAY "NO LIVE BOOKING ON THIS SESSION - NOTHING DONE"
           GO TO CANCEL-ONE-EXIT
       END-IF
       MOVE ENR-T-LINE(WS-ENR-SUB) TO ENROLLMENT-RECORD
       MOVE 'X' TO ENR-STATUS
       MOVE ENROLLMENT-RECORD TO ENR-T-LINE(WS-ENR-SUB)
       ADD 1 TO WS-CANCEL-COUNT
       IF ENR-T-WAITLISTED(WS-ENR-SUB)
           MOVE 'X' TO ENR-T-STATUS(WS-ENR-SUB)
           DISPLAY "CANCELLED - WAS ON THE WAITLIST"
           GO TO CANCEL-ONE-EXIT
       END-IF
       MOVE 'X' TO ENR-T-STATUS(WS-ENR-SUB)
       DISPLAY "CANCELLED - SEAT RELEASED"
       IF SES-T-DATE(WS-SES-SUB) < WS-TODAY-DATE
           GO TO CANCEL-ONE-EXIT
       END-IF
       MOVE 'N' TO WS-WAIT-FOUND-SW
       PERFORM VARYING WS-ENR-SUB FROM 1 BY 1
               UNTIL WS-ENR-SUB > WS-ENR-TOTAL OR WAITER-FOUND
           IF ENR-T-SESSION(WS-ENR-SUB) = WS-IN-SESSION
                   AND ENR-T-WAITLISTED(WS-ENR-SUB)
               SET WAITER-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF NOT WAITER-FOUND
           GO TO CANCEL-ONE-EXIT
       END-IF
       SUBTRACT 1 FROM WS-ENR-SUB
       MOVE ENR-T-LINE(WS-ENR-SUB) TO ENROLLMENT-RECORD
       MOVE 'C' TO ENR-STATUS
       MOVE ENROLLMENT-RECORD TO ENR-T-LINE(WS-ENR-SUB)
       MOVE 'C' TO ENR-T-STATUS(WS-ENR-SUB)
       ADD 1 TO WS-PROMOTED-COUNT
       DISPLAY "PROMOTED FROM THE WAITLIST : " ENR-EMP-ID
       PERFORM WRITE-NOTICE-PARA.
       CANCEL-ONE-EXIT.
       EXIT.

       WRITE-NOTICE-PARA.
       IF NOT NOTICE-OPEN
           OPEN EXTEND NOTICE-FILE
           IF NOT-FILESTATUS NOT = "00"
               OPEN OUTPUT NOTICE-FILE
           END-IF
           SET NOTICE-OPEN TO TRUE
       END-IF
       MOVE ENR-EMP-ID TO EMP-ID
       IF EMPLOYEE-IN-USE
           READ EMPLOYEE
               INVALID KEY
                   MOVE "*NOT ON MASTER*" TO EMP-NAME
           END-READ
       ELSE
           MOVE ENR-EMP-ID TO EMP-NAME
       END-IF
       MOVE EMP-NAME(1:30) TO NOTICE-NAME-LINE
       WRITE NOTICE-LINE FROM NOTICE-NAME-LINE
       MOVE ENR-COURSE TO NTC-COURSE
       MOVE ENR-SESSION TO NTC-SESSION
       WRITE NOTICE-LINE FROM NOTICE-COURSE-LINE
       MOVE ENR-SIT-DATE TO NTC-DATE
       MOVE SES-T-LOCATION(WS-SES-SUB) TO NTC-LOCATION
       WRITE NOTICE-LINE FROM NOTICE-SITTING-LINE
       MOVE SPACES TO NOTICE-LINE
       WRITE NOTICE-LINE.

      *    SEATS ALREADY CONFIRMED ON THE SESSION AND THE LENGTH OF
      *    ITS WAITLIST.
       COUNT-SEATS-PARA.
       MOVE ZERO TO WS-SEATS-TAKEN
       MOVE ZERO TO WS-WAIT-POSITION
       PERFORM VARYING WS-ENR-SUB FROM 1 BY 1
               UNTIL WS-ENR-SUB > WS-ENR-TOTAL
           IF ENR-T-SESSION(WS-ENR-SUB) = WS-IN-SESSION
               IF ENR-T-CONFIRMED(WS-ENR-SUB)
                   ADD 1 TO WS-SEATS-TAKEN
               END-IF
               IF ENR-T-WAITLISTED(WS-ENR-SUB)
                   ADD 1 TO WS-WAIT-POSITION
               END-IF
           END-IF
       END-PERFORM.

      *    THE EMPLOYEE'S CONFIRMED OR WAITLISTED BOOKING ON THE
      *    SESSION, IF ANY.
       FIND-BOOKING-PARA.
       MOVE 'N' TO WS-ENR-FOUND-SW
       PERFORM VARYING WS-ENR-SUB FROM 1 BY 1
               UNTIL WS-ENR-SUB > WS-ENR-TOTAL OR BOOKING-FOUND
           IF ENR-T-EMP(WS-ENR-SUB) = WS-IN-EMP
                   AND ENR-T-SESSION(WS-ENR-SUB) = WS-IN-SESSION
                   AND NOT ENR-T-CANCELLED(WS-ENR-SUB)
               SET BOOKING-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF BOOKING-FOUND
           SUBTRACT 1 FROM WS-ENR-SUB
       END-IF.

       FIND-SESSION-PARA.
       MOVE 'N' TO WS-SES-FOUND-SW
       PERFORM VARYING WS-SES-SUB FROM 1 BY 1
               UNTIL WS-SES-SUB > WS-SES-TOTAL OR SESSION-FOUND
           IF SES-T-ID(WS-SES-SUB) = WS-IN-SESSION
               SET SESSION-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF SESSION-FOUND
           SUBTRACT 1 FROM WS-SES-SUB
       END-IF.

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
       IF SES-ID = SPACES
           GO TO LOAD-ONE-SESSION-EXIT
       END-IF
       IF SES-DATE NOT NUMERIC OR SES-CAPACITY NOT NUMERIC
           DISPLAY "*** SESSION LINE IGNORED - DATE OR CAPACITY NOT "
               "NUMERIC : " SES-ID
           GO TO LOAD-ONE-SESSION-EXIT
       END-IF
       IF WS-SES-TOTAL NOT < WS-SES-MAX
           DISPLAY "*** MORE THAN " WS-SES-MAX " SESSIONS - "
               SES-ID " CANNOT BE BOOKED"
           GO TO LOAD-ONE-SESSION-EXIT
       END-IF
       ADD 1 TO WS-SES-TOTAL
       MOVE SES-ID TO SES-T-ID(WS-SES-TOTAL)
       MOVE SES-COURSE TO SES-T-COURSE(WS-SES-TOTAL)
       MOVE SES-DATE TO SES-T-DATE(WS-SES-TOTAL)
       MOVE SES-LOCATION TO SES-T-LOCATION(WS-SES-TOTAL)
       MOVE SES-CAPACITY TO SES-T-CAPACITY(WS-SES-TOTAL)
       MOVE SES-STATUS TO SES-T-STATUS(WS-SES-TOTAL).
       LOAD-ONE-SESSION-EXIT.
       EXIT.

       LOAD-BOOKINGS-PARA.
       OPEN INPUT ENROLLMENT-FILE
       IF ENR-FILESTATUS = "00"
           PERFORM LOAD-ONE-BOOKING-PARA THRU LOAD-ONE-BOOKING-EXIT
               UNTIL ENR-END-OF-FILE
           CLOSE ENROLLMENT-FILE
       END-IF.

       LOAD-ONE-BOOKING-PARA.
       READ ENROLLMENT-FILE
           AT END
               SET ENR-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-BOOKING-EXIT
       END-READ
       ADD 1 TO WS-ENR-LINE-NO
       IF ENROLLMENT-RECORD = SPACES
           GO TO LOAD-ONE-BOOKING-EXIT
       END-IF
      *    A CANCELLATION, A SITTING ALREADY HELD AND A LINE FROM
      *    BEFORE SESSIONS CAN TAKE NO FURTHER ACTION; THE REWRITE
      *    COPIES THEM THROUGH.
       IF ENR-CANCELLED OR ENR-SESSION = SPACES
           GO TO LOAD-ONE-BOOKING-EXIT
       END-IF
       IF ENR-SIT-DATE NUMERIC AND ENR-SIT-DATE < WS-TODAY-DATE
           GO TO LOAD-ONE-BOOKING-EXIT
       END-IF
       IF WS-ENR-TOTAL NOT < WS-ENR-MAX
           ADD 1 TO WS-ENR-SKIPPED
           GO TO LOAD-ONE-BOOKING-EXIT
       END-IF
       ADD 1 TO WS-ENR-TOTAL
       MOVE WS-ENR-TOTAL TO WS-ENR-SUB
       PERFORM TABLE-BOOKING-PARA
       MOVE WS-ENR-LINE-NO TO ENR-T-FILE-LINE(WS-ENR-SUB)
       MOVE WS-ENR-TOTAL TO WS-ENR-LOADED.
       LOAD-ONE-BOOKING-EXIT.
       EXIT.

       TABLE-BOOKING-PARA.
       MOVE ENROLLMENT-RECORD TO ENR-T-LINE(WS-ENR-SUB)
       MOVE ENR-EMP-ID TO ENR-T-EMP(WS-ENR-SUB)
       MOVE ENR-SESSION TO ENR-T-SESSION(WS-ENR-SUB)
       MOVE ENR-STATUS TO ENR-T-STATUS(WS-ENR-SUB).

      *    EACH LINE IS READ AGAIN AND GOES TO THE WORK FILE AS IT
      *    NOW STANDS IF IT WAS TABLED, AS READ IF NOT; THE BOOKINGS
      *    TAKEN THIS SESSION FOLLOW, AND THE WORK FILE IS COPIED BACK
      *    OVER ENROLLMENT.DAT.
       WRITE-BOOKINGS-PARA.
       MOVE 'N' TO ENR-EOF
       MOVE ZERO TO WS-ENR-LINE-NO
       MOVE 1 TO WS-ENR-SUB
       OPEN OUTPUT ENROLLMENT-WORK
       OPEN INPUT ENROLLMENT-FILE
       IF ENR-FILESTATUS = "00"
           PERFORM COPY-ONE-BOOKING-PARA THRU COPY-ONE-BOOKING-EXIT
               UNTIL ENR-END-OF-FILE
           CLOSE ENROLLMENT-FILE
       END-IF
       ADD 1 WS-ENR-LOADED GIVING WS-ENR-FIRST-NEW
       PERFORM VARYING WS-ENR-SUB FROM WS-ENR-FIRST-NEW BY 1
               UNTIL WS-ENR-SUB > WS-ENR-TOTAL
           WRITE ENROLLMENT-WORK-LINE FROM ENR-T-LINE(WS-ENR-SUB)
       END-PERFORM
       CLOSE ENROLLMENT-WORK
       MOVE 'N' TO ENR-EOF
       OPEN INPUT ENROLLMENT-WORK
       OPEN OUTPUT ENROLLMENT-FILE
       PERFORM COPY-BACK-ONE-PARA THRU COPY-BACK-ONE-EXIT
           UNTIL ENR-END-OF-FILE
       CLOSE ENROLLMENT-FILE
       CLOSE ENROLLMENT-WORK.

       COPY-ONE-BOOKING-PARA.
       READ ENROLLMENT-FILE
           AT END
               SET ENR-END-OF-FILE TO TRUE
               GO TO COPY-ONE-BOOKING-EXIT
       END-READ
       ADD 1 TO WS-ENR-LINE-NO
       IF ENROLLMENT-RECORD = SPACES
           GO TO COPY-ONE-BOOKING-EXIT
       END-IF
       IF WS-ENR-SUB NOT > WS-ENR-LOADED
           IF ENR-T-FILE-LINE(WS-ENR-SUB) = WS-ENR-LINE-NO
               MOVE ENR-T-LINE(WS-ENR-SUB) TO ENROLLMENT-RECORD
               ADD 1 TO WS-ENR-SUB
           END-IF
       END-IF
       WRITE ENROLLMENT-WORK-LINE FROM ENROLLMENT-RECORD.
       COPY-ONE-BOOKING-EXIT.
       EXIT.

       COPY-BACK-ONE-PARA.
       READ ENROLLMENT-WORK
           AT END
               SET ENR-END-OF-FILE TO TRUE
               GO TO COPY-BACK-ONE-EXIT
       END-READ
       WRITE ENROLLMENT-RECORD FROM ENROLLMENT-WORK-LINE.
       COPY-BACK-ONE-EXIT.
       EXIT.
       END PROGRAM ENRCAP.
