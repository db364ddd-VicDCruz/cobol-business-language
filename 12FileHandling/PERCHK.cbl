      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared accounting-period check, in the spirit of
      *          EXCPLOG, backed by the Periods.dat period calendar
      *          (PERREC - period, start date, end date, status).
      *          Every program that posts to Transactions.dat or
      *          BalanceFwd.dat CALLs function 'P' with its posting
      *          date before it writes, instead of deciding for
      *          itself which month the posting belongs to. A date
      *          in an open period comes back 'Y'. A date in a closed
      *          period - or in one MTHCLOSE is closing, for anybody
      *          but MTHCLOSE - is refused ('N') and the caller's
      *          payload is queued on suspense through SUSPOUT; when
      *          PERIOD-REDIRECT (GETPARM, default 0) is 1 it is
      *          instead moved to the start of the next open period
      *          ('R', the new date handed back) and the move is
      *          written to the exception log. Functions 'B' and 'L'
      *          let MTHCLOSE mark the period closing and closed.
      *          Function 'R' reopens the period whose number is in
      *          the first six digits of the date; it needs a
      *          signed-on operator with supervisor authority and
      *          every attempt, allowed or not, goes to the exception
      *          log. A date the calendar does not cover, or a run
      *          with no Periods.dat at all, posts as before.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PERIOD-FILE ASSIGN TO "Periods.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PER-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
       COPY PERREC REPLACING ==:REC:== BY ==PERIOD-RECORD==.

       WORKING-STORAGE SECTION.
       01 PER-FILESTATUS PIC X(02).
       01 PER-EOF PIC X(1) VALUE 'N'.
           88 PER-END-OF-FILE VALUE 'Y'.
       01 WS-PERIODS-LOADED PIC X(1) VALUE 'N'.
           88 PERIODS-LOADED VALUE 'Y'.
      *    THE CALENDAR IS REWRITTEN FROM THE TABLE WHEN A STATUS
      *    CHANGES, SO A TABLE THAT COULD NOT HOLD IT ALL WOULD
      *    LOSE THE REST - NO STATUS CHANGE IS MADE THEN.
       01 WS-PER-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-PER-MAX PIC 9(3) VALUE 120.
       01 PER-TABLE.
           05 PER-ENTRY OCCURS 120 TIMES.
               10 PER-T-PERIOD PIC 9(6).
               10 PER-T-START PIC 9(8).
               10 PER-T-END PIC 9(8).
               10 PER-T-STATUS PIC X(1).
       01 WS-PER-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-PER-SUB PIC 9(3).
       01 WS-HIT-SUB PIC 9(3).
       01 WS-NEXT-SUB PIC 9(3).
      *
       01 WS-PARM-KEY PIC X(16).
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5).
       01 WS-PARM-FOUND PIC X(1).
       01 WS-REDIRECT-SW PIC X(1) VALUE 'N'.
           88 REDIRECT-ALLOWED VALUE 'Y'.
      *
       01 WS-SEC-FUNC PIC X(1) VALUE 'G'.
       01 WS-SEC-OPERATOR PIC X(8).
       01 WS-SEC-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY PIC 9(1).
       01 WS-SEC-RESULT PIC X(1).
      *
       01 WS-SHARED-PROGRAM PIC X(9).
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).

       LINKAGE SECTION.
       01 LS-FUNC PIC X(1).
           88 FUNC-POSTING VALUE 'P'.
           88 FUNC-BEGIN-CLOSE VALUE 'B'.
           88 FUNC-LOCK VALUE 'L'.
           88 FUNC-REOPEN VALUE 'R'.
       01 LS-PROGRAM PIC X(9).
       01 LS-POST-DATE PIC 9(8).
       01 LS-PAYLOAD PIC X(80).
       01 LS-RESULT PIC X(1).
           88 POST-AS-DATED VALUE 'Y'.
           88 POST-REDIRECTED VALUE 'R'.
           88 POST-REFUSED VALUE 'N'.

       PROCEDURE DIVISION USING LS-FUNC, LS-PROGRAM, LS-POST-DATE,
               LS-PAYLOAD, LS-RESULT.
       MAIN-PARAGRAPH.
       IF NOT PERIODS-LOADED
           PERFORM LOAD-PERIODS-PARA THRU LOAD-PERIODS-EXIT
       END-IF.
       SET POST-AS-DATED TO TRUE.
       EVALUATE TRUE
           WHEN FUNC-POSTING
               PERFORM CHECK-POSTING-PARA THRU CHECK-POSTING-EXIT
           WHEN FUNC-BEGIN-CLOSE
               PERFORM BEGIN-CLOSE-PARA THRU BEGIN-CLOSE-EXIT
           WHEN FUNC-LOCK
               PERFORM LOCK-PERIOD-PARA THRU LOCK-PERIOD-EXIT
           WHEN FUNC-REOPEN
               PERFORM REOPEN-PERIOD-PARA THRU REOPEN-PERIOD-EXIT
           WHEN OTHER
               SET POST-REFUSED TO TRUE
       END-EVALUATE.
       GOBACK.

       CHECK-POSTING-PARA.
       PERFORM FIND-DATE-PARA
       IF WS-HIT-SUB = ZERO
           GO TO CHECK-POSTING-EXIT
       END-IF
       IF PER-T-STATUS(WS-HIT-SUB) = 'O' OR SPACE
           GO TO CHECK-POSTING-EXIT
       END-IF
      *    MONTH-END CLOSE MAY STILL WRITE INTO THE PERIOD IT IS
      *    CLOSING; NOBODY ELSE MAY.
       IF PER-T-STATUS(WS-HIT-SUB) = 'C'
               AND LS-PROGRAM = "MTHCLOSE"
           GO TO CHECK-POSTING-EXIT
       END-IF
       IF REDIRECT-ALLOWED
           PERFORM FIND-NEXT-OPEN-PARA
           IF WS-NEXT-SUB > ZERO
               MOVE LS-PROGRAM TO WS-SHARED-PROGRAM
               MOVE "PERREDIR" TO WS-SHARED-ACTION
               MOVE LS-POST-DATE TO WS-SHARED-KEY
               CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
                   WS-SHARED-ACTION, WS-SHARED-KEY
               END-CALL
               DISPLAY " PERIOD " PER-T-PERIOD(WS-HIT-SUB)
                   " IS CLOSED - POSTING DATED " LS-POST-DATE
               DISPLAY " MOVED INTO OPEN PERIOD "
                   PER-T-PERIOD(WS-NEXT-SUB)
               MOVE PER-T-START(WS-NEXT-SUB) TO LS-POST-DATE
               SET POST-REDIRECTED TO TRUE
               GO TO CHECK-POSTING-EXIT
           END-IF
       END-IF
       MOVE LS-PROGRAM TO WS-SHARED-PROGRAM
       MOVE "CLOSEDPER" TO WS-SHARED-ACTION
       MOVE LS-POST-DATE TO WS-SHARED-KEY
       CALL "SUSPOUT" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
           WS-SHARED-KEY, LS-PAYLOAD
       END-CALL
       DISPLAY " PERIOD " PER-T-PERIOD(WS-HIT-SUB)
           " IS CLOSED - POSTING DATED " LS-POST-DATE
       DISPLAY " REFUSED AND QUEUED ON SUSPENSE "
       SET POST-REFUSED TO TRUE.
       CHECK-POSTING-EXIT.
       EXIT.

      *    A PERIOD ALREADY CLOSED CANNOT BE CLOSED AGAIN; ONE LEFT
      *    CLOSING BY A FAILED NIGHT CAN.
       BEGIN-CLOSE-PARA.
       PERFORM FIND-DATE-PARA
       IF WS-HIT-SUB = ZERO
           GO TO BEGIN-CLOSE-EXIT
       END-IF
       IF PER-T-STATUS(WS-HIT-SUB) = 'X'
           DISPLAY " PERIOD " PER-T-PERIOD(WS-HIT-SUB)
               " IS ALREADY CLOSED ON THE PERIOD CALENDAR "
           SET POST-REFUSED TO TRUE
           GO TO BEGIN-CLOSE-EXIT
       END-IF
       IF WS-PER-SKIPPED > ZERO
           PERFORM CALENDAR-TOO-BIG-PARA
           GO TO BEGIN-CLOSE-EXIT
       END-IF
       MOVE 'C' TO PER-T-STATUS(WS-HIT-SUB)
       PERFORM REWRITE-PERIODS-PARA.
       BEGIN-CLOSE-EXIT.
       EXIT.

       LOCK-PERIOD-PARA.
       PERFORM FIND-DATE-PARA
       IF WS-HIT-SUB = ZERO
           GO TO LOCK-PERIOD-EXIT
       END-IF
       IF WS-PER-SKIPPED > ZERO
           PERFORM CALENDAR-TOO-BIG-PARA
           GO TO LOCK-PERIOD-EXIT
       END-IF
       MOVE 'X' TO PER-T-STATUS(WS-HIT-SUB)
       PERFORM REWRITE-PERIODS-PARA.
       LOCK-PERIOD-EXIT.
       EXIT.

      *    REOPENING A CLOSED PERIOD IS A SUPERVISOR'S DECISION. THE
      *    AUTHORITY IS TAKEN FROM THE SIGN-ON, NOT FROM THE CALLER,
      *    AND THE ATTEMPT IS LOGGED EITHER WAY.
       REOPEN-PERIOD-PARA.
       MOVE "PERCHK" TO WS-SHARED-PROGRAM
       MOVE SPACES TO WS-SHARED-KEY
       MOVE LS-POST-DATE(1:6) TO WS-SHARED-KEY
       CALL "OPERSEC" USING WS-SEC-FUNC, WS-SEC-OPERATOR,
           WS-SEC-PASSWORD, WS-SEC-AUTHORITY, WS-SEC-RESULT
       END-CALL
       IF WS-SEC-RESULT NOT = 'Y' OR WS-SEC-AUTHORITY < 3
           MOVE "REOPENREF" TO WS-SHARED-ACTION
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
               WS-SHARED-ACTION, WS-SHARED-KEY
           END-CALL
           DISPLAY " REOPENING A PERIOD NEEDS SUPERVISOR AUTHORITY "
           SET POST-REFUSED TO TRUE
           GO TO REOPEN-PERIOD-EXIT
       END-IF
       MOVE ZERO TO WS-HIT-SUB
       PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PER-TOTAL OR WS-HIT-SUB > ZERO
           IF PER-T-PERIOD(WS-PER-SUB) = LS-POST-DATE(1:6)
               MOVE WS-PER-SUB TO WS-HIT-SUB
           END-IF
       END-PERFORM
       IF WS-HIT-SUB = ZERO
           DISPLAY " PERIOD " LS-POST-DATE(1:6)
               " IS NOT ON THE PERIOD CALENDAR "
           SET POST-REFUSED TO TRUE
           GO TO REOPEN-PERIOD-EXIT
       END-IF
       IF PER-T-STATUS(WS-HIT-SUB) = 'O' OR SPACE
           DISPLAY " PERIOD " LS-POST-DATE(1:6) " IS ALREADY OPEN "
           SET POST-REFUSED TO TRUE
           GO TO REOPEN-PERIOD-EXIT
       END-IF
       IF WS-PER-SKIPPED > ZERO
           PERFORM CALENDAR-TOO-BIG-PARA
           GO TO REOPEN-PERIOD-EXIT
       END-IF
       MOVE 'O' TO PER-T-STATUS(WS-HIT-SUB)
       PERFORM REWRITE-PERIODS-PARA
       MOVE "REOPEN" TO WS-SHARED-ACTION
       CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
           WS-SHARED-ACTION, WS-SHARED-KEY
       END-CALL.
       REOPEN-PERIOD-EXIT.
       EXIT.

       FIND-DATE-PARA.
       MOVE ZERO TO WS-HIT-SUB
       PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PER-TOTAL OR WS-HIT-SUB > ZERO
           IF LS-POST-DATE NOT < PER-T-START(WS-PER-SUB)
                   AND LS-POST-DATE NOT > PER-T-END(WS-PER-SUB)
               MOVE WS-PER-SUB TO WS-HIT-SUB
           END-IF
       END-PERFORM.

      *    THE CURRENT OPEN PERIOD IS THE EARLIEST OPEN ONE AFTER THE
      *    CLOSED PERIOD; THE CALENDAR NEED NOT BE IN ORDER.
       FIND-NEXT-OPEN-PARA.
       MOVE ZERO TO WS-NEXT-SUB
       PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PER-TOTAL
           IF (PER-T-STATUS(WS-PER-SUB) = 'O' OR SPACE)
                   AND PER-T-START(WS-PER-SUB) > LS-POST-DATE
               IF WS-NEXT-SUB = ZERO
                   MOVE WS-PER-SUB TO WS-NEXT-SUB
               ELSE
                   IF PER-T-START(WS-PER-SUB)
                           < PER-T-START(WS-NEXT-SUB)
                       MOVE WS-PER-SUB TO WS-NEXT-SUB
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

       CALENDAR-TOO-BIG-PARA.
       DISPLAY "*** MORE THAN " WS-PER-MAX " PERIODS ON PERIODS.DAT "
       DISPLAY "*** - STATUS NOT CHANGED, ARCHIVE OLD PERIODS"
       SET POST-REFUSED TO TRUE.

       REWRITE-PERIODS-PARA.
       OPEN OUTPUT PERIOD-FILE
       PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PER-TOTAL
           MOVE SPACES TO PERIOD-RECORD
           MOVE PER-T-PERIOD(WS-PER-SUB) TO PER-PERIOD
           MOVE PER-T-START(WS-PER-SUB) TO PER-START-DATE
           MOVE PER-T-END(WS-PER-SUB) TO PER-END-DATE
           MOVE PER-T-STATUS(WS-PER-SUB) TO PER-STATUS
           WRITE PERIOD-RECORD
       END-PERFORM
       CLOSE PERIOD-FILE.

      *    WITH NO CALENDAR EVERY DATE POSTS AS IT ALWAYS DID, SO THE
      *    CALENDAR CAN BE BROUGHT IN WITHOUT A FLAG DAY.
       LOAD-PERIODS-PARA.
       SET PERIODS-LOADED TO TRUE
       MOVE "PERIOD-REDIRECT" TO WS-PARM-KEY
       MOVE ZERO TO WS-PARM-DEFAULT
       CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
           WS-PARM-DEFAULT, WS-PARM-FOUND
       END-CALL
       IF WS-PARM-VALUE = 1
           SET REDIRECT-ALLOWED TO TRUE
       END-IF
       OPEN INPUT PERIOD-FILE
       IF PER-FILESTATUS NOT = "00"
           DISPLAY " PERIODS.DAT NOT FOUND - NO PERIOD LOCK "
           GO TO LOAD-PERIODS-EXIT
       END-IF
       PERFORM LOAD-ONE-PERIOD-PARA THRU LOAD-ONE-PERIOD-EXIT
           UNTIL PER-END-OF-FILE
       CLOSE PERIOD-FILE.
       LOAD-PERIODS-EXIT.
       EXIT.

       LOAD-ONE-PERIOD-PARA.
       READ PERIOD-FILE
           AT END
               SET PER-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-PERIOD-EXIT
       END-READ
       IF PERIOD-RECORD = SPACES
           GO TO LOAD-ONE-PERIOD-EXIT
       END-IF
       IF WS-PER-TOTAL < WS-PER-MAX
           ADD 1 TO WS-PER-TOTAL
           MOVE PER-PERIOD TO PER-T-PERIOD(WS-PER-TOTAL)
           MOVE PER-START-DATE TO PER-T-START(WS-PER-TOTAL)
           MOVE PER-END-DATE TO PER-T-END(WS-PER-TOTAL)
           MOVE PER-STATUS TO PER-T-STATUS(WS-PER-TOTAL)
       ELSE
           ADD 1 TO WS-PER-SKIPPED
       END-IF.
       LOAD-ONE-PERIOD-EXIT.
       EXIT.
       END PROGRAM PERCHK.
