      ******************************************************************
      * Author:
      * Date:
      * Purpose: Leave booking batch for the LeaveMaster.dat leave
      *          balances LEAVACR accrues. Reads the LeaveBook.txn
      *          transaction file - employee id, leave type ('VAC ' or
      *          'SICK'), first and last day off and an 'H' for a
      *          single half day - and counts the business days the
      *          booking covers through the shared BIZCAL calendar.
      *          A booking that starts or ends on a weekend or a
      *          Holidays.dat holiday, covers more than a month, names
      *          an employee who is not on the master or has left,
      *          has no leave balance yet, or asks for more days than
      *          the balance holds is rejected to the common suspense
      *          file through SUSPOUT. Accepted bookings are taken off
      *          the balance and journalled to LeaveHist.dat, and the
      *          day's transactions are consumed once applied.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVBOOK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE
           ASSIGN TO 'Employee.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS EMP-FILESTATUS.

           SELECT LEAVE-MASTER ASSIGN TO 'LeaveMaster.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LVM-KEY
           FILE STATUS IS LVM-FILESTATUS.

           SELECT BOOK-TXN ASSIGN TO 'LeaveBook.txn'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TXN-FILESTATUS.

           SELECT LEAVE-HIST ASSIGN TO 'LeaveHist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HST-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD EMPLOYEE.
       COPY EMPREC REPLACING ==:REC:== BY ==EMPLOYEE-RECORD==.
      *
       FD LEAVE-MASTER.
       COPY LVMREC REPLACING ==:REC:== BY ==LEAVE-MASTER-RECORD==.
      *
      *    ONE FIXED-COLUMN BOOKING PER LINE; A BLANK LAST DAY MEANS
      *    A SINGLE DAY.
       FD BOOK-TXN.
       01 BOOK-TXN-RECORD.
        05 BKT-EMP-ID PIC X(10).
        05 BKT-TYPE PIC X(4).
        05 BKT-FROM-DATE PIC X(8).
        05 BKT-TO-DATE PIC X(8).
        05 BKT-HALF-DAY PIC X(1).
       01 BOOK-TXN-NUMERIC-VIEW REDEFINES BOOK-TXN-RECORD.
        05 FILLER PIC X(14).
        05 BKT-FROM-DATE-N PIC 9(8).
        05 BKT-TO-DATE-N PIC 9(8).
        05 FILLER PIC X(1).
      *
       FD LEAVE-HIST.
       01 LEAVE-HIST-RECORD.
        05 HST-EMP-ID PIC X(10).
        05 FILLER PIC X(1).
        05 HST-TYPE PIC X(4).
        05 FILLER PIC X(1).
        05 HST-FROM-DATE PIC 9(8).
        05 FILLER PIC X(1).
        05 HST-TO-DATE PIC 9(8).
        05 FILLER PIC X(1).
        05 HST-DAYS PIC 9(3)V99.
        05 FILLER PIC X(1).
        05 HST-BALANCE PIC S9(3)V99 SIGN LEADING SEPARATE.
        05 FILLER PIC X(1).
        05 HST-POSTED-DATE PIC 9(8).
      *
       WORKING-STORAGE SECTION.

       01 EMP-FILESTATUS PIC X(02).
       01 LVM-FILESTATUS PIC X(02).
       01 TXN-FILESTATUS PIC X(02).
       01 HST-FILESTATUS PIC X(02).
       01 TXN-EOF-FLAG PIC X(1) VALUE 'N'.
           88 TXN-END-OF-FILE VALUE 'Y'.
      *
       01 WS-EDIT-FIELD PIC X(20).
       01 WS-EDIT-LEN PIC 99.
       01 WS-EDIT-TYPE PIC X(1).
       01 WS-EDIT-VALID PIC X(1).
      *
       01 WS-CAL-FUNC PIC X(1).
       01 WS-CAL-DATE PIC 9(8).
       01 WS-CAL-RESULT PIC 9(8).
       01 WS-CAL-FLAG PIC X(1).
      *
      *    THE BOOKING IS COUNTED ONE BUSINESS DAY AT A TIME; A MONTH
      *    HOLDS NO MORE THAN 23 OF THEM.
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-BOOK-DAYS PIC 9(3)V99.
       01 WS-MAX-BOOK-DAYS PIC 9(3) VALUE 23.
      *
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-POSTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DAYS-POSTED PIC 9(7)V99 VALUE ZERO.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "LEAVBOOK".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
       01 WS-SUSP-PAYLOAD PIC X(80).
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL

       OPEN INPUT BOOK-TXN
       IF TXN-FILESTATUS NOT = "00"
           DISPLAY " LEAVEBOOK.TXN NOT FOUND - NO BOOKINGS TODAY "
           DISPLAY " FILE STATUS IS : " TXN-FILESTATUS
           GO TO PROGRAM-END-PARA
       END-IF
       OPEN INPUT EMPLOYEE
       IF EMP-FILESTATUS NOT = "00"
           DISPLAY " EMPLOYEE.DAT NOT FOUND "
           DISPLAY " FILE STATUS IS : " EMP-FILESTATUS
           MOVE "FILE-MISS" TO WS-SHARED-ACTION
           MOVE SPACES TO WS-SHARED-KEY
           MOVE "FS=" TO WS-SHARED-KEY(1:3)
           MOVE EMP-FILESTATUS TO WS-SHARED-KEY(4:2)
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
               WS-SHARED-KEY
           CLOSE BOOK-TXN
           GO TO PROGRAM-END-PARA
       END-IF
      *    WITHOUT A LEAVE MASTER NOTHING HAS ACCRUED AND NOTHING CAN
      *    BE BOOKED; THE TRANSACTIONS WAIT FOR THE FIRST ACCRUAL.
       OPEN I-O LEAVE-MASTER
       IF LVM-FILESTATUS NOT = "00"
           DISPLAY " LEAVEMASTER.DAT NOT FOUND - RUN LEAVACR FIRST "
           DISPLAY " FILE STATUS IS : " LVM-FILESTATUS
           MOVE 8 TO RETURN-CODE
           CLOSE EMPLOYEE
           CLOSE BOOK-TXN
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM OPEN-HISTORY-PARA

       PERFORM BOOK-ONE-PARA THRU BOOK-ONE-EXIT
           UNTIL TXN-END-OF-FILE

       CLOSE LEAVE-HIST
       CLOSE LEAVE-MASTER
       CLOSE EMPLOYEE
       CLOSE BOOK-TXN
      *    THE DAY'S BOOKINGS ARE CONSUMED ONCE APPLIED - A RERUN MUST
      *    NOT TAKE THE SAME DAYS TWICE. REJECTS LIVE ON IN SUSPENSE.
       OPEN OUTPUT BOOK-TXN
       CLOSE BOOK-TXN

       DISPLAY "=== LEAVE BOOKINGS ==="
       DISPLAY "BOOKINGS READ     : " WS-READ-COUNT
       DISPLAY "BOOKINGS POSTED   : " WS-POSTED-COUNT
       DISPLAY "DAYS POSTED       : " WS-DAYS-POSTED
       DISPLAY "REJECTED          : " WS-REJECT-COUNT
       MOVE 'E' TO WS-RS-PHASE
       MOVE WS-READ-COUNT TO WS-RS-RECORDS
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL.

       PROGRAM-END-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON.
       GOBACK.

       BOOK-ONE-PARA.
       READ BOOK-TXN
           AT END
               SET TXN-END-OF-FILE TO TRUE
               GO TO BOOK-ONE-EXIT
       END-READ
       IF BOOK-TXN-RECORD = SPACES
           GO TO BOOK-ONE-EXIT
       END-IF
       ADD 1 TO WS-READ-COUNT
       MOVE SPACES TO WS-EDIT-FIELD
       MOVE BKT-EMP-ID TO WS-EDIT-FIELD
       MOVE 10 TO WS-EDIT-LEN
       MOVE 'N' TO WS-EDIT-TYPE
       CALL "INPUT-EDIT" USING WS-EDIT-FIELD, WS-EDIT-LEN,
           WS-EDIT-TYPE, WS-EDIT-VALID
       END-CALL
       IF WS-EDIT-VALID NOT = 'Y'
           MOVE "INV-KEY  " TO WS-SHARED-ACTION
           PERFORM REJECT-TXN-PARA
           GO TO BOOK-ONE-EXIT
       END-IF
       IF BKT-TYPE NOT = "VAC " AND BKT-TYPE NOT = "SICK"
           MOVE "BAD-TYPE " TO WS-SHARED-ACTION
           PERFORM REJECT-TXN-PARA
           GO TO BOOK-ONE-EXIT
       END-IF
       IF BKT-TO-DATE = SPACES
           MOVE BKT-FROM-DATE TO BKT-TO-DATE
       END-IF
       MOVE BKT-FROM-DATE TO WS-EDIT-FIELD
       MOVE 8 TO WS-EDIT-LEN
       CALL "INPUT-EDIT" USING WS-EDIT-FIELD, WS-EDIT-LEN,
           WS-EDIT-TYPE, WS-EDIT-VALID
       END-CALL
       IF WS-EDIT-VALID = 'Y'
           MOVE BKT-TO-DATE TO WS-EDIT-FIELD
           CALL "INPUT-EDIT" USING WS-EDIT-FIELD, WS-EDIT-LEN,
               WS-EDIT-TYPE, WS-EDIT-VALID
           END-CALL
       END-IF
       IF WS-EDIT-VALID NOT = 'Y'
               OR BKT-TO-DATE-N < BKT-FROM-DATE-N
               OR (BKT-HALF-DAY = 'H'
                   AND BKT-TO-DATE-N NOT = BKT-FROM-DATE-N)
               OR (BKT-HALF-DAY NOT = 'H' AND BKT-HALF-DAY NOT = SPACE)
           MOVE "BAD-DATE " TO WS-SHARED-ACTION
           PERFORM REJECT-TXN-PARA
           GO TO BOOK-ONE-EXIT
       END-IF
       MOVE BKT-FROM-DATE-N TO WS-FROM-DATE
       MOVE BKT-TO-DATE-N TO WS-TO-DATE
      *    NOBODY BOOKS A DAY THE OFFICE IS SHUT - A BOOKING THAT
      *    STARTS OR ENDS ON ONE IS SENT BACK TO BE CORRECTED.
       MOVE 'B' TO WS-CAL-FUNC
       MOVE WS-FROM-DATE TO WS-CAL-DATE
       CALL "BIZCAL" USING WS-CAL-FUNC, WS-CAL-DATE,
           WS-CAL-RESULT, WS-CAL-FLAG
       END-CALL
       IF WS-CAL-FLAG = 'Y'
           MOVE WS-TO-DATE TO WS-CAL-DATE
           CALL "BIZCAL" USING WS-CAL-FUNC, WS-CAL-DATE,
               WS-CAL-RESULT, WS-CAL-FLAG
           END-CALL
       END-IF
       IF WS-CAL-FLAG NOT = 'Y'
           MOVE "HOLIDAY  " TO WS-SHARED-ACTION
           PERFORM REJECT-TXN-PARA
           GO TO BOOK-ONE-EXIT
       END-IF
       PERFORM COUNT-BOOK-DAYS-PARA
       IF WS-BOOK-DAYS > WS-MAX-BOOK-DAYS
           MOVE "LONG-BOOK" TO WS-SHARED-ACTION
           PERFORM REJECT-TXN-PARA
           GO TO BOOK-ONE-EXIT
       END-IF
       IF BKT-HALF-DAY = 'H'
           MOVE 0.50 TO WS-BOOK-DAYS
       END-IF
       MOVE BKT-EMP-ID TO EMP-ID
       READ EMPLOYEE
           INVALID KEY
               MOVE "NO-EMP   " TO WS-SHARED-ACTION
               PERFORM REJECT-TXN-PARA
               GO TO BOOK-ONE-EXIT
       END-READ
       IF EMP-MST-TERMED
           MOVE "EMP-TERMD" TO WS-SHARED-ACTION
           PERFORM REJECT-TXN-PARA
           GO TO BOOK-ONE-EXIT
       END-IF
       MOVE BKT-EMP-ID TO LVM-EMP-ID
       MOVE BKT-TYPE TO LVM-TYPE
       READ LEAVE-MASTER
           INVALID KEY
               MOVE "NO-LEAVE " TO WS-SHARED-ACTION
               PERFORM REJECT-TXN-PARA
               GO TO BOOK-ONE-EXIT
       END-READ
       IF WS-BOOK-DAYS > LVM-BALANCE
           MOVE "NO-BALNC " TO WS-SHARED-ACTION
           PERFORM REJECT-TXN-PARA
           GO TO BOOK-ONE-EXIT
       END-IF
       ADD WS-BOOK-DAYS TO LVM-TAKEN
       SUBTRACT WS-BOOK-DAYS FROM LVM-BALANCE
       MOVE WS-FROM-DATE TO LVM-LAST-BOOKING
       REWRITE LEAVE-MASTER-RECORD
           INVALID KEY
               DISPLAY "*** LEAVE BALANCE NOT UPDATED : " LVM-KEY
               GO TO BOOK-ONE-EXIT
       END-REWRITE
       ADD 1 TO WS-POSTED-COUNT
       ADD WS-BOOK-DAYS TO WS-DAYS-POSTED
       MOVE SPACES TO LEAVE-HIST-RECORD
       MOVE LVM-EMP-ID TO HST-EMP-ID
       MOVE LVM-TYPE TO HST-TYPE
       MOVE WS-FROM-DATE TO HST-FROM-DATE
       MOVE WS-TO-DATE TO HST-TO-DATE
       MOVE WS-BOOK-DAYS TO HST-DAYS
       MOVE LVM-BALANCE TO HST-BALANCE
       MOVE WS-TODAY-DATE TO HST-POSTED-DATE
       WRITE LEAVE-HIST-RECORD.
       BOOK-ONE-EXIT.
       EXIT.

      *    THE FIRST DAY IS A BUSINESS DAY ALREADY; EACH NEXT BUSINESS
      *    DAY UP TO THE LAST DAY ADDS ONE, SO WEEKENDS AND HOLIDAYS
      *    INSIDE THE BOOKING COST NOTHING.
       COUNT-BOOK-DAYS-PARA.
       MOVE 1 TO WS-BOOK-DAYS
       MOVE 'N' TO WS-CAL-FUNC
       MOVE WS-FROM-DATE TO WS-CAL-DATE
       MOVE ZERO TO WS-CAL-RESULT
       PERFORM STEP-BOOK-DAY-PARA
           UNTIL WS-CAL-RESULT > WS-TO-DATE
               OR WS-BOOK-DAYS > WS-MAX-BOOK-DAYS.

       STEP-BOOK-DAY-PARA.
       CALL "BIZCAL" USING WS-CAL-FUNC, WS-CAL-DATE,
           WS-CAL-RESULT, WS-CAL-FLAG
       END-CALL
       IF WS-CAL-RESULT NOT > WS-TO-DATE
           ADD 1 TO WS-BOOK-DAYS
           MOVE WS-CAL-RESULT TO WS-CAL-DATE
       END-IF.

       REJECT-TXN-PARA.
       ADD 1 TO WS-REJECT-COUNT
       DISPLAY "*** BOOKING REJECTED (" WS-SHARED-ACTION ") : "
           BOOK-TXN-RECORD
       MOVE BKT-EMP-ID TO WS-SHARED-KEY
       MOVE SPACES TO WS-SUSP-PAYLOAD
       MOVE BOOK-TXN-RECORD TO WS-SUSP-PAYLOAD
       CALL "SUSPOUT" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
           WS-SHARED-KEY, WS-SUSP-PAYLOAD.

       OPEN-HISTORY-PARA.
       OPEN EXTEND LEAVE-HIST
       IF HST-FILESTATUS NOT = "00"
           OPEN OUTPUT LEAVE-HIST
       END-IF.
       END PROGRAM LEAVBOOK.
