      ******************************************************************
      * Author:
      * Date:
      * Purpose: Leave liability report for the accountant. Reads the
      *          LeaveMaster.dat leave balances in key order and
      *          values every balance still outstanding at the
      *          employee's daily rate - annual Employee.dat salary
      *          times PAY-DAY-HOURS over PAY-YEAR-HOURS, the same
      *          GETPARM hours PAYROLL prices overtime with - one line
      *          per employee and leave type, with a subtotal for each
      *          type and a grand total. Leavers stay on the report
      *          until their balance is paid out; a balance whose
      *          employee is missing from the master is listed with no
      *          value so it is chased. The report is a dated
      *          generation through RPTWRT, catalogued through RPTCAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVLIAB.

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
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LVM-KEY
           FILE STATUS IS LVM-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD EMPLOYEE.
       COPY EMPREC REPLACING ==:REC:== BY ==EMPLOYEE-RECORD==.
      *
       FD LEAVE-MASTER.
       COPY LVMREC REPLACING ==:REC:== BY ==LEAVE-MASTER-RECORD==.
      *
       WORKING-STORAGE SECTION.

       01 EMP-FILESTATUS PIC X(02).
       01 LVM-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
      *
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RPT-DATE-X PIC X(8).
      *
       01 WS-PARM-KEY PIC X(16).
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5).
       01 WS-PARM-FOUND PIC X(1).
       01 WS-DAY-HOURS PIC 9(3).
       01 WS-YEAR-HOURS PIC 9(5).
      *
       01 WS-DAILY-RATE PIC 9(7)V99.
       01 WS-LIABILITY PIC S9(9)V99.
       01 WS-EMP-FOUND-SW PIC X(1).
           88 EMPLOYEE-FOUND VALUE 'Y'.
      *
      *    ONE SUBTOTAL PER LEAVE TYPE MET ON THE MASTER.
       01 TYP-TABLE.
           05 TYP-ENTRY OCCURS 10 TIMES.
               10 TYP-T-CODE PIC X(4).
               10 TYP-T-DAYS PIC S9(7)V99.
               10 TYP-T-VALUE PIC S9(11)V99.
       01 WS-TYP-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-TYP-SUB PIC 9(2).
       01 WS-TYP-FOUND-SW PIC X(1).
           88 TYPE-FOUND VALUE 'Y'.
      *
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LISTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GRAND-DAYS PIC S9(7)V99 VALUE ZERO.
       01 WS-GRAND-VALUE PIC S9(11)V99 VALUE ZERO.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "LEAVLIAB".
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.
      *
       01 WS-RPT-FUNC PIC X(1).
       01 WS-RPT-TITLE PIC X(40)
           VALUE "LEAVE LIABILITY REPORT".
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-CAT-REPORT-NAME PIC X(16) VALUE "LEAVELIAB".
      *
       01 RPT-COLUMN-LINE.
           05 FILLER PIC X(11) VALUE "EMP-ID".
           05 FILLER PIC X(21) VALUE "NAME".
           05 FILLER PIC X(5) VALUE "TYPE".
           05 FILLER PIC X(10) VALUE "   BALANCE".
           05 FILLER PIC X(13) VALUE "   DAILY RATE".
           05 FILLER PIC X(16) VALUE "       LIABILITY".
       01 RPT-DETAIL-LINE.
           05 RPT-EMP-ID PIC X(11).
           05 RPT-NAME PIC X(21).
           05 RPT-TYPE PIC X(5).
           05 RPT-BALANCE PIC ---9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RPT-RATE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RPT-VALUE PIC ZZ,ZZZ,ZZ9.99-.
       01 RPT-MISSING-LINE.
           05 RPT-MISS-EMP-ID PIC X(11).
           05 FILLER PIC X(21) VALUE "*** NOT ON MASTER".
           05 RPT-MISS-TYPE PIC X(5).
           05 RPT-MISS-BALANCE PIC ---9.99.
       01 RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL PIC X(32).
           05 RPT-TOTAL-TYPE PIC X(5).
           05 RPT-TOTAL-DAYS PIC -(6)9.99.
           05 FILLER PIC X(6) VALUE SPACES.
           05 RPT-TOTAL-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       PERFORM LOAD-PAY-PARMS-PARA
       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL

       OPEN INPUT LEAVE-MASTER
       IF LVM-FILESTATUS NOT = "00"
           DISPLAY " LEAVEMASTER.DAT NOT FOUND - NO LEAVE TO VALUE "
           DISPLAY " FILE STATUS IS : " LVM-FILESTATUS
           GO TO PROGRAM-END-PARA
       END-IF
       OPEN INPUT EMPLOYEE
       IF EMP-FILESTATUS NOT = "00"
           DISPLAY " EMPLOYEE.DAT NOT FOUND "
           DISPLAY " FILE STATUS IS : " EMP-FILESTATUS
           CLOSE LEAVE-MASTER
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       MOVE WS-TODAY-DATE TO WS-RPT-DATE-X
       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING "LeaveLiab." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       MOVE RPT-COLUMN-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA

       PERFORM VALUE-ONE-PARA THRU VALUE-ONE-EXIT
           UNTIL END-OF-FILE

       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM VARYING WS-TYP-SUB FROM 1 BY 1
               UNTIL WS-TYP-SUB > WS-TYP-TOTAL
           MOVE SPACES TO RPT-TOTAL-LINE
           MOVE "TOTAL FOR LEAVE TYPE" TO RPT-TOTAL-LABEL
           MOVE TYP-T-CODE(WS-TYP-SUB) TO RPT-TOTAL-TYPE
           MOVE TYP-T-DAYS(WS-TYP-SUB) TO RPT-TOTAL-DAYS
           MOVE TYP-T-VALUE(WS-TYP-SUB) TO RPT-TOTAL-VALUE
           MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
       END-PERFORM
       MOVE SPACES TO RPT-TOTAL-LINE
       MOVE "TOTAL LEAVE LIABILITY" TO RPT-TOTAL-LABEL
       MOVE WS-GRAND-DAYS TO RPT-TOTAL-DAYS
       MOVE WS-GRAND-VALUE TO RPT-TOTAL-VALUE
       MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA

       MOVE 'C' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE
       END-CALL
       CLOSE EMPLOYEE
       CLOSE LEAVE-MASTER
       DISPLAY "BALANCES READ       : " WS-READ-COUNT
       DISPLAY "BALANCES VALUED     : " WS-LISTED-COUNT
       DISPLAY "NOT ON MASTER       : " WS-MISSING-COUNT
       DISPLAY "TOTAL LIABILITY     : " WS-GRAND-VALUE
       MOVE 'E' TO WS-RS-PHASE
       MOVE WS-READ-COUNT TO WS-RS-RECORDS
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL.

       PROGRAM-END-PARA.
       GOBACK.

       VALUE-ONE-PARA.
       READ LEAVE-MASTER NEXT RECORD
           AT END
               SET END-OF-FILE TO TRUE
               GO TO VALUE-ONE-EXIT
       END-READ
       ADD 1 TO WS-READ-COUNT
       IF LVM-BALANCE = ZERO
           GO TO VALUE-ONE-EXIT
       END-IF
       MOVE LVM-EMP-ID TO EMP-ID
       MOVE 'Y' TO WS-EMP-FOUND-SW
       READ EMPLOYEE
           INVALID KEY
               MOVE 'N' TO WS-EMP-FOUND-SW
       END-READ
       IF NOT EMPLOYEE-FOUND
           ADD 1 TO WS-MISSING-COUNT
           MOVE LVM-EMP-ID TO RPT-MISS-EMP-ID
           MOVE LVM-TYPE TO RPT-MISS-TYPE
           MOVE LVM-BALANCE TO RPT-MISS-BALANCE
           MOVE RPT-MISSING-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           GO TO VALUE-ONE-EXIT
       END-IF
       COMPUTE WS-DAILY-RATE ROUNDED =
           EMP-SALARY * WS-DAY-HOURS / WS-YEAR-HOURS
       COMPUTE WS-LIABILITY ROUNDED = LVM-BALANCE * WS-DAILY-RATE
       ADD 1 TO WS-LISTED-COUNT
       MOVE SPACES TO RPT-DETAIL-LINE
       MOVE LVM-EMP-ID TO RPT-EMP-ID
       MOVE EMP-NAME TO RPT-NAME
       MOVE LVM-TYPE TO RPT-TYPE
       MOVE LVM-BALANCE TO RPT-BALANCE
       MOVE WS-DAILY-RATE TO RPT-RATE
       MOVE WS-LIABILITY TO RPT-VALUE
       MOVE RPT-DETAIL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM ROLL-TYPE-TOTAL-PARA THRU ROLL-TYPE-TOTAL-EXIT
       ADD LVM-BALANCE TO WS-GRAND-DAYS
       ADD WS-LIABILITY TO WS-GRAND-VALUE.
       VALUE-ONE-EXIT.
       EXIT.

       ROLL-TYPE-TOTAL-PARA.
       MOVE 'N' TO WS-TYP-FOUND-SW
       PERFORM VARYING WS-TYP-SUB FROM 1 BY 1
               UNTIL WS-TYP-SUB > WS-TYP-TOTAL OR TYPE-FOUND
           IF TYP-T-CODE(WS-TYP-SUB) = LVM-TYPE
               SET TYPE-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF TYPE-FOUND
           SUBTRACT 1 FROM WS-TYP-SUB
       ELSE
           IF WS-TYP-TOTAL < 10
               ADD 1 TO WS-TYP-TOTAL
               MOVE WS-TYP-TOTAL TO WS-TYP-SUB
               MOVE LVM-TYPE TO TYP-T-CODE(WS-TYP-SUB)
               MOVE ZERO TO TYP-T-DAYS(WS-TYP-SUB)
               MOVE ZERO TO TYP-T-VALUE(WS-TYP-SUB)
           ELSE
               GO TO ROLL-TYPE-TOTAL-EXIT
           END-IF
       END-IF
       ADD LVM-BALANCE TO TYP-T-DAYS(WS-TYP-SUB)
       ADD WS-LIABILITY TO TYP-T-VALUE(WS-TYP-SUB).
       ROLL-TYPE-TOTAL-EXIT.
       EXIT.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL.

      *    THE SAME HOURS PAYROLL PRICES AN HOUR WITH, SO A DAY OF
      *    LEAVE IS WORTH WHAT A DAY OF PAY IS.
       LOAD-PAY-PARMS-PARA.
       MOVE "PAY-DAY-HOURS" TO WS-PARM-KEY
       MOVE 8 TO WS-PARM-DEFAULT
       CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
           WS-PARM-DEFAULT, WS-PARM-FOUND
       END-CALL
       MOVE WS-PARM-VALUE TO WS-DAY-HOURS
       MOVE "PAY-YEAR-HOURS" TO WS-PARM-KEY
       MOVE 2080 TO WS-PARM-DEFAULT
       CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
           WS-PARM-DEFAULT, WS-PARM-FOUND
       END-CALL
       MOVE WS-PARM-VALUE TO WS-YEAR-HOURS
       IF WS-YEAR-HOURS = ZERO
           MOVE 2080 TO WS-YEAR-HOURS
       END-IF
       DISPLAY "PARM PAY-DAY-HOURS = " WS-DAY-HOURS
       DISPLAY "PARM PAY-YEAR-HOURS = " WS-YEAR-HOURS.
       END PROGRAM LEAVLIAB.
