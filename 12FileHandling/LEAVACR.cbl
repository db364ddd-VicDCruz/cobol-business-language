      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly leave accrual for the LeaveMaster.dat leave
      *          balances. For every active Employee.dat record with
      *          a hire date on or before the BIZCAL processing date
      *          it adds the month's entitlement to the vacation
      *          ('VAC ') and sick ('SICK') balances, creating the
      *          record on the first accrual. Completed service is the
      *          same year-and-MMDD arithmetic ANNIV uses, and the
      *          vacation rate steps up at 5 and 10 years; all rates
      *          are hundredths of a day per month through GETPARM
      *          (LVE-VAC-RATE-0 default 167, LVE-VAC-RATE-5 208,
      *          LVE-VAC-RATE-10 250, LVE-SICK-RATE 100). The first
      *          accrual of a new leave year closes the old one: a
      *          balance above the carry-over cap (LVE-VAC-CARRY
      *          default 500, LVE-SICK-CARRY 1000) is forfeited and
      *          the rest carried forward. Each record remembers the
      *          period it last accrued, and the LeaveAccr.rc
      *          run-control stamp blocks a second run in the month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVACR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE
           ASSIGN TO 'Employee.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS EMP-FILESTATUS.

           SELECT LEAVE-MASTER ASSIGN TO 'LeaveMaster.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LVM-KEY
           FILE STATUS IS LVM-FILESTATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'LeaveAccr.rc'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCF-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD EMPLOYEE.
       COPY EMPREC REPLACING ==:REC:== BY ==EMPLOYEE-RECORD==.
      *
       FD LEAVE-MASTER.
       COPY LVMREC REPLACING ==:REC:== BY ==LEAVE-MASTER-RECORD==.
      *
       FD RUN-CONTROL-FILE.
       01 RC-RECORD PIC 9(8).
      *
       WORKING-STORAGE SECTION.

       01 EMP-FILESTATUS PIC X(02).
       01 LVM-FILESTATUS PIC X(02).
       01 RCF-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
      *
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PROC-DATE PIC 9(8).
       01 WS-PROC-YEAR PIC 9(4).
       01 WS-PROC-MMDD PIC 9(4).
       01 WS-THIS-PERIOD PIC 9(6).
       01 WS-LAST-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-RUN-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-RERUN-FLAG PIC X(1) VALUE 'N'.
           88 RERUN-BLOCKED VALUE 'Y'.
       01 WS-CAL-FUNC PIC X(1).
       01 WS-CAL-RESULT PIC 9(8).
       01 WS-CAL-FLAG PIC X(1).
      *
       01 WS-HIRE-YEAR PIC 9(4).
       01 WS-HIRE-MMDD PIC 9(4).
       01 WS-SERVICE-YEARS PIC S9(4).
      *
      *    MONTHLY RATES AND CARRY-OVER CAPS, IN DAYS, FROM THE
      *    HUNDREDTHS GETPARM HANDS BACK.
       01 WS-PARM-KEY PIC X(16).
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5).
       01 WS-PARM-FOUND PIC X(1).
       01 WS-VAC-RATE-0 PIC 9(3)V99.
       01 WS-VAC-RATE-5 PIC 9(3)V99.
       01 WS-VAC-RATE-10 PIC 9(3)V99.
       01 WS-SICK-RATE PIC 9(3)V99.
       01 WS-VAC-CARRY PIC 9(3)V99.
       01 WS-SICK-CARRY PIC 9(3)V99.
      *
       01 WS-LV-TYPE PIC X(4).
       01 WS-LV-RATE PIC 9(3)V99.
       01 WS-LV-CARRY PIC 9(3)V99.
       01 WS-LV-NEW-SW PIC X(1).
           88 LEAVE-RECORD-NEW VALUE 'Y'.
      *
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ACCRUED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CREATED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ALREADY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-YEAR-END-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NO-DATE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DAYS-ACCRUED PIC 9(7)V99 VALUE ZERO.
       01 WS-DAYS-FORFEITED PIC 9(7)V99 VALUE ZERO.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "LEAVACR".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
      *    THE PROCESSING DATE FOLLOWS THE BUSINESS CALENDAR, THE
      *    SAME CONVENTION THE ANNIVERSARY REPORT USES.
       MOVE 'B' TO WS-CAL-FUNC
       CALL "BIZCAL" USING WS-CAL-FUNC, WS-TODAY-DATE,
           WS-CAL-RESULT, WS-CAL-FLAG
       END-CALL
       IF WS-CAL-FLAG = 'Y'
           MOVE WS-TODAY-DATE TO WS-PROC-DATE
       ELSE
           MOVE 'P' TO WS-CAL-FUNC
           CALL "BIZCAL" USING WS-CAL-FUNC, WS-TODAY-DATE,
               WS-PROC-DATE, WS-CAL-FLAG
           END-CALL
       END-IF
       MOVE WS-PROC-DATE(1:4) TO WS-PROC-YEAR
       MOVE WS-PROC-DATE(5:4) TO WS-PROC-MMDD
       MOVE WS-PROC-DATE(1:6) TO WS-THIS-PERIOD
       PERFORM CHECK-RUN-CONTROL-PARA
       IF RERUN-BLOCKED
           DISPLAY " LEAVE ACCRUAL ALREADY RAN FOR PERIOD "
               WS-THIS-PERIOD
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM LOAD-LEAVE-PARMS-PARA

       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL

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
           GO TO PROGRAM-END-PARA
       END-IF
      *    THE FIRST ACCRUAL EVER RUN CREATES THE LEAVE MASTER.
       OPEN I-O LEAVE-MASTER
       IF LVM-FILESTATUS = "35"
           OPEN OUTPUT LEAVE-MASTER
           CLOSE LEAVE-MASTER
           OPEN I-O LEAVE-MASTER
       END-IF

       PERFORM ACCRUE-ONE-PARA THRU ACCRUE-ONE-EXIT
           UNTIL END-OF-FILE

       CLOSE LEAVE-MASTER
       CLOSE EMPLOYEE
       DISPLAY "=== MONTHLY LEAVE ACCRUAL " WS-THIS-PERIOD " ==="
       DISPLAY "EMPLOYEES REVIEWED  : " WS-READ-COUNT
       DISPLAY "BALANCES ACCRUED    : " WS-ACCRUED-COUNT
       DISPLAY "BALANCES CREATED    : " WS-CREATED-COUNT
       DISPLAY "ALREADY ACCRUED     : " WS-ALREADY-COUNT
       DISPLAY "LEAVE YEARS CLOSED  : " WS-YEAR-END-COUNT
       DISPLAY "NO HIRE DATE        : " WS-NO-DATE-COUNT
       DISPLAY "DAYS ACCRUED        : " WS-DAYS-ACCRUED
       DISPLAY "DAYS FORFEITED      : " WS-DAYS-FORFEITED
       MOVE 'E' TO WS-RS-PHASE
       MOVE WS-READ-COUNT TO WS-RS-RECORDS
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       PERFORM STAMP-RUN-CONTROL-PARA.

       PROGRAM-END-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON.
       GOBACK.

       ACCRUE-ONE-PARA.
       READ EMPLOYEE NEXT RECORD
           AT END
               SET END-OF-FILE TO TRUE
               GO TO ACCRUE-ONE-EXIT
       END-READ
       IF EMP-MST-TERMED
           GO TO ACCRUE-ONE-EXIT
       END-IF
       ADD 1 TO WS-READ-COUNT
       IF EMP-HIRE-DATE = ZERO OR EMP-HIRE-DATE NOT NUMERIC
           ADD 1 TO WS-NO-DATE-COUNT
           GO TO ACCRUE-ONE-EXIT
       END-IF
      *    A HIRE DATED AFTER THE PROCESSING DATE HAS NOT STARTED.
       IF EMP-HIRE-DATE > WS-PROC-DATE
           GO TO ACCRUE-ONE-EXIT
       END-IF
       PERFORM JUDGE-SERVICE-PARA
       EVALUATE TRUE
       WHEN WS-SERVICE-YEARS < 5
           MOVE WS-VAC-RATE-0 TO WS-LV-RATE
       WHEN WS-SERVICE-YEARS < 10
           MOVE WS-VAC-RATE-5 TO WS-LV-RATE
       WHEN OTHER
           MOVE WS-VAC-RATE-10 TO WS-LV-RATE
       END-EVALUATE
       MOVE "VAC " TO WS-LV-TYPE
       MOVE WS-VAC-CARRY TO WS-LV-CARRY
       PERFORM ACCRUE-TYPE-PARA THRU ACCRUE-TYPE-EXIT
       MOVE "SICK" TO WS-LV-TYPE
       MOVE WS-SICK-RATE TO WS-LV-RATE
       MOVE WS-SICK-CARRY TO WS-LV-CARRY
       PERFORM ACCRUE-TYPE-PARA THRU ACCRUE-TYPE-EXIT.
       ACCRUE-ONE-EXIT.
       EXIT.

       ACCRUE-TYPE-PARA.
       MOVE EMP-ID TO LVM-EMP-ID
       MOVE WS-LV-TYPE TO LVM-TYPE
       MOVE 'N' TO WS-LV-NEW-SW
       READ LEAVE-MASTER
           INVALID KEY
               MOVE 'Y' TO WS-LV-NEW-SW
       END-READ
       IF LEAVE-RECORD-NEW
           INITIALIZE LEAVE-MASTER-RECORD
           MOVE EMP-ID TO LVM-EMP-ID
           MOVE WS-LV-TYPE TO LVM-TYPE
           MOVE WS-PROC-YEAR TO LVM-LEAVE-YEAR
       END-IF
       IF LVM-LAST-ACCRUAL = WS-THIS-PERIOD
           ADD 1 TO WS-ALREADY-COUNT
           GO TO ACCRUE-TYPE-EXIT
       END-IF
       IF LVM-LEAVE-YEAR < WS-PROC-YEAR
           PERFORM CLOSE-LEAVE-YEAR-PARA
       END-IF
       ADD WS-LV-RATE TO LVM-ACCRUED
       ADD WS-LV-RATE TO LVM-BALANCE
       ADD WS-LV-RATE TO WS-DAYS-ACCRUED
       MOVE WS-THIS-PERIOD TO LVM-LAST-ACCRUAL
       IF LEAVE-RECORD-NEW
           WRITE LEAVE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "*** LEAVE BALANCE NOT WRITTEN : " LVM-KEY
                   GO TO ACCRUE-TYPE-EXIT
           END-WRITE
           ADD 1 TO WS-CREATED-COUNT
       ELSE
           REWRITE LEAVE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "*** LEAVE BALANCE NOT UPDATED : " LVM-KEY
                   GO TO ACCRUE-TYPE-EXIT
           END-REWRITE
       END-IF
       ADD 1 TO WS-ACCRUED-COUNT.
       ACCRUE-TYPE-EXIT.
       EXIT.

      *    WHAT IS LEFT ABOVE THE CAP IS LOST; THE REST OPENS THE NEW
      *    YEAR AS ITS CARRY-OVER. A NEGATIVE BALANCE (LEAVE TAKEN IN
      *    ADVANCE) CARRIES NOTHING AND STAYS OWED.
       CLOSE-LEAVE-YEAR-PARA.
       MOVE ZERO TO LVM-FORFEITED
       IF LVM-BALANCE > WS-LV-CARRY
           COMPUTE LVM-FORFEITED = LVM-BALANCE - WS-LV-CARRY
           MOVE WS-LV-CARRY TO LVM-BALANCE
           ADD LVM-FORFEITED TO WS-DAYS-FORFEITED
       END-IF
       IF LVM-BALANCE > ZERO
           MOVE LVM-BALANCE TO LVM-CARRIED
       ELSE
           MOVE ZERO TO LVM-CARRIED
       END-IF
       MOVE ZERO TO LVM-ACCRUED
       MOVE ZERO TO LVM-TAKEN
       MOVE WS-PROC-YEAR TO LVM-LEAVE-YEAR
       ADD 1 TO WS-YEAR-END-COUNT.

      *    COMPLETED YEARS OF SERVICE, THE SAME YEAR-AND-MMDD
      *    ARITHMETIC THE ANNIVERSARY REPORT USES.
       JUDGE-SERVICE-PARA.
       MOVE EMP-HIRE-DATE(1:4) TO WS-HIRE-YEAR
       MOVE EMP-HIRE-DATE(5:4) TO WS-HIRE-MMDD
       COMPUTE WS-SERVICE-YEARS = WS-PROC-YEAR - WS-HIRE-YEAR
       IF WS-PROC-MMDD < WS-HIRE-MMDD
           SUBTRACT 1 FROM WS-SERVICE-YEARS
       END-IF
       IF WS-SERVICE-YEARS < ZERO
           MOVE ZERO TO WS-SERVICE-YEARS
       END-IF.

       LOAD-LEAVE-PARMS-PARA.
       MOVE "LVE-VAC-RATE-0" TO WS-PARM-KEY
       MOVE 167 TO WS-PARM-DEFAULT
       PERFORM GET-PARM-PARA
       COMPUTE WS-VAC-RATE-0 = WS-PARM-VALUE / 100
       MOVE "LVE-VAC-RATE-5" TO WS-PARM-KEY
       MOVE 208 TO WS-PARM-DEFAULT
       PERFORM GET-PARM-PARA
       COMPUTE WS-VAC-RATE-5 = WS-PARM-VALUE / 100
       MOVE "LVE-VAC-RATE-10" TO WS-PARM-KEY
       MOVE 250 TO WS-PARM-DEFAULT
       PERFORM GET-PARM-PARA
       COMPUTE WS-VAC-RATE-10 = WS-PARM-VALUE / 100
       MOVE "LVE-SICK-RATE" TO WS-PARM-KEY
       MOVE 100 TO WS-PARM-DEFAULT
       PERFORM GET-PARM-PARA
       COMPUTE WS-SICK-RATE = WS-PARM-VALUE / 100
       MOVE "LVE-VAC-CARRY" TO WS-PARM-KEY
       MOVE 500 TO WS-PARM-DEFAULT
       PERFORM GET-PARM-PARA
       COMPUTE WS-VAC-CARRY = WS-PARM-VALUE / 100
       MOVE "LVE-SICK-CARRY" TO WS-PARM-KEY
       MOVE 1000 TO WS-PARM-DEFAULT
       PERFORM GET-PARM-PARA
       COMPUTE WS-SICK-CARRY = WS-PARM-VALUE / 100
       DISPLAY "VACATION DAYS/MONTH : " WS-VAC-RATE-0 " "
           WS-VAC-RATE-5 " " WS-VAC-RATE-10
       DISPLAY "SICK DAYS/MONTH     : " WS-SICK-RATE
       DISPLAY "CARRY-OVER CAPS     : " WS-VAC-CARRY " "
           WS-SICK-CARRY.

       GET-PARM-PARA.
       CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
           WS-PARM-DEFAULT, WS-PARM-FOUND
       END-CALL.

       CHECK-RUN-CONTROL-PARA.
       OPEN INPUT RUN-CONTROL-FILE
       IF RCF-FILESTATUS = "00"
           READ RUN-CONTROL-FILE INTO WS-LAST-RUN-DATE
               AT END MOVE ZERO TO WS-LAST-RUN-DATE
           END-READ
           CLOSE RUN-CONTROL-FILE
           MOVE WS-LAST-RUN-DATE(1:6) TO WS-LAST-RUN-PERIOD
           IF WS-LAST-RUN-PERIOD = WS-THIS-PERIOD
               SET RERUN-BLOCKED TO TRUE
           END-IF
       END-IF.

       STAMP-RUN-CONTROL-PARA.
       OPEN OUTPUT RUN-CONTROL-FILE
       MOVE WS-PROC-DATE TO RC-RECORD
       WRITE RC-RECORD
       CLOSE RUN-CONTROL-FILE.
       END PROGRAM LEAVACR.
