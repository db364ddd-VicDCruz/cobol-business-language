      ******************************************************************
      * Author:
      * Date:
      * Purpose: Final-pay settlement for leavers. An 'X' termination
      *          through EMPMAINT stamps EMP-TERM-DATE and the monthly
      *          PAYROLL stops paying the employee; this step, run
      *          after PAYROLL and before PAYSLIP, settles everyone
      *          terminated since the last settlement (the first time
      *          it runs, since the last payroll on Payroll.rc). The
      *          salary for the month of leaving is the twelfth
      *          pro-rated by the BIZCAL working days from the first
      *          of the month to the termination date over the
      *          working days in the whole month - nothing more where
      *          PayYtd.dat shows the month already paid in full. The
      *          unused vacation balance on LeaveMaster.dat is paid
      *          out at the LEAVLIAB daily rate (annual salary times
      *          PAY-DAY-HOURS over PAY-YEAR-HOURS) and the balance
      *          cleared; an overdrawn balance is logged for the
      *          payroll office, not recovered. Every open staff loan
      *          on LoanMaster.dat is recovered in full from the
      *          settlement as far as the pay will go, appended to
      *          Payments.dat for LOANSRV and any balance left
      *          logged. The settlement line is appended to
      *          PayDetail.dat so PAYSLIP prints the slip and puts
      *          the net on BankPay.dat with the regular run; the net
      *          also goes to Transactions.dat and ControlTotal.dat,
      *          and gross, net and the loans recovered (deduction
      *          code LOAN, as PAYROLL posts the repayments) to the
      *          month on PayYtd.dat. A
      *          settlement statement per leaver is printed through
      *          RPTWRT as FinalPay.<date>.rpt, catalogued FINALPAY.
      *          FinalPay.rc carries the date settled through and the
      *          employees already settled who left on that date, so
      *          a rerun never pays anyone twice. A run dated into
      *          an accounting period that month-end has closed is
      *          refused by PERCHK before anybody is settled and
      *          queued on suspense.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALPAY.

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

           SELECT LOAN-MASTER ASSIGN TO 'LoanMaster.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ID
           ALTERNATE RECORD KEY IS LN-EMP-ID WITH DUPLICATES
           FILE STATUS IS LNM-FILESTATUS.

           SELECT LOAN-PAY-FILE ASSIGN TO 'Payments.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LPY-FILESTATUS.

           SELECT PAY-YTD ASSIGN TO 'PayYtd.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PYT-EMP-ID
           FILE STATUS IS YTD-FILESTATUS.

           SELECT PAY-DETAIL ASSIGN TO 'PayDetail.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAY-FILESTATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'Transactions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TXN-FILESTATUS.

           SELECT CONTROL-FILE ASSIGN TO 'ControlTotal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-FILESTATUS.

           SELECT PAYROLL-RC-FILE ASSIGN TO 'Payroll.rc'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRC-FILESTATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'FinalPay.rc'
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
       FD LOAN-MASTER.
       COPY LNMREC REPLACING ==:REC:== BY ==LOAN-MASTER-RECORD==.
      *
      *    THE LOANSRV PAYMENT LINE: LOAN ID AND AMOUNT.
       FD LOAN-PAY-FILE.
       01 LOAN-PAY-LINE.
        05 LPY-LOAN-ID PIC X(8).
        05 FILLER PIC X(1).
        05 LPY-AMOUNT PIC 9(7).99.
      *
       FD PAY-YTD.
       COPY PYTREC REPLACING ==:REC:== BY ==PAY-YTD-RECORD==.
      *
      *    THE SAME FIXED-COLUMN PAY LINE PAYROLL WRITES, SO PAYSLIP
      *    AND THE BANK FILE TAKE A SETTLEMENT LIKE ANY OTHER PAY.
       FD PAY-DETAIL.
       01 PAY-DETAIL-RECORD.
        05 PAY-EMP-ID PIC X(10).
        05 FILLER PIC X(1).
        05 PAY-NAME PIC X(30).
        05 FILLER PIC X(1).
        05 PAY-DEPT PIC X(3).
        05 FILLER PIC X(1).
        05 PAY-PERIOD PIC 9(6).
        05 FILLER PIC X(1).
        05 PAY-GROSS PIC 9(7)V99.
        05 FILLER PIC X(1).
        05 PAY-DEDUCT PIC 9(7)V99.
        05 FILLER PIC X(1).
        05 PAY-NET PIC 9(7)V99.
        05 FILLER PIC X(1).
        05 PAY-REG-HRS PIC 9(3)V99.
        05 FILLER PIC X(1).
        05 PAY-OT15-HRS PIC 9(3)V99.
        05 FILLER PIC X(1).
        05 PAY-OT20-HRS PIC 9(3)V99.
        05 FILLER PIC X(1).
        05 PAY-UNPAID-HRS PIC 9(3)V99.
        05 FILLER PIC X(1).
        05 PAY-OT-PAY PIC 9(7)V99.
        05 FILLER PIC X(1).
        05 PAY-UNPAID-PAY PIC 9(7)V99.
        05 FILLER PIC X(1).
        05 PAY-ARREARS PIC 9(7)V99.
      *
       FD TRANSACTION-FILE.
       01 TXN-LINE PIC X(26).
      *
       FD CONTROL-FILE.
       01 CTL-LINE PIC X(20).
      *
       FD PAYROLL-RC-FILE.
       01 PRC-RECORD PIC 9(8).
      *
      *    THE FIRST LINE IS THE DATE SETTLED THROUGH; EACH LINE
      *    AFTER IT IS AN EMPLOYEE WHO LEFT ON THAT DATE AND HAS
      *    ALREADY BEEN SETTLED.
       FD RUN-CONTROL-FILE.
       01 RC-RECORD PIC X(10).
      *
       WORKING-STORAGE SECTION.

       01 EMP-FILESTATUS PIC X(02).
       01 LVM-FILESTATUS PIC X(02).
       01 LNM-FILESTATUS PIC X(02).
       01 LPY-FILESTATUS PIC X(02).
       01 YTD-FILESTATUS PIC X(02).
       01 PAY-FILESTATUS PIC X(02).
       01 TXN-FILESTATUS PIC X(02).
       01 CTL-FILESTATUS PIC X(02).
       01 PRC-FILESTATUS PIC X(02).
       01 RCF-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
       01 RCF-EOF PIC X(1) VALUE 'N'.
           88 RCF-END-OF-FILE VALUE 'Y'.
      *
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PAY-PERIOD PIC 9(6).
       01 WS-PAY-YEAR PIC 9(4).
       01 WS-YTD-MONTH PIC 9(2).
      *
      *    THE SETTLEMENT WINDOW: LEFT ON OR AFTER THE DATE SETTLED
      *    THROUGH (LESS THOSE ALREADY SETTLED ON IT), UP TO TODAY.
       01 WS-SETTLED-THROUGH PIC 9(8) VALUE ZERO.
       01 WS-SETTLED-TABLE.
           05 WS-SETTLED-ID OCCURS 50 TIMES PIC X(10).
       01 WS-SETTLED-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-SETTLED-MAX PIC 9(2) VALUE 50.
       01 WS-SETTLED-SUB PIC 9(2).
       01 WS-SETTLED-SW PIC X(1).
           88 ALREADY-SETTLED VALUE 'Y'.
      *    LEAVERS SETTLED TODAY, CARRIED ON THE NEW STAMP.
       01 WS-TODAY-TABLE.
           05 WS-TODAY-ID OCCURS 50 TIMES PIC X(10).
       01 WS-TODAY-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-SETTLED-SKIPPED PIC 9(5) VALUE ZERO.
      *
       01 WS-LEAVE-SW PIC X(1) VALUE 'N'.
           88 LEAVE-IN-USE VALUE 'Y'.
       01 WS-LOANS-SW PIC X(1) VALUE 'N'.
           88 LOANS-IN-USE VALUE 'Y'.
       01 WS-LOAN-EOF PIC X(1).
           88 LOANS-DONE VALUE 'Y'.
       01 WS-YTD-SW PIC X(1) VALUE 'N'.
           88 YTD-IN-USE VALUE 'Y'.
       01 WS-YTD-FOUND-SW PIC X(1).
           88 YTD-ON-FILE VALUE 'Y'.
       01 WS-YTD-M-SUB PIC 9(2).
       01 WS-YTD-SLOT PIC 9(2).
       01 WS-SLOT-FOUND-SW PIC X(1).
           88 SLOT-FOUND VALUE 'Y'.
       01 WS-LOAN-DED-CODE PIC X(4) VALUE "LOAN".
      *
       01 WS-PARM-KEY PIC X(16).
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5).
       01 WS-PARM-FOUND PIC X(1).
       01 WS-DAY-HOURS PIC 9(2).
       01 WS-YEAR-HOURS PIC 9(4).
      *
       01 WS-CAL-FUNC PIC X(1).
       01 WS-CAL-RESULT PIC 9(8).
       01 WS-CAL-FLAG PIC X(1).
       01 WS-MONTH-FIRST PIC 9(8).
       01 WS-NEXT-FIRST PIC 9(8).
       01 WS-DAY-INT PIC 9(7).
       01 WS-NEXT-INT PIC 9(7).
       01 WS-TERM-INT PIC 9(7).
       01 WS-DAY-DATE PIC 9(8).
       01 WS-MONTH-DAYS PIC 9(2).
       01 WS-WORKED-DAYS PIC 9(2).
       01 WS-TERM-MONTH PIC 9(2).
       01 WS-MONTH-PAID-SW PIC X(1).
           88 MONTH-ALREADY-PAID VALUE 'Y'.
      *
      *    ONE LEAVER'S SETTLEMENT.
       01 WS-TWELFTH PIC S9(7)V99.
       01 WS-SALARY-PAY PIC S9(7)V99.
       01 WS-DAILY-RATE PIC 9(7)V99.
       01 WS-LEAVE-DAYS PIC S9(3)V99.
       01 WS-LEAVE-PAY PIC S9(7)V99.
       01 WS-GROSS PIC S9(7)V99.
       01 WS-DEDUCT PIC S9(7)V99.
       01 WS-NET PIC S9(7)V99.
       01 WS-LOAN-AMOUNT PIC S9(9)V99.
       01 WS-LOAN-ROOM PIC S9(7)V99.
       01 WS-EMP-LOAN-TABLE.
           05 WS-EMP-LOAN OCCURS 10 TIMES.
               10 WS-EMP-LOAN-ID PIC X(8).
               10 WS-EMP-LOAN-AMOUNT PIC 9(7)V99.
               10 WS-EMP-LOAN-LEFT PIC S9(9)V99.
       01 WS-EMP-LOAN-TOTAL PIC 9(2).
       01 WS-EMP-LOAN-SUB PIC 9(2).
      *
       01 WS-SETTLED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LOAN-SHORT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RUN-SALARY PIC S9(9)V99 VALUE ZERO.
       01 WS-RUN-LEAVE PIC S9(9)V99 VALUE ZERO.
       01 WS-RUN-LOANS PIC S9(9)V99 VALUE ZERO.
       01 WS-RUN-GROSS PIC S9(9)V99 VALUE ZERO.
       01 WS-RUN-NET PIC S9(9)V99 VALUE ZERO.
      *
       01 WS-RPT-FUNC PIC X(1).
       01 WS-RPT-TITLE PIC X(40)
           VALUE "FINAL PAY SETTLEMENT STATEMENTS".
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-CAT-REPORT-NAME PIC X(16) VALUE "FINALPAY".
       01 WS-RPT-DATE-X PIC X(8).
      *
       01 RPT-STMT-HEAD-LINE.
           05 FILLER PIC X(12) VALUE "SETTLEMENT ".
           05 RPT-EMP-ID PIC X(11).
           05 RPT-EMP-NAME PIC X(31).
           05 FILLER PIC X(5) VALUE "DEPT ".
           05 RPT-DEPT PIC X(3).
       01 RPT-STMT-TERM-LINE.
           05 FILLER PIC X(21) VALUE "  LEFT ON            ".
           05 RPT-TERM-DATE PIC 9(8).
           05 FILLER PIC X(17) VALUE "   WORKING DAYS ".
           05 RPT-WORKED-DAYS PIC Z9.
           05 FILLER PIC X(4) VALUE " OF ".
           05 RPT-MONTH-DAYS PIC Z9.
       01 RPT-STMT-AMOUNT-LINE.
           05 RPT-STMT-LABEL PIC X(40).
           05 RPT-STMT-AMOUNT PIC -(8)9.99.
       01 RPT-STMT-LEAVE-LINE.
           05 FILLER PIC X(21) VALUE "  LEAVE PAID OUT     ".
           05 RPT-LEAVE-DAYS PIC -ZZ9.99.
           05 FILLER PIC X(12) VALUE " DAYS AT ".
           05 RPT-DAILY-RATE PIC ZZZZZZ9.99.
       01 RPT-STMT-LOAN-LINE.
           05 FILLER PIC X(14) VALUE "  STAFF LOAN ".
           05 RPT-LOAN-ID PIC X(8).
           05 FILLER PIC X(12) VALUE " RECOVERED ".
           05 RPT-LOAN-AMOUNT PIC -(6)9.99.
           05 FILLER PIC X(7) VALUE " LEFT ".
           05 RPT-LOAN-LEFT PIC -(8)9.99.
       01 RPT-STMT-NOTE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-STMT-NOTE PIC X(60).
       01 RPT-RULE-LINE PIC X(64) VALUE ALL "-".
       01 RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL PIC X(20).
           05 RPT-TOTAL-AMOUNT PIC -(9)9.99.
       01 WS-AMOUNT-TEXT PIC -(8)9.99.
      *    THE SETTLEMENT NET POSTS TO PAYROLL'S ACCOUNT 5000.
       01 WS-TXN-DETAIL.
           05 TXD-AMOUNT PIC -(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TXD-ACCT PIC X(4) VALUE "5000".
      *
       01 WS-PARSE-RECORD PIC X(256).
       01 WS-PARSE-DELIM PIC X(1) VALUE SPACE.
       01 WS-PARSE-FIELDS.
           05 WS-PARSE-FIELD OCCURS 20 TIMES PIC X(40).
       01 WS-PARSE-COUNT PIC 99.
       01 WS-PARSE-ERROR PIC X(1).
       01 WS-PRIOR-CONTROL PIC S9(9)V99 VALUE ZERO.
       01 WS-NEW-CONTROL PIC S9(9)V99.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "FINALPAY".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
       01 WS-PER-FUNC PIC X(1).
       01 WS-PER-PROGRAM PIC X(9) VALUE "FINALPAY".
       01 WS-PER-DATE PIC 9(8).
       01 WS-PER-PAYLOAD PIC X(80).
       01 WS-PER-RESULT PIC X(1).
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE WS-TODAY-DATE(1:6) TO WS-PAY-PERIOD
       MOVE WS-PAY-PERIOD(1:4) TO WS-PAY-YEAR
       MOVE WS-PAY-PERIOD(5:2) TO WS-YTD-MONTH
       PERFORM CHECK-RUN-CONTROL-PARA
       IF WS-SETTLED-THROUGH = ZERO
           DISPLAY " NO PAYROLL HAS RUN YET - NOTHING TO SETTLE "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       IF WS-SETTLED-THROUGH > WS-TODAY-DATE
           DISPLAY " FINALPAY.RC IS DATED " WS-SETTLED-THROUGH
               " - AFTER TODAY, NOTHING SETTLED "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       MOVE 'P' TO WS-PER-FUNC
       MOVE WS-TODAY-DATE TO WS-PER-DATE
       MOVE SPACES TO WS-PER-PAYLOAD
       STRING "FINAL-PAY SETTLEMENT RUN " WS-TODAY-DATE
           " NOT POSTED" DELIMITED BY SIZE INTO WS-PER-PAYLOAD
       CALL "PERCHK" USING WS-PER-FUNC, WS-PER-PROGRAM,
           WS-PER-DATE, WS-PER-PAYLOAD, WS-PER-RESULT
       END-CALL
       IF WS-PER-RESULT = 'N'
           DISPLAY " NOTHING SETTLED - " WS-TODAY-DATE
               " FALLS IN A CLOSED PERIOD "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
      *    A LEAVER DROPPED FROM THE TABLE COULD BE PAID AGAIN.
       IF WS-SETTLED-SKIPPED > ZERO
           DISPLAY "*** MORE THAN " WS-SETTLED-MAX " SETTLED IDS ON "
               "FINALPAY.RC - NOTHING SETTLED"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
      *    A SECOND RUN TODAY KEEPS THE EARLIER RUN'S LEAVERS ON
      *    THE NEW STAMP AHEAD OF ITS OWN.
       IF WS-SETTLED-THROUGH = WS-TODAY-DATE
           PERFORM VARYING WS-SETTLED-SUB FROM 1 BY 1
                   UNTIL WS-SETTLED-SUB > WS-SETTLED-TOTAL
               ADD 1 TO WS-TODAY-TOTAL
               MOVE WS-SETTLED-ID(WS-SETTLED-SUB)
                   TO WS-TODAY-ID(WS-TODAY-TOTAL)
           END-PERFORM
       END-IF
       DISPLAY "SETTLING LEAVERS FROM " WS-SETTLED-THROUGH
           " TO " WS-TODAY-DATE

       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       PERFORM LOAD-PAY-PARMS-PARA

       OPEN INPUT EMPLOYEE
       IF EMP-FILESTATUS NOT = "00"
           DISPLAY " EMPLOYEE.DAT NOT FOUND "
           DISPLAY " FILE STATUS IS : " EMP-FILESTATUS
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       OPEN I-O LEAVE-MASTER
       IF LVM-FILESTATUS = "00"
           SET LEAVE-IN-USE TO TRUE
       ELSE
           DISPLAY " LEAVEMASTER.DAT NOT FOUND - NO LEAVE PAID OUT "
       END-IF
       OPEN INPUT LOAN-MASTER
       IF LNM-FILESTATUS = "00"
           SET LOANS-IN-USE TO TRUE
           OPEN EXTEND LOAN-PAY-FILE
           IF LPY-FILESTATUS NOT = "00"
               OPEN OUTPUT LOAN-PAY-FILE
           END-IF
       END-IF
       OPEN I-O PAY-YTD
       IF YTD-FILESTATUS = "35"
           OPEN OUTPUT PAY-YTD
           CLOSE PAY-YTD
           OPEN I-O PAY-YTD
       END-IF
       IF YTD-FILESTATUS = "00"
           SET YTD-IN-USE TO TRUE
       ELSE
           DISPLAY " PAYYTD.DAT WILL NOT OPEN - YEAR TO DATE NOT "
           DISPLAY " POSTED, FILE STATUS IS : " YTD-FILESTATUS
       END-IF
      *    APPENDED BEHIND THE MONTH'S PAYROLL LINES, READY FOR THE
      *    PAYSLIP AND BANK FILE STEP.
       OPEN EXTEND PAY-DETAIL
       IF PAY-FILESTATUS NOT = "00"
           OPEN OUTPUT PAY-DETAIL
       END-IF
       OPEN EXTEND TRANSACTION-FILE
       IF TXN-FILESTATUS NOT = "00"
           OPEN OUTPUT TRANSACTION-FILE
       END-IF

       MOVE WS-TODAY-DATE TO WS-RPT-DATE-X
       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING "FinalPay." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL

       PERFORM SETTLE-ONE-PARA THRU SETTLE-ONE-EXIT
           UNTIL END-OF-FILE

       MOVE "SALARY TO LEAVING : " TO RPT-TOTAL-LABEL
       MOVE WS-RUN-SALARY TO RPT-TOTAL-AMOUNT
       MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "LEAVE PAID OUT    : " TO RPT-TOTAL-LABEL
       MOVE WS-RUN-LEAVE TO RPT-TOTAL-AMOUNT
       MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "GROSS SETTLED     : " TO RPT-TOTAL-LABEL
       MOVE WS-RUN-GROSS TO RPT-TOTAL-AMOUNT
       MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "LOANS RECOVERED   : " TO RPT-TOTAL-LABEL
       MOVE WS-RUN-LOANS TO RPT-TOTAL-AMOUNT
       MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "NET SETTLED       : " TO RPT-TOTAL-LABEL
       MOVE WS-RUN-NET TO RPT-TOTAL-AMOUNT
       MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE 'C' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE
       END-CALL

       CLOSE TRANSACTION-FILE
       CLOSE PAY-DETAIL
       IF YTD-IN-USE
           CLOSE PAY-YTD
       END-IF
       IF LOANS-IN-USE
           CLOSE LOAN-PAY-FILE
           CLOSE LOAN-MASTER
       END-IF
       IF LEAVE-IN-USE
           CLOSE LEAVE-MASTER
       END-IF
       CLOSE EMPLOYEE
       IF WS-SETTLED-COUNT > ZERO
           PERFORM POST-CONTROL-TOTAL-PARA
       END-IF
       PERFORM STAMP-RUN-CONTROL-PARA
       DISPLAY "=== FINAL PAY SETTLEMENT - " WS-TODAY-DATE " ==="
       DISPLAY "LEAVERS SETTLED     : " WS-SETTLED-COUNT
       DISPLAY "LOANS NOT CLEARED   : " WS-LOAN-SHORT-COUNT
       DISPLAY "NET SETTLED         : " WS-RUN-NET
       IF WS-LOAN-SHORT-COUNT > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       MOVE 'E' TO WS-RS-PHASE
       MOVE WS-SETTLED-COUNT TO WS-RS-RECORDS
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL.

       PROGRAM-END-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
      *    RUN UNIT JUST THE SAME.
       GOBACK.

       SETTLE-ONE-PARA.
       READ EMPLOYEE NEXT RECORD
           AT END
               SET END-OF-FILE TO TRUE
               GO TO SETTLE-ONE-EXIT
       END-READ
       IF NOT EMP-MST-TERMED
           GO TO SETTLE-ONE-EXIT
       END-IF
       IF EMP-TERM-DATE < WS-SETTLED-THROUGH
               OR EMP-TERM-DATE > WS-TODAY-DATE
           GO TO SETTLE-ONE-EXIT
       END-IF
       IF EMP-TERM-DATE = WS-SETTLED-THROUGH
           MOVE 'N' TO WS-SETTLED-SW
           PERFORM VARYING WS-SETTLED-SUB FROM 1 BY 1
                   UNTIL WS-SETTLED-SUB > WS-SETTLED-TOTAL
                      OR ALREADY-SETTLED
               IF WS-SETTLED-ID(WS-SETTLED-SUB) = EMP-ID
                   SET ALREADY-SETTLED TO TRUE
               END-IF
           END-PERFORM
           IF ALREADY-SETTLED
               GO TO SETTLE-ONE-EXIT
           END-IF
       END-IF
      *    ONE LEFT TODAY MUST GO ON THE STAMP OR A SECOND RUN TODAY
      *    WOULD PAY THEM AGAIN - NO ROOM, NO SETTLEMENT TODAY.
       IF EMP-TERM-DATE = WS-TODAY-DATE
           IF WS-TODAY-TOTAL NOT < WS-SETTLED-MAX
               DISPLAY "*** NO ROOM ON FINALPAY.RC - " EMP-ID
                   " LEFT TODAY, SETTLE TOMORROW"
               MOVE "FINAL-HLD" TO WS-SHARED-ACTION
               PERFORM LOG-EXCEPTION-PARA
               GO TO SETTLE-ONE-EXIT
           END-IF
           ADD 1 TO WS-TODAY-TOTAL
           MOVE EMP-ID TO WS-TODAY-ID(WS-TODAY-TOTAL)
       END-IF
       MOVE ZERO TO WS-SALARY-PAY
       MOVE ZERO TO WS-LEAVE-PAY
       MOVE ZERO TO WS-LEAVE-DAYS
       MOVE ZERO TO WS-DEDUCT
       MOVE ZERO TO WS-EMP-LOAN-TOTAL
       PERFORM PRORATE-SALARY-PARA THRU PRORATE-SALARY-EXIT
       COMPUTE WS-DAILY-RATE ROUNDED =
           EMP-SALARY * WS-DAY-HOURS / WS-YEAR-HOURS
       IF LEAVE-IN-USE
           PERFORM PAY-OUT-LEAVE-PARA THRU PAY-OUT-LEAVE-EXIT
       END-IF
       COMPUTE WS-GROSS = WS-SALARY-PAY + WS-LEAVE-PAY
       IF LOANS-IN-USE
           PERFORM RECOVER-LOANS-PARA THRU RECOVER-LOANS-EXIT
       END-IF
       COMPUTE WS-NET = WS-GROSS - WS-DEDUCT
       ADD 1 TO WS-SETTLED-COUNT
       ADD WS-SALARY-PAY TO WS-RUN-SALARY
       ADD WS-LEAVE-PAY TO WS-RUN-LEAVE
       ADD WS-GROSS TO WS-RUN-GROSS
       ADD WS-DEDUCT TO WS-RUN-LOANS
       ADD WS-NET TO WS-RUN-NET
       PERFORM PRINT-STATEMENT-PARA
       MOVE SPACES TO PAY-DETAIL-RECORD
       MOVE EMP-ID TO PAY-EMP-ID
       MOVE EMP-NAME TO PAY-NAME
       MOVE EMP-DEPT TO PAY-DEPT
       MOVE WS-PAY-PERIOD TO PAY-PERIOD
       MOVE WS-GROSS TO PAY-GROSS
       MOVE WS-DEDUCT TO PAY-DEDUCT
       MOVE WS-NET TO PAY-NET
       MOVE ZERO TO PAY-REG-HRS
       MOVE ZERO TO PAY-OT15-HRS
       MOVE ZERO TO PAY-OT20-HRS
       MOVE ZERO TO PAY-UNPAID-HRS
       MOVE ZERO TO PAY-OT-PAY
       MOVE ZERO TO PAY-UNPAID-PAY
       MOVE ZERO TO PAY-ARREARS
       WRITE PAY-DETAIL-RECORD
       MOVE WS-NET TO TXD-AMOUNT
       MOVE WS-TXN-DETAIL TO TXN-LINE
       WRITE TXN-LINE
       IF YTD-IN-USE
           PERFORM POST-YTD-PARA THRU POST-YTD-EXIT
       END-IF.
       SETTLE-ONE-EXIT.
       EXIT.

      *    THE TWELFTH FOR THE MONTH OF LEAVING, CUT TO THE WORKING
      *    DAYS UP TO AND INCLUDING THE LAST DAY. A MONTH PAYROLL
      *    HAS ALREADY PAID IN FULL ADDS NOTHING; THE DAYS PAID PAST
      *    THE LEAVING DATE ARE LOGGED FOR THE PAYROLL OFFICE.
       PRORATE-SALARY-PARA.
       COMPUTE WS-TWELFTH ROUNDED = EMP-SALARY / 12
       MOVE EMP-TERM-DATE TO WS-MONTH-FIRST
       MOVE 01 TO WS-MONTH-FIRST(7:2)
       IF WS-MONTH-FIRST(5:2) = "12"
           COMPUTE WS-NEXT-FIRST = WS-MONTH-FIRST + 8900
       ELSE
           COMPUTE WS-NEXT-FIRST = WS-MONTH-FIRST + 100
       END-IF
       COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST)
       COMPUTE WS-NEXT-INT = FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST)
       COMPUTE WS-TERM-INT = FUNCTION INTEGER-OF-DATE(EMP-TERM-DATE)
       MOVE ZERO TO WS-MONTH-DAYS
       MOVE ZERO TO WS-WORKED-DAYS
       PERFORM COUNT-ONE-DAY-PARA
           UNTIL WS-DAY-INT NOT < WS-NEXT-INT
       PERFORM CHECK-MONTH-PAID-PARA THRU CHECK-MONTH-PAID-EXIT
       IF MONTH-ALREADY-PAID
           IF WS-WORKED-DAYS < WS-MONTH-DAYS
               MOVE "FINAL-OVP" TO WS-SHARED-ACTION
               PERFORM LOG-EXCEPTION-PARA
           END-IF
           GO TO PRORATE-SALARY-EXIT
       END-IF
       IF WS-MONTH-DAYS > ZERO
           COMPUTE WS-SALARY-PAY ROUNDED =
               WS-TWELFTH * WS-WORKED-DAYS / WS-MONTH-DAYS
       END-IF.
       PRORATE-SALARY-EXIT.
       EXIT.

       COUNT-ONE-DAY-PARA.
       COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
       MOVE 'B' TO WS-CAL-FUNC
       CALL "BIZCAL" USING WS-CAL-FUNC, WS-DAY-DATE,
           WS-CAL-RESULT, WS-CAL-FLAG
       END-CALL
       IF WS-CAL-FLAG = 'Y'
           ADD 1 TO WS-MONTH-DAYS
           IF WS-DAY-INT NOT > WS-TERM-INT
               ADD 1 TO WS-WORKED-DAYS
           END-IF
       END-IF
       ADD 1 TO WS-DAY-INT.

      *    PAYROLL POSTS EVERY MONTH IT PAYS TO THE YEAR-TO-DATE
      *    RECORD, SO A GROSS THERE FOR THE MONTH OF LEAVING MEANS
      *    THE FULL TWELFTH HAS GONE OUT.
       CHECK-MONTH-PAID-PARA.
       MOVE 'N' TO WS-MONTH-PAID-SW
       IF NOT YTD-IN-USE
           GO TO CHECK-MONTH-PAID-EXIT
       END-IF
       MOVE EMP-ID TO PYT-EMP-ID
       READ PAY-YTD KEY IS PYT-EMP-ID
           INVALID KEY
               GO TO CHECK-MONTH-PAID-EXIT
       END-READ
       MOVE EMP-TERM-DATE(5:2) TO WS-TERM-MONTH
       IF PYT-TAX-YEAR = EMP-TERM-DATE(1:4)
               AND PYT-M-GROSS(WS-TERM-MONTH) > ZERO
           SET MONTH-ALREADY-PAID TO TRUE
       END-IF.
       CHECK-MONTH-PAID-EXIT.
       EXIT.

      *    UNUSED VACATION IS PAID OUT AND THE BALANCE CLEARED; SICK
      *    LEAVE IS NOT PAID OUT.
       PAY-OUT-LEAVE-PARA.
       MOVE EMP-ID TO LVM-EMP-ID
       MOVE "VAC " TO LVM-TYPE
       READ LEAVE-MASTER KEY IS LVM-KEY
           INVALID KEY
               GO TO PAY-OUT-LEAVE-EXIT
       END-READ
       IF LVM-BALANCE < ZERO
           MOVE "LEAVE-OVR" TO WS-SHARED-ACTION
           PERFORM LOG-EXCEPTION-PARA
           GO TO PAY-OUT-LEAVE-EXIT
       END-IF
       IF LVM-BALANCE = ZERO
           GO TO PAY-OUT-LEAVE-EXIT
       END-IF
       MOVE LVM-BALANCE TO WS-LEAVE-DAYS
       COMPUTE WS-LEAVE-PAY ROUNDED = WS-LEAVE-DAYS * WS-DAILY-RATE
       ADD WS-LEAVE-DAYS TO LVM-TAKEN
       MOVE ZERO TO LVM-BALANCE
       REWRITE LEAVE-MASTER-RECORD
           INVALID KEY
               DISPLAY "*** LEAVE BALANCE NOT CLEARED : " LVM-KEY
               MOVE "LEAVE-UPD" TO WS-SHARED-ACTION
               PERFORM LOG-EXCEPTION-PARA
       END-REWRITE.
       PAY-OUT-LEAVE-EXIT.
       EXIT.

      *    THE LEAVER'S STAFF LOANS SIT TOGETHER UNDER THE ALTERNATE
      *    KEY.
       RECOVER-LOANS-PARA.
       MOVE EMP-ID TO LN-EMP-ID
       START LOAN-MASTER KEY IS EQUAL TO LN-EMP-ID
           INVALID KEY
               GO TO RECOVER-LOANS-EXIT
       END-START
       MOVE 'N' TO WS-LOAN-EOF
       PERFORM RECOVER-ONE-LOAN-PARA THRU RECOVER-ONE-LOAN-EXIT
           UNTIL LOANS-DONE.
       RECOVER-LOANS-EXIT.
       EXIT.

      *    THE WHOLE BALANCE FALLS DUE ON LEAVING, TAKEN AS FAR AS
      *    THE SETTLEMENT WILL GO - NEVER BELOW A NIL NET. WHAT IS
      *    LEFT IS LOGGED FOR THE PAYROLL OFFICE TO COLLECT.
       RECOVER-ONE-LOAN-PARA.
       READ LOAN-MASTER NEXT RECORD
           AT END
               SET LOANS-DONE TO TRUE
               GO TO RECOVER-ONE-LOAN-EXIT
       END-READ
       IF LN-EMP-ID NOT = EMP-ID
           SET LOANS-DONE TO TRUE
           GO TO RECOVER-ONE-LOAN-EXIT
       END-IF
       IF LN-BALANCE NOT > ZERO
           GO TO RECOVER-ONE-LOAN-EXIT
       END-IF
       IF WS-EMP-LOAN-TOTAL NOT < 10
           ADD 1 TO WS-LOAN-SHORT-COUNT
           MOVE "LOAN-SHRT" TO WS-SHARED-ACTION
           PERFORM LOG-EXCEPTION-PARA
           GO TO RECOVER-ONE-LOAN-EXIT
       END-IF
       MOVE LN-BALANCE TO WS-LOAN-AMOUNT
       COMPUTE WS-LOAN-ROOM = WS-GROSS - WS-DEDUCT
       IF WS-LOAN-AMOUNT > WS-LOAN-ROOM
           MOVE WS-LOAN-ROOM TO WS-LOAN-AMOUNT
           ADD 1 TO WS-LOAN-SHORT-COUNT
           MOVE "LOAN-SHRT" TO WS-SHARED-ACTION
           PERFORM LOG-EXCEPTION-PARA
       END-IF
       ADD 1 TO WS-EMP-LOAN-TOTAL
       MOVE LN-ID TO WS-EMP-LOAN-ID(WS-EMP-LOAN-TOTAL)
       MOVE WS-LOAN-AMOUNT TO WS-EMP-LOAN-AMOUNT(WS-EMP-LOAN-TOTAL)
       COMPUTE WS-EMP-LOAN-LEFT(WS-EMP-LOAN-TOTAL) =
           LN-BALANCE - WS-LOAN-AMOUNT
       IF WS-LOAN-AMOUNT NOT > ZERO
           GO TO RECOVER-ONE-LOAN-EXIT
       END-IF
       ADD WS-LOAN-AMOUNT TO WS-DEDUCT
       MOVE SPACES TO LOAN-PAY-LINE
       MOVE LN-ID TO LPY-LOAN-ID
       MOVE WS-LOAN-AMOUNT TO LPY-AMOUNT
       WRITE LOAN-PAY-LINE.
       RECOVER-ONE-LOAN-EXIT.
       EXIT.

      *    THE SETTLEMENT IS ADDED TO THE MONTH IT IS PAID IN - A
      *    LEAVER HAS NO PAYROLL LINE FOR THE MONTH TO REPLACE - AND
      *    THE YEAR RE-ADDED FROM THE MONTHS AS PAYROLL DOES.
       POST-YTD-PARA.
       MOVE EMP-ID TO PYT-EMP-ID
       MOVE 'Y' TO WS-YTD-FOUND-SW
       READ PAY-YTD KEY IS PYT-EMP-ID
           INVALID KEY
               MOVE 'N' TO WS-YTD-FOUND-SW
       END-READ
       IF NOT YTD-ON-FILE
           INITIALIZE PAY-YTD-RECORD
           MOVE EMP-ID TO PYT-EMP-ID
           MOVE WS-PAY-YEAR TO PYT-TAX-YEAR
       END-IF
       IF PYT-TAX-YEAR NOT = WS-PAY-YEAR
           MOVE "YTD-YEAR " TO WS-SHARED-ACTION
           PERFORM LOG-EXCEPTION-PARA
           GO TO POST-YTD-EXIT
       END-IF
       MOVE EMP-NAME TO PYT-NAME
       MOVE EMP-DEPT TO PYT-DEPT
       MOVE WS-PAY-PERIOD TO PYT-LAST-PERIOD
       ADD WS-GROSS TO PYT-M-GROSS(WS-YTD-MONTH)
       ADD WS-NET TO PYT-M-NET(WS-YTD-MONTH)
       IF WS-DEDUCT > ZERO
           PERFORM POST-YTD-LOAN-PARA
       END-IF
       MOVE ZERO TO PYT-YTD-GROSS
       MOVE ZERO TO PYT-YTD-NET
       PERFORM VARYING WS-YTD-SLOT FROM 1 BY 1
               UNTIL WS-YTD-SLOT > 10
           MOVE ZERO TO PYT-YTD-DED(WS-YTD-SLOT)
       END-PERFORM
       PERFORM ADD-YTD-MONTH-PARA
           VARYING WS-YTD-M-SUB FROM 1 BY 1
           UNTIL WS-YTD-M-SUB > 12
       IF YTD-ON-FILE
           REWRITE PAY-YTD-RECORD
               INVALID KEY
                   MOVE "YTD-WRITE" TO WS-SHARED-ACTION
                   PERFORM LOG-EXCEPTION-PARA
           END-REWRITE
       ELSE
           WRITE PAY-YTD-RECORD
               INVALID KEY
                   MOVE "YTD-WRITE" TO WS-SHARED-ACTION
                   PERFORM LOG-EXCEPTION-PARA
           END-WRITE
       END-IF.
       POST-YTD-EXIT.
       EXIT.

      *    THE RECOVERY GOES TO THE SLOT PAYROLL GAVE ITS LOAN CODE,
      *    OR THE FIRST FREE ONE IF NO REPAYMENT WAS TAKEN THIS YEAR.
       POST-YTD-LOAN-PARA.
       MOVE 'N' TO WS-SLOT-FOUND-SW
       PERFORM VARYING WS-YTD-SLOT FROM 1 BY 1
               UNTIL WS-YTD-SLOT > 10 OR SLOT-FOUND
           IF PYT-DED-CODE(WS-YTD-SLOT) = WS-LOAN-DED-CODE
               SET SLOT-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF NOT SLOT-FOUND
           PERFORM VARYING WS-YTD-SLOT FROM 1 BY 1
                   UNTIL WS-YTD-SLOT > 10 OR SLOT-FOUND
               IF PYT-DED-CODE(WS-YTD-SLOT) = SPACES
                   SET SLOT-FOUND TO TRUE
                   MOVE WS-LOAN-DED-CODE
                       TO PYT-DED-CODE(WS-YTD-SLOT)
               END-IF
           END-PERFORM
       END-IF
       IF SLOT-FOUND
           SUBTRACT 1 FROM WS-YTD-SLOT
           ADD WS-DEDUCT TO PYT-M-DED(WS-YTD-MONTH, WS-YTD-SLOT)
       ELSE
           MOVE "YTD-DEDFL" TO WS-SHARED-ACTION
           PERFORM LOG-EXCEPTION-PARA
       END-IF.

       ADD-YTD-MONTH-PARA.
       ADD PYT-M-GROSS(WS-YTD-M-SUB) TO PYT-YTD-GROSS
       ADD PYT-M-NET(WS-YTD-M-SUB) TO PYT-YTD-NET
       PERFORM VARYING WS-YTD-SLOT FROM 1 BY 1
               UNTIL WS-YTD-SLOT > 10
           ADD PYT-M-DED(WS-YTD-M-SUB, WS-YTD-SLOT)
               TO PYT-YTD-DED(WS-YTD-SLOT)
       END-PERFORM.

       PRINT-STATEMENT-PARA.
       MOVE RPT-RULE-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE EMP-ID TO RPT-EMP-ID
       MOVE EMP-NAME TO RPT-EMP-NAME
       MOVE EMP-DEPT TO RPT-DEPT
       MOVE RPT-STMT-HEAD-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE EMP-TERM-DATE TO RPT-TERM-DATE
       MOVE WS-WORKED-DAYS TO RPT-WORKED-DAYS
       MOVE WS-MONTH-DAYS TO RPT-MONTH-DAYS
       MOVE RPT-STMT-TERM-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "  MONTHLY SALARY (ONE TWELFTH)" TO RPT-STMT-LABEL
       MOVE WS-TWELFTH TO RPT-STMT-AMOUNT
       MOVE RPT-STMT-AMOUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "  SALARY TO LEAVING DATE" TO RPT-STMT-LABEL
       MOVE WS-SALARY-PAY TO RPT-STMT-AMOUNT
       MOVE RPT-STMT-AMOUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       IF MONTH-ALREADY-PAID
           MOVE "MONTH OF LEAVING ALREADY PAID IN FULL BY PAYROLL"
               TO RPT-STMT-NOTE
           MOVE RPT-STMT-NOTE-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
       END-IF
       MOVE WS-LEAVE-DAYS TO RPT-LEAVE-DAYS
       MOVE WS-DAILY-RATE TO RPT-DAILY-RATE
       MOVE RPT-STMT-LEAVE-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "  LEAVE PAY" TO RPT-STMT-LABEL
       MOVE WS-LEAVE-PAY TO RPT-STMT-AMOUNT
       MOVE RPT-STMT-AMOUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "  GROSS SETTLEMENT" TO RPT-STMT-LABEL
       MOVE WS-GROSS TO RPT-STMT-AMOUNT
       MOVE RPT-STMT-AMOUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM VARYING WS-EMP-LOAN-SUB FROM 1 BY 1
               UNTIL WS-EMP-LOAN-SUB > WS-EMP-LOAN-TOTAL
           MOVE WS-EMP-LOAN-ID(WS-EMP-LOAN-SUB) TO RPT-LOAN-ID
           MOVE WS-EMP-LOAN-AMOUNT(WS-EMP-LOAN-SUB)
               TO RPT-LOAN-AMOUNT
           MOVE WS-EMP-LOAN-LEFT(WS-EMP-LOAN-SUB) TO RPT-LOAN-LEFT
           MOVE RPT-STMT-LOAN-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
       END-PERFORM
       MOVE "  NET SETTLEMENT" TO RPT-STMT-LABEL
       MOVE WS-NET TO RPT-STMT-AMOUNT
       MOVE RPT-STMT-AMOUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL.

       LOG-EXCEPTION-PARA.
       MOVE EMP-ID TO WS-SHARED-KEY
       CALL "EXCPLOG" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
           WS-SHARED-KEY.

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
       END-IF.

      *    THE SETTLEMENT TOTAL JOINS PAYROLL'S IN THE EXPECTED
      *    CONTROL TOTAL, SO THE BALANCING PROOF COVERS IT TOO.
       POST-CONTROL-TOTAL-PARA.
       OPEN INPUT CONTROL-FILE
       IF CTL-FILESTATUS = "00"
           READ CONTROL-FILE INTO CTL-LINE
               AT END MOVE SPACES TO CTL-LINE
           END-READ
           MOVE SPACES TO WS-PARSE-RECORD
           MOVE CTL-LINE TO WS-PARSE-RECORD
           CALL "FLDPARSE" USING WS-PARSE-RECORD, WS-PARSE-DELIM,
               WS-PARSE-FIELDS, WS-PARSE-COUNT, WS-PARSE-ERROR
           END-CALL
           IF WS-PARSE-COUNT > ZERO
               COMPUTE WS-PRIOR-CONTROL =
                   FUNCTION NUMVAL(WS-PARSE-FIELD(1))
           END-IF
           CLOSE CONTROL-FILE
       END-IF
       COMPUTE WS-NEW-CONTROL = WS-PRIOR-CONTROL + WS-RUN-NET
       OPEN OUTPUT CONTROL-FILE
       MOVE WS-NEW-CONTROL TO WS-AMOUNT-TEXT
       MOVE WS-AMOUNT-TEXT TO CTL-LINE
       WRITE CTL-LINE
       CLOSE CONTROL-FILE.

      *    WITH NO SETTLEMENT STAMP YET THE WINDOW OPENS AT THE LAST
      *    PAYROLL RUN - EVERYONE WHO LEFT SINCE THEN IS UNPAID.
       CHECK-RUN-CONTROL-PARA.
       OPEN INPUT RUN-CONTROL-FILE
       IF RCF-FILESTATUS = "00"
           READ RUN-CONTROL-FILE
               AT END
                   SET RCF-END-OF-FILE TO TRUE
               NOT AT END
                   IF RC-RECORD(1:8) IS NUMERIC
                       MOVE RC-RECORD(1:8) TO WS-SETTLED-THROUGH
                   END-IF
           END-READ
           PERFORM LOAD-SETTLED-ID-PARA UNTIL RCF-END-OF-FILE
           CLOSE RUN-CONTROL-FILE
       END-IF
       IF WS-SETTLED-THROUGH = ZERO
           OPEN INPUT PAYROLL-RC-FILE
           IF PRC-FILESTATUS = "00"
               READ PAYROLL-RC-FILE
                   AT END MOVE ZERO TO PRC-RECORD
               END-READ
               IF PRC-RECORD IS NUMERIC
                   MOVE PRC-RECORD TO WS-SETTLED-THROUGH
               END-IF
               CLOSE PAYROLL-RC-FILE
           END-IF
       END-IF.

       LOAD-SETTLED-ID-PARA.
       READ RUN-CONTROL-FILE
           AT END
               SET RCF-END-OF-FILE TO TRUE
           NOT AT END
               IF RC-RECORD NOT = SPACES
                   IF WS-SETTLED-TOTAL < WS-SETTLED-MAX
                       ADD 1 TO WS-SETTLED-TOTAL
                       MOVE RC-RECORD
                           TO WS-SETTLED-ID(WS-SETTLED-TOTAL)
                   ELSE
                       ADD 1 TO WS-SETTLED-SKIPPED
                   END-IF
               END-IF
       END-READ.

      *    SETTLED THROUGH TODAY, WITH EVERYONE WHO LEFT TODAY AND
      *    HAS BEEN PAID.
       STAMP-RUN-CONTROL-PARA.
       OPEN OUTPUT RUN-CONTROL-FILE
       MOVE SPACES TO RC-RECORD
       MOVE WS-TODAY-DATE TO RC-RECORD(1:8)
       WRITE RC-RECORD
       PERFORM VARYING WS-SETTLED-SUB FROM 1 BY 1
               UNTIL WS-SETTLED-SUB > WS-TODAY-TOTAL
           MOVE WS-TODAY-ID(WS-SETTLED-SUB) TO RC-RECORD
           WRITE RC-RECORD
       END-PERFORM
       CLOSE RUN-CONTROL-FILE.
       END PROGRAM FINALPAY.
