      *          ControlTotal.dat so the existing BalanceReport
      *          control-total proof covers payroll the way it covers
      *          sales. The Payroll.rc run-control stamp blocks a
      *          second run in the same month. The month's
      *          Timesheet.dat (one fixed-column line per employee:
      *          regular, time-and-a-half, double-time and unpaid
      *          hours, in hundredths) is edited first - every field
      *          through the shared INPUT-EDIT routine, the period
      *          against this month, regular plus unpaid hours
      *          against the BIZCAL working days in the month at
      *          PAY-DAY-HOURS (GETPARM, default 8) a day. Overtime
      *          is added to the twelfth and unpaid hours taken off
      *          it at an hourly rate of the annual salary over
      *          PAY-YEAR-HOURS (GETPARM, default 2080), and the
      *          hours and amounts go on the register and the pay
      *          line. A timesheet that fails an edit, or belongs to
      *          an unknown or terminated employee, goes to suspense
      *          through SUSPOUT; an employee with no timesheet is
      *          paid the plain twelfth as before. Every pay line is
      *          also posted to the employee's PayYtd.dat year-to-date
      *          record - the month's gross, amount per deduction code
      *          and net replace whatever that month held, and the
      *          year is re-added from the months, so a month paid
      *          again never counts twice. A master still on last
      *          year's tax year stops the run until PAYYEND has
      *          closed it. Deductions follow each employee's own
      *          elections on EmpDeduct.dat (percent of gross or a
      *          fixed amount, between its start and stop dates,
      *          held to its monthly cap, to what is left of its
      *          cumulative limit and to the pay left after the
      *          elections before it - one cut short is logged); an
      *          election that reaches its limit - a garnishment paid
      *          off - is marked paid and taken no further.
      *          Deductions.dat names the codes, and only while no
      *          EmpDeduct.dat exists do its flat percentages still
      *          apply to everybody. A net pay
      *          left below PAY-MIN-NET (GETPARM, default 500) is
      *          flagged on the register and logged. A salary
      *          change EMPMAINT applied with an effective date
      *          leaves a PayRetro.dat line; every month from that
      *          date up to the last month Payroll.rc shows paid is
      *          repriced at the new twelfth and the difference paid
      *          as arrears, on its own register and payslip line
      *          and inside the month's gross. Each line is proved on
      *          a PayArrears arrears audit report (old and new
      *          monthly rate, months covered, amount) catalogued as
      *          PAYARREARS, and the file is cleared. A back-dated cut
      *          is listed but never recovered automatically; the
      *          arrears of a terminated or unknown employee go to
      *          suspense for the payroll office. Every staff loan
      *          on LoanMaster.dat (one carrying the employee's
      *          EMP-ID) with a balance has its level payment - never
      *          more than the balance, nor more than the pay left
      *          after the other deductions - taken as a further
      *          deduction, shown on its own register line and
      *          appended to Payments.dat for LOANSRV's posting run;
      *          the month's repayments go to the year-to-date master
      *          under deduction code LOAN.
      *          A run dated into an accounting period that
      *          month-end has closed is refused by PERCHK before
      *          anybody is paid and queued on suspense.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCF-FILESTATUS.

           SELECT TIMESHEET-FILE ASSIGN TO 'Timesheet.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TSH-FILESTATUS.

           SELECT EMP-DEDUCT ASSIGN TO 'EmpDeduct.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EDE-KEY
           FILE STATUS IS EDE-FILESTATUS.

           SELECT RETRO-FILE ASSIGN TO 'PayRetro.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RTO-FILESTATUS.

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

       DATA DIVISION.
       FILE SECTION.

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
       FD RUN-CONTROL-FILE.
       01 RC-RECORD PIC 9(8).
      *
      *    HOURS ARE KEYED IN HUNDREDTHS WITH NO POINT (16000 IS
      *    160.00 HOURS) SO EVERY FIELD CAN TAKE THE NUMERIC EDIT.
       FD TIMESHEET-FILE.
       01 TIMESHEET-RECORD.
        05 TSH-EMP-ID PIC X(10).
        05 FILLER PIC X(1).
        05 TSH-PERIOD PIC X(6).
        05 FILLER PIC X(1).
        05 TSH-REG-HRS PIC X(5).
        05 FILLER PIC X(1).
        05 TSH-OT15-HRS PIC X(5).
        05 FILLER PIC X(1).
        05 TSH-OT20-HRS PIC X(5).
        05 FILLER PIC X(1).
        05 TSH-UNPAID-HRS PIC X(5).
       01 TIMESHEET-NUMERIC-VIEW.
        05 FILLER PIC X(11).
        05 TSH-PERIOD-N PIC 9(6).
        05 FILLER PIC X(1).
        05 TSH-REG-HRS-N PIC 9(3)V99.
        05 FILLER PIC X(1).
        05 TSH-OT15-HRS-N PIC 9(3)V99.
        05 FILLER PIC X(1).
        05 TSH-OT20-HRS-N PIC 9(3)V99.
        05 FILLER PIC X(1).
        05 TSH-UNPAID-HRS-N PIC 9(3)V99.
      *
       FD EMP-DEDUCT.
       COPY EDEREC REPLACING ==:REC:== BY ==EMP-DEDUCT-RECORD==.
      *
       FD RETRO-FILE.
       COPY RTOREC REPLACING ==:REC:== BY ==RETRO-RECORD==.
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
       WORKING-STORAGE SECTION.

       01 TXN-FILESTATUS PIC X(02).
       01 CTL-FILESTATUS PIC X(02).
       01 RCF-FILESTATUS PIC X(02).
       01 TSH-FILESTATUS PIC X(02).
       01 YTD-FILESTATUS PIC X(02).
       01 EDE-FILESTATUS PIC X(02).
       01 RTO-FILESTATUS PIC X(02).
       01 LNM-FILESTATUS PIC X(02).
       01 LPY-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
       01 DED-EOF PIC X(1) VALUE 'N'.
           88 DED-END-OF-FILE VALUE 'Y'.
       01 TSH-EOF PIC X(1) VALUE 'N'.
           88 TSH-END-OF-FILE VALUE 'Y'.
       01 RTO-EOF PIC X(1) VALUE 'N'.
           88 RTO-END-OF-FILE VALUE 'Y'.
      *
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PAY-PERIOD PIC 9(6).
       01 WS-LAST-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-RUN-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-LAST-RUN-PERIOD-R REDEFINES WS-LAST-RUN-PERIOD.
           05 WS-LAST-RUN-YY PIC 9(4).
           05 WS-LAST-RUN-MM PIC 9(2).
       01 WS-RERUN-FLAG PIC X(1) VALUE 'N'.
           88 RERUN-BLOCKED VALUE 'Y'.
      *
       01 WS-DED-DESC-IN PIC X(15).
       01 WS-DED-PCT-IN PIC X(8).
      *
      *    THE MONTH'S EDITED TIMESHEETS, HELD UNTIL THE EMPLOYEE
      *    PASS CLAIMS THEM; WHATEVER IS UNCLAIMED AT THE END HAS NO
      *    EMPLOYEE ON THE MASTER.
       01 TSH-TABLE.
           05 TSH-ENTRY OCCURS 200 TIMES.
               10 TSH-T-EMP-ID PIC X(10).
               10 TSH-T-REG-HRS PIC 9(3)V99.
               10 TSH-T-OT15-HRS PIC 9(3)V99.
               10 TSH-T-OT20-HRS PIC 9(3)V99.
               10 TSH-T-UNPAID-HRS PIC 9(3)V99.
               10 TSH-T-CLAIMED PIC X(1).
               10 TSH-T-LINE PIC X(41).
       01 WS-TSH-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-TSH-MAX PIC 9(3) VALUE 200.
       01 WS-TSH-SUB PIC 9(3).
       01 WS-TSH-SKIPPED PIC 9(5) VALUE ZERO.
       01 WS-TSH-FOUND-SW PIC X(1).
           88 TIMESHEET-FOUND VALUE 'Y'.
       01 WS-TSH-READ PIC 9(5) VALUE ZERO.
       01 WS-TSH-APPLIED PIC 9(5) VALUE ZERO.
       01 WS-TSH-SUSPENDED PIC 9(5) VALUE ZERO.
       01 WS-HOURS-BAD-SW PIC X(1).
           88 HOURS-BAD VALUE 'Y'.
      *
       01 WS-EDIT-FIELD PIC X(20).
       01 WS-EDIT-LEN PIC 99.
       01 WS-EDIT-TYPE PIC X(1).
       01 WS-EDIT-VALID PIC X(1).
      *
      *    PENDING RETROACTIVE SALARY CHANGES, CLAIMED AND PRICED
      *    AS THE EMPLOYEE PASS REACHES EACH EMPLOYEE AND LISTED ON
      *    THE ARREARS AUDIT AFTERWARDS.
       01 RTO-TABLE.
           05 RTO-ENTRY OCCURS 200 TIMES.
               10 RTO-T-EMP-ID PIC X(10).
               10 RTO-T-EFF-DATE PIC 9(8).
               10 RTO-T-OLD-SALARY PIC 9(7)V99.
               10 RTO-T-NEW-SALARY PIC 9(7)V99.
               10 RTO-T-CLAIMED PIC X(1).
               10 RTO-T-OLD-MONTH PIC 9(7)V99.
               10 RTO-T-NEW-MONTH PIC 9(7)V99.
               10 RTO-T-MONTHS PIC 9(3).
               10 RTO-T-AMOUNT PIC 9(7)V99.
               10 RTO-T-NOTE PIC X(12).
               10 RTO-T-LINE PIC X(48).
       01 WS-RTO-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-RTO-MAX PIC 9(3) VALUE 200.
       01 WS-RTO-SUB PIC 9(3).
       01 WS-RTO-SKIPPED PIC 9(5) VALUE ZERO.
       01 WS-RTO-SUSPENDED PIC 9(5) VALUE ZERO.
       01 WS-EFF-PERIOD PIC 9(6).
       01 WS-EFF-PERIOD-R REDEFINES WS-EFF-PERIOD.
           05 WS-EFF-YY PIC 9(4).
           05 WS-EFF-MM PIC 9(2).
       01 WS-ARREARS PIC S9(7)V99.
       01 WS-RUN-ARREARS PIC S9(9)V99 VALUE ZERO.
       01 WS-ARREARS-COUNT PIC 9(5) VALUE ZERO.
      *
      *    STAFF LOANS REPAID FROM THIS EMPLOYEE'S PAY, NOTED UNDER
      *    THE PAY LINE.
       01 WS-LOANS-SW PIC X(1) VALUE 'N'.
           88 LOANS-IN-USE VALUE 'Y'.
       01 WS-LOAN-EOF PIC X(1).
           88 LOANS-DONE VALUE 'Y'.
       01 WS-EMP-LOAN-TABLE.
           05 WS-EMP-LOAN OCCURS 10 TIMES.
               10 WS-EMP-LOAN-ID PIC X(8).
               10 WS-EMP-LOAN-AMOUNT PIC 9(7)V99.
       01 WS-EMP-LOAN-TOTAL PIC 9(2).
       01 WS-EMP-LOAN-SUB PIC 9(2).
       01 WS-LOAN-AMOUNT PIC S9(7)V99.
       01 WS-LOAN-ROOM PIC S9(7)V99.
      *    STAFF LOAN REPAYMENTS GO TO THE YEAR-TO-DATE MASTER UNDER
      *    THEIR OWN DEDUCTION CODE, BESIDE THE DEDUCTIONS.DAT CODES.
       01 WS-LOAN-DED-CODE PIC X(4) VALUE "LOAN".
       01 WS-YTD-DED-CODE PIC X(4).
       01 WS-YTD-DED-AMOUNT PIC S9(7)V99.
       01 WS-RUN-LOANS PIC S9(9)V99 VALUE ZERO.
       01 WS-LOANS-REPAID PIC 9(5) VALUE ZERO.
      *
       01 WS-CAL-FUNC PIC X(1).
       01 WS-CAL-RESULT PIC 9(8).
       01 WS-CAL-FLAG PIC X(1).
       01 WS-MONTH-FIRST PIC 9(8).
       01 WS-NEXT-FIRST PIC 9(8).
       01 WS-DAY-INT PIC 9(7).
       01 WS-NEXT-INT PIC 9(7).
       01 WS-DAY-DATE PIC 9(8).
       01 WS-WORK-DAYS PIC 9(2) VALUE ZERO.
       01 WS-MONTH-HOURS PIC 9(3)V99.
      *
       01 WS-PARM-KEY PIC X(16).
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5).
       01 WS-PARM-FOUND PIC X(1).
       01 WS-DAY-HOURS PIC 9(2).
       01 WS-YEAR-HOURS PIC 9(4).
      *
       01 WS-HOURLY-RATE PIC 9(5)V9(4).
       01 WS-BASE-PAY PIC S9(7)V99.
       01 WS-OT-PAY PIC S9(7)V99.
       01 WS-UNPAID-PAY PIC S9(7)V99.
       01 WS-RUN-OT-PAY PIC S9(9)V99 VALUE ZERO.
       01 WS-RUN-UNPAID-PAY PIC S9(9)V99 VALUE ZERO.
      *    THIS EMPLOYEE'S AMOUNT FOR EACH DEDUCTIONS-TABLE ENTRY,
      *    KEPT APART FOR THE YEAR-TO-DATE POSTING.
       01 WS-EMP-DED-TABLE.
           05 WS-EMP-DED OCCURS 10 TIMES PIC S9(7)V99.
       01 WS-YTD-FOUND-SW PIC X(1).
           88 YTD-ON-FILE VALUE 'Y'.
       01 WS-YTD-MONTH PIC 9(2).
       01 WS-YTD-SLOT PIC 9(2).
       01 WS-YTD-M-SUB PIC 9(2).
       01 WS-SLOT-FOUND-SW PIC X(1).
           88 SLOT-FOUND VALUE 'Y'.
       01 WS-YTD-POSTED PIC 9(5) VALUE ZERO.
      *
       01 WS-ELECTIONS-SW PIC X(1) VALUE 'N'.
           88 ELECTIONS-IN-USE VALUE 'Y'.
       01 WS-ELECT-EOF PIC X(1).
           88 ELECTIONS-DONE VALUE 'Y'.
       01 WS-ELECT-AMOUNT PIC S9(9)V99.
       01 WS-ELECT-REMAINING PIC S9(9)V99.
       01 WS-ELECT-ROOM PIC S9(9)V99.
       01 WS-ELECT-OK-SW PIC X(1).
           88 ELECTION-APPLIES VALUE 'Y'.
       01 WS-DED-FOUND-SW PIC X(1).
           88 DEDUCTION-FOUND VALUE 'Y'.
       01 WS-ELECT-APPLIED PIC 9(5) VALUE ZERO.
       01 WS-PAID-OFF-COUNT PIC 9(5) VALUE ZERO.
      *    GARNISHMENTS PAID OFF FOR THE EMPLOYEE IN HAND, NOTED
      *    UNDER THE PAY LINE.
       01 WS-PAID-OFF-TABLE.
           05 WS-PAID-OFF-CODE OCCURS 10 TIMES PIC X(4).
       01 WS-PAID-OFF-TOTAL PIC 9(2).
       01 WS-PAID-OFF-SUB PIC 9(2).
       01 WS-MIN-NET PIC 9(5).
       01 WS-LOW-NET-COUNT PIC 9(5) VALUE ZERO.
       01 WS-YTD-BLOCKED-SW PIC X(1) VALUE 'N'.
           88 YTD-BLOCKED VALUE 'Y'.
       01 WS-PAY-YEAR PIC 9(4).
       01 WS-GROSS PIC S9(7)V99.
       01 WS-DEDUCT PIC S9(7)V99.
       01 WS-NET PIC S9(7)V99.
           05 RPT-DEDUCT PIC -(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-NET PIC -(8)9.99.
       01 RPT-HOURS-LINE.
           05 FILLER PIC X(12) VALUE "  HOURS REG ".
           05 RPT-REG-HRS PIC ZZ9.99.
           05 FILLER PIC X(7) VALUE " OT1.5 ".
           05 RPT-OT15-HRS PIC ZZ9.99.
           05 FILLER PIC X(5) VALUE " OT2 ".
           05 RPT-OT20-HRS PIC ZZ9.99.
           05 FILLER PIC X(8) VALUE " UNPAID ".
           05 RPT-UNPAID-HRS PIC ZZ9.99.
       01 RPT-HOURS-PAY-LINE.
           05 FILLER PIC X(15) VALUE "  OVERTIME PAY ".
           05 RPT-OT-PAY PIC -(6)9.99.
           05 FILLER PIC X(16) VALUE "  UNPAID HOURS ".
           05 RPT-UNPAID-PAY PIC -(6)9.99.
       01 RPT-ARREARS-LINE.
           05 FILLER PIC X(39) VALUE
              "  ARREARS - BACK-DATED SALARY CHANGE ".
           05 RPT-ARREARS PIC -(6)9.99.
       01 RPT-LOAN-LINE.
           05 FILLER PIC X(14) VALUE "  STAFF LOAN ".
           05 RPT-LOAN-ID PIC X(8).
           05 FILLER PIC X(11) VALUE " REPAYMENT ".
           05 RPT-LOAN-AMOUNT PIC -(6)9.99.
       01 RPT-PAID-OFF-LINE.
           05 FILLER PIC X(16) VALUE "  DEDUCTION ".
           05 RPT-PAID-OFF-CODE PIC X(4).
           05 FILLER PIC X(40) VALUE
              " LIMIT REACHED - PAID OFF, NOW STOPPED".
       01 RPT-LOW-NET-LINE.
           05 FILLER PIC X(36) VALUE
              "  *** NET PAY BELOW THE MINIMUM OF ".
           05 RPT-LOW-NET-MIN PIC ZZZZ9.
           05 FILLER PIC X(20) VALUE " - CHECK DEDUCTIONS".
       01 RPT-DEPT-LINE.
           05 FILLER PIC X(6) VALUE "DEPT ".
           05 RPT-DEPT-CODE PIC X(3).
           05 RPT-DEPT-NAME PIC X(20).
           05 FILLER PIC X(9) VALUE " NET : ".
           05 RPT-DEPT-NET PIC -(9)9.99.
       01 RPT-ARR-HEADER-2.
           05 FILLER PIC X(11) VALUE "EMP-ID".
           05 FILLER PIC X(9)  VALUE "EFFECT".
           05 FILLER PIC X(7)  VALUE "FROM".
           05 FILLER PIC X(11) VALUE "   OLD/MTH".
           05 FILLER PIC X(11) VALUE "   NEW/MTH".
           05 FILLER PIC X(4)  VALUE "MTH".
           05 FILLER PIC X(11) VALUE "   ARREARS".
           05 FILLER PIC X(12) VALUE "NOTE".
       01 RPT-ARR-THROUGH-LINE.
           05 FILLER PIC X(36) VALUE
              "MONTHS ALREADY PAID THROUGH PERIOD ".
           05 RPT-ARR-THROUGH PIC 9(6).
       01 RPT-ARR-DETAIL-LINE.
           05 RPT-ARR-EMP-ID PIC X(11).
           05 RPT-ARR-EFF-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-ARR-FROM PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-ARR-OLD PIC -(6)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-ARR-NEW PIC -(6)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-ARR-MONTHS PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-ARR-AMOUNT PIC -(6)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-ARR-NOTE PIC X(12).
       01 RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL PIC X(20).
           05 RPT-TOTAL-AMOUNT PIC -(9)9.99.
       01 WS-NEW-CONTROL PIC S9(9)V99.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "PAYROLL".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
       01 WS-SUSP-PAYLOAD PIC X(80).
       01 WS-PER-FUNC PIC X(1).
       01 WS-PER-PROGRAM PIC X(9) VALUE "PAYROLL".
       01 WS-PER-DATE PIC 9(8).
       01 WS-PER-RESULT PIC X(1).
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.

           DISPLAY " LAST RUN DATE : " WS-LAST-RUN-DATE
           GO TO PROGRAM-END-PARA
       END-IF
      *    EVERY LINE OF THE RUN POSTS UNDER TODAY'S DATE, SO ONE
      *    PERIOD CHECK COVERS THE RUN; A RUN INTO A CLOSED PERIOD
      *    IS QUEUED ON SUSPENSE WHOLE BEFORE ANYBODY IS PAID.
       MOVE 'P' TO WS-PER-FUNC
       MOVE WS-TODAY-DATE TO WS-PER-DATE
       MOVE SPACES TO WS-SUSP-PAYLOAD
       STRING "PAYROLL RUN FOR PERIOD " WS-PAY-PERIOD
           " NOT POSTED" DELIMITED BY SIZE INTO WS-SUSP-PAYLOAD
       CALL "PERCHK" USING WS-PER-FUNC, WS-PER-PROGRAM,
           WS-PER-DATE, WS-SUSP-PAYLOAD, WS-PER-RESULT
       END-CALL
       IF WS-PER-RESULT = 'N'
           DISPLAY " PAYROLL NOT RUN - " WS-TODAY-DATE
               " FALLS IN A CLOSED PERIOD "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
       END-CALL

       PERFORM LOAD-DEDUCTIONS-PARA
       PERFORM LOAD-PAY-PARMS-PARA
       PERFORM COUNT-WORK-DAYS-PARA
       PERFORM LOAD-TIMESHEETS-PARA
       PERFORM LOAD-RETRO-PARA
       MOVE WS-PAY-PERIOD(1:4) TO WS-PAY-YEAR
       MOVE WS-PAY-PERIOD(5:2) TO WS-YTD-MONTH
       PERFORM OPEN-YTD-PARA THRU OPEN-YTD-EXIT
       IF YTD-BLOCKED
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
      *    THE ELECTIONS FILE REPLACES THE FLAT PERCENTAGES ONCE IT
      *    EXISTS; UNTIL THEN EVERYBODY PAYS THE DEDUCTIONS.DAT RATES.
       OPEN I-O EMP-DEDUCT
       IF EDE-FILESTATUS = "00"
           SET ELECTIONS-IN-USE TO TRUE
       ELSE
           DISPLAY " EMPDEDUCT.DAT NOT FOUND - FLAT DEDUCTIONS.DAT "
           DISPLAY " PERCENTAGES APPLY "
       END-IF
      *    A TIMESHEET LEFT OFF THE TABLE WOULD PAY ITS EMPLOYEE THE
      *    PLAIN TWELFTH WITH NO WORD SAID, SO THE RUN STOPS HERE.
       IF WS-TSH-SKIPPED > ZERO
           DISPLAY "*** MORE THAN " WS-TSH-MAX " TIMESHEETS - "
               WS-TSH-SKIPPED " NOT LOADED - PAYROLL NOT RUN"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
      *    LIKEWISE A BACK-DATED RISE LEFT OFF THE TABLE WOULD BE
      *    CLEARED UNPAID.
       IF WS-RTO-SKIPPED > ZERO
           DISPLAY "*** MORE THAN " WS-RTO-MAX " RETRO PAY LINES - "
               WS-RTO-SKIPPED " NOT LOADED - PAYROLL NOT RUN"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       OPEN INPUT EMPLOYEE
       IF EMP-FILESTATUS NOT = "00"
           DISPLAY " EMPLOYEE.DAT NOT FOUND "
           DISPLAY " FILE STATUS IS : " EMP-FILESTATUS
           GO TO PROGRAM-END-PARA
       END-IF
      *    STAFF LOANS ARE REPAID ONLY WHERE THE LOAN MASTER EXISTS.
       OPEN INPUT LOAN-MASTER
       IF LNM-FILESTATUS = "00"
           SET LOANS-IN-USE TO TRUE
           OPEN EXTEND LOAN-PAY-FILE
           IF LPY-FILESTATUS NOT = "00"
               OPEN OUTPUT LOAN-PAY-FILE
           END-IF
       END-IF
       OPEN OUTPUT PAY-DETAIL
       OPEN EXTEND TRANSACTION-FILE
       IF TXN-FILESTATUS NOT = "00"

       PERFORM PAY-ONE-PARA THRU PAY-ONE-EXIT
           UNTIL END-OF-FILE
       PERFORM SUSPEND-UNCLAIMED-PARA
           VARYING WS-TSH-SUB FROM 1 BY 1
           UNTIL WS-TSH-SUB > WS-TSH-TOTAL
       PERFORM SUSPEND-RETRO-UNCLAIMED-PARA
           VARYING WS-RTO-SUB FROM 1 BY 1
           UNTIL WS-RTO-SUB > WS-RTO-TOTAL

       PERFORM PRINT-DEPT-ROLLUP-PARA
       MOVE "GROSS THIS RUN   : " TO RPT-TOTAL-LABEL
       MOVE WS-RUN-GROSS TO RPT-TOTAL-AMOUNT
       MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "  OVERTIME PAY   : " TO RPT-TOTAL-LABEL
       MOVE WS-RUN-OT-PAY TO RPT-TOTAL-AMOUNT
       MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "  UNPAID HOURS   : " TO RPT-TOTAL-LABEL
       MOVE WS-RUN-UNPAID-PAY TO RPT-TOTAL-AMOUNT
       MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "  ARREARS        : " TO RPT-TOTAL-LABEL
       MOVE WS-RUN-ARREARS TO RPT-TOTAL-AMOUNT
       MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "DEDUCTIONS       : " TO RPT-TOTAL-LABEL
       MOVE WS-RUN-DEDUCT TO RPT-TOTAL-AMOUNT
       MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "  STAFF LOANS    : " TO RPT-TOTAL-LABEL
       MOVE WS-RUN-LOANS TO RPT-TOTAL-AMOUNT
       MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "NET THIS RUN     : " TO RPT-TOTAL-LABEL
       MOVE WS-RUN-NET TO RPT-TOTAL-AMOUNT
       MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE
       END-CALL
       IF WS-RTO-TOTAL > ZERO
           PERFORM PRINT-ARREARS-AUDIT-PARA
       END-IF

       CLOSE TRANSACTION-FILE
       CLOSE PAY-DETAIL
       CLOSE PAY-YTD
       IF ELECTIONS-IN-USE
           CLOSE EMP-DEDUCT
       END-IF
       IF LOANS-IN-USE
           CLOSE LOAN-PAY-FILE
           CLOSE LOAN-MASTER
       END-IF
       CLOSE EMPLOYEE
      *    EVERY PENDING LINE IS NOW PAID, LISTED OR IN SUSPENSE.
       IF WS-RTO-TOTAL > ZERO
           OPEN OUTPUT RETRO-FILE
           CLOSE RETRO-FILE
       END-IF
       PERFORM POST-CONTROL-TOTAL-PARA
       DISPLAY "=== MONTHLY PAYROLL - PERIOD " WS-PAY-PERIOD " ==="
       DISPLAY "EMPLOYEES PAID      : " WS-PAID-COUNT
       DISPLAY "TERMINATED, SKIPPED : " WS-SKIPPED-COUNT
       DISPLAY "YTD RECORDS POSTED  : " WS-YTD-POSTED
       DISPLAY "ELECTIONS APPLIED   : " WS-ELECT-APPLIED
       DISPLAY "GARNISHMENTS PAID   : " WS-PAID-OFF-COUNT
       DISPLAY "NET BELOW MINIMUM   : " WS-LOW-NET-COUNT
       DISPLAY "ARREARS PAID        : " WS-ARREARS-COUNT
       DISPLAY "STAFF LOANS REPAID  : " WS-LOANS-REPAID
       DISPLAY "RETRO SUSPENDED     : " WS-RTO-SUSPENDED
       DISPLAY "TIMESHEETS READ     : " WS-TSH-READ
       DISPLAY "TIMESHEETS APPLIED  : " WS-TSH-APPLIED
       DISPLAY "TIMESHEETS SUSPENDED: " WS-TSH-SUSPENDED
       DISPLAY "NET PAY THIS RUN    : " WS-RUN-NET
       MOVE 'E' TO WS-RS-PHASE
       MOVE WS-PAID-COUNT TO WS-RS-RECORDS
               SET END-OF-FILE TO TRUE
               GO TO PAY-ONE-EXIT
       END-READ
       PERFORM FIND-TIMESHEET-PARA
       IF EMP-MST-TERMED
           ADD 1 TO WS-SKIPPED-COUNT
           IF TIMESHEET-FOUND
               MOVE 'Y' TO TSH-T-CLAIMED(WS-TSH-SUB)
               MOVE "EMP-TERMD" TO WS-SHARED-ACTION
               MOVE TSH-T-LINE(WS-TSH-SUB) TO WS-SUSP-PAYLOAD
               PERFORM SUSPEND-TIMESHEET-PARA
           END-IF
           PERFORM SUSPEND-TERMED-RETRO-PARA
               VARYING WS-RTO-SUB FROM 1 BY 1
               UNTIL WS-RTO-SUB > WS-RTO-TOTAL
           GO TO PAY-ONE-EXIT
       END-IF
       COMPUTE WS-BASE-PAY ROUNDED = EMP-SALARY / 12
       MOVE ZERO TO WS-OT-PAY
       MOVE ZERO TO WS-UNPAID-PAY
       IF TIMESHEET-FOUND
           MOVE 'Y' TO TSH-T-CLAIMED(WS-TSH-SUB)
           ADD 1 TO WS-TSH-APPLIED
           PERFORM PRICE-HOURS-PARA
       END-IF
       MOVE ZERO TO WS-ARREARS
       PERFORM PRICE-ARREARS-PARA THRU PRICE-ARREARS-EXIT
           VARYING WS-RTO-SUB FROM 1 BY 1
           UNTIL WS-RTO-SUB > WS-RTO-TOTAL
       ADD WS-ARREARS TO WS-RUN-ARREARS
       COMPUTE WS-GROSS = WS-BASE-PAY + WS-OT-PAY - WS-UNPAID-PAY
           + WS-ARREARS
       MOVE ZERO TO WS-DEDUCT
       MOVE ZERO TO WS-PAID-OFF-TOTAL
       PERFORM VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 10
           MOVE ZERO TO WS-EMP-DED(WS-DED-SUB)
       END-PERFORM
       IF ELECTIONS-IN-USE
           PERFORM APPLY-ELECTIONS-PARA THRU APPLY-ELECTIONS-EXIT
       ELSE
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WS-DED-TOTAL
               COMPUTE WS-EMP-DED(WS-DED-SUB) ROUNDED =
                   WS-GROSS * DED-T-PCT(WS-DED-SUB) / 100
               ADD WS-EMP-DED(WS-DED-SUB) TO WS-DEDUCT
           END-PERFORM
       END-IF
       MOVE ZERO TO WS-EMP-LOAN-TOTAL
       IF LOANS-IN-USE
           PERFORM DEDUCT-LOANS-PARA THRU DEDUCT-LOANS-EXIT
       END-IF
       COMPUTE WS-NET = WS-GROSS - WS-DEDUCT
       ADD 1 TO WS-PAID-COUNT
       ADD WS-GROSS TO WS-RUN-GROSS
       MOVE WS-NET TO RPT-NET
       MOVE RPT-DETAIL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       IF WS-ARREARS > ZERO
           MOVE WS-ARREARS TO RPT-ARREARS
           MOVE RPT-ARREARS-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
       END-IF
       PERFORM VARYING WS-EMP-LOAN-SUB FROM 1 BY 1
               UNTIL WS-EMP-LOAN-SUB > WS-EMP-LOAN-TOTAL
           MOVE WS-EMP-LOAN-ID(WS-EMP-LOAN-SUB) TO RPT-LOAN-ID
           MOVE WS-EMP-LOAN-AMOUNT(WS-EMP-LOAN-SUB)
               TO RPT-LOAN-AMOUNT
           MOVE RPT-LOAN-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
       END-PERFORM
       PERFORM VARYING WS-PAID-OFF-SUB FROM 1 BY 1
               UNTIL WS-PAID-OFF-SUB > WS-PAID-OFF-TOTAL
           MOVE WS-PAID-OFF-CODE(WS-PAID-OFF-SUB)
               TO RPT-PAID-OFF-CODE
           MOVE RPT-PAID-OFF-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
       END-PERFORM
      *    THE DEDUCTIONS STILL STAND - PAYROLL WARNS, THE PAYROLL
      *    OFFICE DECIDES WHETHER TO STOP ONE BEFORE THE BANK FILE.
       IF WS-NET < WS-MIN-NET
           ADD 1 TO WS-LOW-NET-COUNT
           MOVE WS-MIN-NET TO RPT-LOW-NET-MIN
           MOVE RPT-LOW-NET-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE "NET-MIN  " TO WS-SHARED-ACTION
           MOVE EMP-ID TO WS-SHARED-KEY
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
               WS-SHARED-KEY
       END-IF
       IF TIMESHEET-FOUND
           MOVE TSH-T-REG-HRS(WS-TSH-SUB) TO RPT-REG-HRS
           MOVE TSH-T-OT15-HRS(WS-TSH-SUB) TO RPT-OT15-HRS
           MOVE TSH-T-OT20-HRS(WS-TSH-SUB) TO RPT-OT20-HRS
           MOVE TSH-T-UNPAID-HRS(WS-TSH-SUB) TO RPT-UNPAID-HRS
           MOVE RPT-HOURS-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-OT-PAY TO RPT-OT-PAY
           COMPUTE RPT-UNPAID-PAY = ZERO - WS-UNPAID-PAY
           MOVE RPT-HOURS-PAY-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
       END-IF
       MOVE SPACES TO PAY-DETAIL-RECORD
       MOVE EMP-ID TO PAY-EMP-ID
       MOVE EMP-NAME TO PAY-NAME
       MOVE WS-GROSS TO PAY-GROSS
       MOVE WS-DEDUCT TO PAY-DEDUCT
       MOVE WS-NET TO PAY-NET
       MOVE ZERO TO PAY-REG-HRS
       MOVE ZERO TO PAY-OT15-HRS
       MOVE ZERO TO PAY-OT20-HRS
       MOVE ZERO TO PAY-UNPAID-HRS
       IF TIMESHEET-FOUND
           MOVE TSH-T-REG-HRS(WS-TSH-SUB) TO PAY-REG-HRS
           MOVE TSH-T-OT15-HRS(WS-TSH-SUB) TO PAY-OT15-HRS
           MOVE TSH-T-OT20-HRS(WS-TSH-SUB) TO PAY-OT20-HRS
           MOVE TSH-T-UNPAID-HRS(WS-TSH-SUB) TO PAY-UNPAID-HRS
       END-IF
       MOVE WS-OT-PAY TO PAY-OT-PAY
       MOVE WS-UNPAID-PAY TO PAY-UNPAID-PAY
       MOVE WS-ARREARS TO PAY-ARREARS
       WRITE PAY-DETAIL-RECORD
       MOVE WS-NET TO TXD-AMOUNT
       MOVE WS-TXN-DETAIL TO TXN-LINE
       WRITE TXN-LINE
       PERFORM POST-YTD-PARA THRU POST-YTD-EXIT.
       PAY-ONE-EXIT.
       EXIT.

      *    THE EMPLOYEE'S ELECTIONS SIT TOGETHER UNDER THE EMPLOYEE
      *    ID, IN CODE ORDER.
       APPLY-ELECTIONS-PARA.
       MOVE EMP-ID TO EDE-EMP-ID
       MOVE LOW-VALUES TO EDE-CODE
       MOVE 'N' TO WS-ELECT-EOF
       START EMP-DEDUCT KEY IS NOT LESS THAN EDE-KEY
           INVALID KEY
               GO TO APPLY-ELECTIONS-EXIT
       END-START
       PERFORM APPLY-ONE-ELECTION-PARA THRU APPLY-ONE-ELECTION-EXIT
           UNTIL ELECTIONS-DONE.
       APPLY-ELECTIONS-EXIT.
       EXIT.

       APPLY-ONE-ELECTION-PARA.
       READ EMP-DEDUCT NEXT RECORD
           AT END
               SET ELECTIONS-DONE TO TRUE
               GO TO APPLY-ONE-ELECTION-EXIT
       END-READ
       IF EDE-EMP-ID NOT = EMP-ID
           SET ELECTIONS-DONE TO TRUE
           GO TO APPLY-ONE-ELECTION-EXIT
       END-IF
       MOVE 'N' TO WS-DED-FOUND-SW
       PERFORM VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-TOTAL OR DEDUCTION-FOUND
           IF DED-T-CODE(WS-DED-SUB) = EDE-CODE
               SET DEDUCTION-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF NOT DEDUCTION-FOUND
           MOVE "DED-CODE " TO WS-SHARED-ACTION
           MOVE EMP-ID TO WS-SHARED-KEY
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
               WS-SHARED-KEY
           GO TO APPLY-ONE-ELECTION-EXIT
       END-IF
       SUBTRACT 1 FROM WS-DED-SUB
      *    A MONTH PAID AGAIN FIRST BACKS OUT WHAT IT TOOK LAST TIME,
      *    REOPENING A GARNISHMENT THAT TAKE HAD PAID OFF.
       IF EDE-LAST-PERIOD = WS-PAY-PERIOD
           SUBTRACT EDE-LAST-AMOUNT FROM EDE-TAKEN
           MOVE ZERO TO EDE-LAST-AMOUNT
           IF EDE-PAID-OFF AND EDE-TAKEN < EDE-LIMIT
               MOVE SPACE TO EDE-STATUS
           END-IF
       END-IF
       MOVE 'Y' TO WS-ELECT-OK-SW
       IF NOT EDE-ACTIVE
               OR EDE-START-DATE > WS-TODAY-DATE
           MOVE 'N' TO WS-ELECT-OK-SW
       END-IF
       IF EDE-STOP-DATE NOT = ZERO AND EDE-STOP-DATE < WS-TODAY-DATE
           MOVE 'N' TO WS-ELECT-OK-SW
       END-IF
       MOVE ZERO TO WS-ELECT-AMOUNT
       IF ELECTION-APPLIES
           IF EDE-IS-PERCENT
               COMPUTE WS-ELECT-AMOUNT ROUNDED =
                   WS-GROSS * EDE-VALUE / 100
           ELSE
               MOVE EDE-VALUE TO WS-ELECT-AMOUNT
           END-IF
           IF EDE-MONTH-CAP > ZERO AND WS-ELECT-AMOUNT > EDE-MONTH-CAP
               MOVE EDE-MONTH-CAP TO WS-ELECT-AMOUNT
           END-IF
           IF EDE-LIMIT > ZERO
               COMPUTE WS-ELECT-REMAINING = EDE-LIMIT - EDE-TAKEN
               IF WS-ELECT-REMAINING < ZERO
                   MOVE ZERO TO WS-ELECT-REMAINING
               END-IF
               IF WS-ELECT-AMOUNT > WS-ELECT-REMAINING
                   MOVE WS-ELECT-REMAINING TO WS-ELECT-AMOUNT
               END-IF
           END-IF
      *    LIKE A LOAN, AN ELECTION NEVER TAKES NET BELOW NIL; THE
      *    ONE CUT SHORT IS LOGGED FOR THE PAYROLL OFFICE.
           COMPUTE WS-ELECT-ROOM = WS-GROSS - WS-DEDUCT
           IF WS-ELECT-ROOM < ZERO
               MOVE ZERO TO WS-ELECT-ROOM
           END-IF
           IF WS-ELECT-AMOUNT > WS-ELECT-ROOM
               MOVE WS-ELECT-ROOM TO WS-ELECT-AMOUNT
               MOVE "ELEC-SHRT" TO WS-SHARED-ACTION
               MOVE EMP-ID TO WS-SHARED-KEY
               CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
                   WS-SHARED-ACTION, WS-SHARED-KEY
               END-CALL
           END-IF
           ADD 1 TO WS-ELECT-APPLIED
       END-IF
       ADD WS-ELECT-AMOUNT TO EDE-TAKEN
       MOVE WS-PAY-PERIOD TO EDE-LAST-PERIOD
       MOVE WS-ELECT-AMOUNT TO EDE-LAST-AMOUNT
       IF ELECTION-APPLIES AND EDE-LIMIT > ZERO
               AND EDE-TAKEN NOT < EDE-LIMIT
           SET EDE-PAID-OFF TO TRUE
           ADD 1 TO WS-PAID-OFF-COUNT
           IF WS-PAID-OFF-TOTAL < 10
               ADD 1 TO WS-PAID-OFF-TOTAL
               MOVE EDE-CODE TO WS-PAID-OFF-CODE(WS-PAID-OFF-TOTAL)
           END-IF
           MOVE "GARN-PAID" TO WS-SHARED-ACTION
           MOVE EMP-ID TO WS-SHARED-KEY
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
               WS-SHARED-KEY
       END-IF
       REWRITE EMP-DEDUCT-RECORD
           INVALID KEY
               DISPLAY "*** ELECTION NOT UPDATED : " EDE-KEY
       END-REWRITE
       ADD WS-ELECT-AMOUNT TO WS-EMP-DED(WS-DED-SUB)
       ADD WS-ELECT-AMOUNT TO WS-DEDUCT.
       APPLY-ONE-ELECTION-EXIT.
       EXIT.

      *    A TAX YEAR IS CLOSED FOR EVERY EMPLOYEE AT ONCE, SO THE
      *    FIRST RECORD ON THE MASTER SPEAKS FOR THE WHOLE FILE.
       OPEN-YTD-PARA.
       OPEN I-O PAY-YTD
       IF YTD-FILESTATUS = "35"
           OPEN OUTPUT PAY-YTD
           CLOSE PAY-YTD
           OPEN I-O PAY-YTD
       END-IF
       IF YTD-FILESTATUS NOT = "00"
           DISPLAY " PAYYTD.DAT WILL NOT OPEN - PAYROLL NOT RUN "
           DISPLAY " FILE STATUS IS : " YTD-FILESTATUS
           SET YTD-BLOCKED TO TRUE
           GO TO OPEN-YTD-EXIT
       END-IF
       READ PAY-YTD NEXT RECORD
           AT END
               GO TO OPEN-YTD-EXIT
       END-READ
       IF PYT-TAX-YEAR < WS-PAY-YEAR
           DISPLAY " PAYYTD.DAT STILL HOLDS TAX YEAR " PYT-TAX-YEAR
           DISPLAY " RUN PAYYEND TO CLOSE IT - PAYROLL NOT RUN "
           CLOSE PAY-YTD
           SET YTD-BLOCKED TO TRUE
       END-IF.
       OPEN-YTD-EXIT.
       EXIT.

      *    THE MONTH IS REPLACED WHOLE AND THE YEAR RE-ADDED FROM THE
      *    TWELVE MONTHS - NEVER ADDED ON TOP OF WHAT WAS THERE.
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
       MOVE EMP-NAME TO PYT-NAME
       MOVE EMP-DEPT TO PYT-DEPT
       MOVE WS-PAY-PERIOD TO PYT-LAST-PERIOD
       MOVE WS-GROSS TO PYT-M-GROSS(WS-YTD-MONTH)
       MOVE WS-NET TO PYT-M-NET(WS-YTD-MONTH)
       PERFORM VARYING WS-YTD-SLOT FROM 1 BY 1
               UNTIL WS-YTD-SLOT > 10
           MOVE ZERO TO PYT-M-DED(WS-YTD-MONTH, WS-YTD-SLOT)
       END-PERFORM
       PERFORM POST-YTD-ONE-DED-PARA
           VARYING WS-DED-SUB FROM 1 BY 1
           UNTIL WS-DED-SUB > WS-DED-TOTAL
       MOVE ZERO TO WS-YTD-DED-AMOUNT
       PERFORM VARYING WS-EMP-LOAN-SUB FROM 1 BY 1
               UNTIL WS-EMP-LOAN-SUB > WS-EMP-LOAN-TOTAL
           ADD WS-EMP-LOAN-AMOUNT(WS-EMP-LOAN-SUB)
               TO WS-YTD-DED-AMOUNT
       END-PERFORM
       IF WS-YTD-DED-AMOUNT > ZERO
           MOVE WS-LOAN-DED-CODE TO WS-YTD-DED-CODE
           PERFORM POST-YTD-DED-PARA
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
                   PERFORM LOG-YTD-EXCEPTION-PARA
                   GO TO POST-YTD-EXIT
           END-REWRITE
       ELSE
           WRITE PAY-YTD-RECORD
               INVALID KEY
                   MOVE "YTD-WRITE" TO WS-SHARED-ACTION
                   PERFORM LOG-YTD-EXCEPTION-PARA
                   GO TO POST-YTD-EXIT
           END-WRITE
       END-IF
       ADD 1 TO WS-YTD-POSTED.
       POST-YTD-EXIT.
       EXIT.

       POST-YTD-ONE-DED-PARA.
       MOVE DED-T-CODE(WS-DED-SUB) TO WS-YTD-DED-CODE
       MOVE WS-EMP-DED(WS-DED-SUB) TO WS-YTD-DED-AMOUNT
       PERFORM POST-YTD-DED-PARA.

      *    EACH DEDUCTION CODE KEEPS THE SLOT IT WAS FIRST GIVEN THIS
      *    TAX YEAR; A NEW CODE TAKES THE FIRST FREE ONE.
       POST-YTD-DED-PARA.
       MOVE 'N' TO WS-SLOT-FOUND-SW
       PERFORM VARYING WS-YTD-SLOT FROM 1 BY 1
               UNTIL WS-YTD-SLOT > 10 OR SLOT-FOUND
           IF PYT-DED-CODE(WS-YTD-SLOT) = WS-YTD-DED-CODE
               SET SLOT-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF NOT SLOT-FOUND
           PERFORM VARYING WS-YTD-SLOT FROM 1 BY 1
                   UNTIL WS-YTD-SLOT > 10 OR SLOT-FOUND
               IF PYT-DED-CODE(WS-YTD-SLOT) = SPACES
                   SET SLOT-FOUND TO TRUE
                   MOVE WS-YTD-DED-CODE
                       TO PYT-DED-CODE(WS-YTD-SLOT)
               END-IF
           END-PERFORM
       END-IF
       IF SLOT-FOUND
           SUBTRACT 1 FROM WS-YTD-SLOT
           MOVE WS-YTD-DED-AMOUNT
               TO PYT-M-DED(WS-YTD-MONTH, WS-YTD-SLOT)
       ELSE
           MOVE "YTD-DEDFL" TO WS-SHARED-ACTION
           PERFORM LOG-YTD-EXCEPTION-PARA
       END-IF.

       ADD-YTD-MONTH-PARA.
       ADD PYT-M-GROSS(WS-YTD-M-SUB) TO PYT-YTD-GROSS
       ADD PYT-M-NET(WS-YTD-M-SUB) TO PYT-YTD-NET
       PERFORM VARYING WS-YTD-SLOT FROM 1 BY 1
               UNTIL WS-YTD-SLOT > 10
           ADD PYT-M-DED(WS-YTD-M-SUB, WS-YTD-SLOT)
               TO PYT-YTD-DED(WS-YTD-SLOT)
       END-PERFORM.

       LOG-YTD-EXCEPTION-PARA.
       DISPLAY "*** YEAR-TO-DATE NOT POSTED (" WS-SHARED-ACTION
           ") : " EMP-ID
       MOVE EMP-ID TO WS-SHARED-KEY
       CALL "EXCPLOG" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
           WS-SHARED-KEY.

      *    TIME-AND-A-HALF AND DOUBLE TIME ON TOP OF THE TWELFTH,
      *    UNPAID HOURS OFF IT - NEVER MORE THAN THE TWELFTH ITSELF.
       PRICE-HOURS-PARA.
       COMPUTE WS-HOURLY-RATE ROUNDED = EMP-SALARY / WS-YEAR-HOURS
       COMPUTE WS-OT-PAY ROUNDED = WS-HOURLY-RATE
           * ( TSH-T-OT15-HRS(WS-TSH-SUB) * 1.5
             + TSH-T-OT20-HRS(WS-TSH-SUB) * 2 )
       COMPUTE WS-UNPAID-PAY ROUNDED = WS-HOURLY-RATE
           * TSH-T-UNPAID-HRS(WS-TSH-SUB)
       IF WS-UNPAID-PAY > WS-BASE-PAY
           MOVE WS-BASE-PAY TO WS-UNPAID-PAY
       END-IF
       ADD WS-OT-PAY TO WS-RUN-OT-PAY
       ADD WS-UNPAID-PAY TO WS-RUN-UNPAID-PAY.

       FIND-TIMESHEET-PARA.
       MOVE 'N' TO WS-TSH-FOUND-SW
       PERFORM VARYING WS-TSH-SUB FROM 1 BY 1
               UNTIL WS-TSH-SUB > WS-TSH-TOTAL OR TIMESHEET-FOUND
           IF TSH-T-EMP-ID(WS-TSH-SUB) = EMP-ID
               SET TIMESHEET-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF TIMESHEET-FOUND
           SUBTRACT 1 FROM WS-TSH-SUB
       END-IF.

       SUSPEND-UNCLAIMED-PARA.
       IF TSH-T-CLAIMED(WS-TSH-SUB) NOT = 'Y'
           MOVE "NO-EMP   " TO WS-SHARED-ACTION
           MOVE TSH-T-LINE(WS-TSH-SUB) TO WS-SUSP-PAYLOAD
           PERFORM SUSPEND-TIMESHEET-PARA
       END-IF.

      *    THE KEY IS THE EMPLOYEE ID AS KEYED ON THE TIMESHEET; THE
      *    PAYLOAD IS THE WHOLE LINE, READY TO BE CORRECTED AND
      *    RE-PRESENTED WITH NEXT MONTH'S FILE.
       SUSPEND-TIMESHEET-PARA.
       ADD 1 TO WS-TSH-SUSPENDED
       MOVE WS-SUSP-PAYLOAD(1:10) TO WS-SHARED-KEY
       DISPLAY "*** TIMESHEET SUSPENDED (" WS-SHARED-ACTION ") : "
           WS-SUSP-PAYLOAD(1:41)
       CALL "SUSPOUT" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
           WS-SHARED-KEY, WS-SUSP-PAYLOAD.

      *    THE EMPLOYEE'S STAFF LOANS SIT TOGETHER UNDER THE
      *    ALTERNATE KEY.
       DEDUCT-LOANS-PARA.
       MOVE EMP-ID TO LN-EMP-ID
       START LOAN-MASTER KEY IS EQUAL TO LN-EMP-ID
           INVALID KEY
               GO TO DEDUCT-LOANS-EXIT
       END-START
       MOVE 'N' TO WS-LOAN-EOF
       PERFORM DEDUCT-ONE-LOAN-PARA THRU DEDUCT-ONE-LOAN-EXIT
           UNTIL LOANS-DONE.
       DEDUCT-LOANS-EXIT.
       EXIT.

      *    THE LEVEL PAYMENT, CUT TO THE BALANCE ON THE LAST ONE AND
      *    TO WHATEVER PAY IS LEFT - A LOAN NEVER TAKES NET BELOW
      *    NIL. A SHORT REPAYMENT IS LOGGED AND THE ARREARS AGING
      *    PICKS IT UP.
       DEDUCT-ONE-LOAN-PARA.
       READ LOAN-MASTER NEXT RECORD
           AT END
               SET LOANS-DONE TO TRUE
               GO TO DEDUCT-ONE-LOAN-EXIT
       END-READ
       IF LN-EMP-ID NOT = EMP-ID
           SET LOANS-DONE TO TRUE
           GO TO DEDUCT-ONE-LOAN-EXIT
       END-IF
       IF LN-BALANCE NOT > ZERO
           GO TO DEDUCT-ONE-LOAN-EXIT
       END-IF
       IF WS-EMP-LOAN-TOTAL NOT < 10
           GO TO DEDUCT-ONE-LOAN-EXIT
       END-IF
       MOVE LN-PAYMENT TO WS-LOAN-AMOUNT
       IF WS-LOAN-AMOUNT > LN-BALANCE
           MOVE LN-BALANCE TO WS-LOAN-AMOUNT
       END-IF
       COMPUTE WS-LOAN-ROOM = WS-GROSS - WS-DEDUCT
       IF WS-LOAN-AMOUNT > WS-LOAN-ROOM
           MOVE WS-LOAN-ROOM TO WS-LOAN-AMOUNT
           MOVE "LOAN-SHRT" TO WS-SHARED-ACTION
           MOVE EMP-ID TO WS-SHARED-KEY
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
               WS-SHARED-KEY
           END-CALL
       END-IF
       IF WS-LOAN-AMOUNT NOT > ZERO
           GO TO DEDUCT-ONE-LOAN-EXIT
       END-IF
       ADD WS-LOAN-AMOUNT TO WS-DEDUCT
       ADD WS-LOAN-AMOUNT TO WS-RUN-LOANS
       ADD 1 TO WS-LOANS-REPAID
       ADD 1 TO WS-EMP-LOAN-TOTAL
       MOVE LN-ID TO WS-EMP-LOAN-ID(WS-EMP-LOAN-TOTAL)
       MOVE WS-LOAN-AMOUNT TO WS-EMP-LOAN-AMOUNT(WS-EMP-LOAN-TOTAL)
       MOVE SPACES TO LOAN-PAY-LINE
       MOVE LN-ID TO LPY-LOAN-ID
       MOVE WS-LOAN-AMOUNT TO LPY-AMOUNT
       WRITE LOAN-PAY-LINE.
       DEDUCT-ONE-LOAN-EXIT.
       EXIT.

      *    EACH MONTH FROM THE EFFECTIVE MONTH TO THE LAST ONE PAID
      *    WENT OUT AT THE OLD TWELFTH; THE DIFFERENCE TO THE NEW
      *    TWELFTH IS OWED FOR EVERY ONE OF THEM.
       PRICE-ARREARS-PARA.
       IF RTO-T-EMP-ID(WS-RTO-SUB) NOT = EMP-ID
               OR RTO-T-CLAIMED(WS-RTO-SUB) = 'Y'
           GO TO PRICE-ARREARS-EXIT
       END-IF
       MOVE 'Y' TO RTO-T-CLAIMED(WS-RTO-SUB)
       COMPUTE RTO-T-OLD-MONTH(WS-RTO-SUB) ROUNDED =
           RTO-T-OLD-SALARY(WS-RTO-SUB) / 12
       COMPUTE RTO-T-NEW-MONTH(WS-RTO-SUB) ROUNDED =
           RTO-T-NEW-SALARY(WS-RTO-SUB) / 12
       MOVE RTO-T-EFF-DATE(WS-RTO-SUB)(1:6) TO WS-EFF-PERIOD
       IF WS-EFF-PERIOD > WS-LAST-RUN-PERIOD
           MOVE "NONE PAID" TO RTO-T-NOTE(WS-RTO-SUB)
           GO TO PRICE-ARREARS-EXIT
       END-IF
       COMPUTE RTO-T-MONTHS(WS-RTO-SUB) =
           ( WS-LAST-RUN-YY * 12 + WS-LAST-RUN-MM )
           - ( WS-EFF-YY * 12 + WS-EFF-MM ) + 1
      *    AN OVERPAYMENT IS NOT CLAWED BACK BY THE RUN ITSELF - THE
      *    PAYROLL OFFICE AGREES A RECOVERY WITH THE EMPLOYEE.
       IF RTO-T-NEW-MONTH(WS-RTO-SUB)
               NOT > RTO-T-OLD-MONTH(WS-RTO-SUB)
           MOVE "NO RECOVERY" TO RTO-T-NOTE(WS-RTO-SUB)
           MOVE "RETRO-CUT" TO WS-SHARED-ACTION
           MOVE EMP-ID TO WS-SHARED-KEY
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
               WS-SHARED-KEY
           GO TO PRICE-ARREARS-EXIT
       END-IF
       COMPUTE RTO-T-AMOUNT(WS-RTO-SUB) =
           ( RTO-T-NEW-MONTH(WS-RTO-SUB)
             - RTO-T-OLD-MONTH(WS-RTO-SUB) )
           * RTO-T-MONTHS(WS-RTO-SUB)
       ADD RTO-T-AMOUNT(WS-RTO-SUB) TO WS-ARREARS
       MOVE "PAID" TO RTO-T-NOTE(WS-RTO-SUB)
       ADD 1 TO WS-ARREARS-COUNT.
       PRICE-ARREARS-EXIT.
       EXIT.

       SUSPEND-TERMED-RETRO-PARA.
       IF RTO-T-EMP-ID(WS-RTO-SUB) = EMP-ID
               AND RTO-T-CLAIMED(WS-RTO-SUB) NOT = 'Y'
           MOVE 'Y' TO RTO-T-CLAIMED(WS-RTO-SUB)
           MOVE "EMP TERMED" TO RTO-T-NOTE(WS-RTO-SUB)
           MOVE "EMP-TERMD" TO WS-SHARED-ACTION
           PERFORM SUSPEND-RETRO-PARA
       END-IF.

       SUSPEND-RETRO-UNCLAIMED-PARA.
       IF RTO-T-CLAIMED(WS-RTO-SUB) NOT = 'Y'
           MOVE "NO EMPLOYEE" TO RTO-T-NOTE(WS-RTO-SUB)
           MOVE "NO-EMP   " TO WS-SHARED-ACTION
           PERFORM SUSPEND-RETRO-PARA
       END-IF.

       SUSPEND-RETRO-PARA.
       ADD 1 TO WS-RTO-SUSPENDED
       MOVE RTO-T-EMP-ID(WS-RTO-SUB) TO WS-SHARED-KEY
       MOVE SPACES TO WS-SUSP-PAYLOAD
       MOVE RTO-T-LINE(WS-RTO-SUB) TO WS-SUSP-PAYLOAD
       DISPLAY "*** RETRO PAY SUSPENDED (" WS-SHARED-ACTION ") : "
           RTO-T-LINE(WS-RTO-SUB)
       CALL "SUSPOUT" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
           WS-SHARED-KEY, WS-SUSP-PAYLOAD.

      *    THE REGISTER IS CLOSED BY NOW, SO THE ONE REPORT WRITER
      *    IS FREE FOR THE AUDIT.
       PRINT-ARREARS-AUDIT-PARA.
       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING "PayArrears." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE "BACK-DATED PAY ARREARS AUDIT" TO WS-RPT-TITLE
       MOVE "PAYARREARS" TO WS-CAT-REPORT-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       MOVE WS-LAST-RUN-PERIOD TO RPT-ARR-THROUGH
       MOVE RPT-ARR-THROUGH-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE RPT-ARR-HEADER-2 TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM VARYING WS-RTO-SUB FROM 1 BY 1
               UNTIL WS-RTO-SUB > WS-RTO-TOTAL
           MOVE RTO-T-EMP-ID(WS-RTO-SUB) TO RPT-ARR-EMP-ID
           MOVE RTO-T-EFF-DATE(WS-RTO-SUB) TO RPT-ARR-EFF-DATE
           MOVE RTO-T-EFF-DATE(WS-RTO-SUB)(1:6) TO RPT-ARR-FROM
           MOVE RTO-T-OLD-MONTH(WS-RTO-SUB) TO RPT-ARR-OLD
           MOVE RTO-T-NEW-MONTH(WS-RTO-SUB) TO RPT-ARR-NEW
           MOVE RTO-T-MONTHS(WS-RTO-SUB) TO RPT-ARR-MONTHS
           MOVE RTO-T-AMOUNT(WS-RTO-SUB) TO RPT-ARR-AMOUNT
           MOVE RTO-T-NOTE(WS-RTO-SUB) TO RPT-ARR-NOTE
           MOVE RPT-ARR-DETAIL-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
       END-PERFORM
       MOVE "ARREARS PAID     : " TO RPT-TOTAL-LABEL
       MOVE WS-RUN-ARREARS TO RPT-TOTAL-AMOUNT
       MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE 'C' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE
       END-CALL.

       LOAD-RETRO-PARA.
       OPEN INPUT RETRO-FILE
       IF RTO-FILESTATUS = "00"
           PERFORM LOAD-ONE-RETRO-PARA THRU LOAD-ONE-RETRO-EXIT
               UNTIL RTO-END-OF-FILE
           CLOSE RETRO-FILE
       END-IF.

       LOAD-ONE-RETRO-PARA.
       READ RETRO-FILE
           AT END
               SET RTO-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-RETRO-EXIT
       END-READ
       IF RETRO-RECORD = SPACES
           GO TO LOAD-ONE-RETRO-EXIT
       END-IF
       IF WS-RTO-TOTAL NOT < WS-RTO-MAX
           ADD 1 TO WS-RTO-SKIPPED
           GO TO LOAD-ONE-RETRO-EXIT
       END-IF
       IF RTO-EFF-DATE NOT NUMERIC OR RTO-OLD-SALARY NOT NUMERIC
               OR RTO-NEW-SALARY NOT NUMERIC
           MOVE "BAD-RETRO" TO WS-SHARED-ACTION
           MOVE RTO-EMP-ID TO WS-SHARED-KEY
           MOVE SPACES TO WS-SUSP-PAYLOAD
           MOVE RETRO-RECORD TO WS-SUSP-PAYLOAD
           ADD 1 TO WS-RTO-SUSPENDED
           CALL "SUSPOUT" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
               WS-SHARED-KEY, WS-SUSP-PAYLOAD
           END-CALL
           GO TO LOAD-ONE-RETRO-EXIT
       END-IF
       ADD 1 TO WS-RTO-TOTAL
       MOVE WS-RTO-TOTAL TO WS-RTO-SUB
       MOVE RTO-EMP-ID TO RTO-T-EMP-ID(WS-RTO-SUB)
       MOVE RTO-EFF-DATE TO RTO-T-EFF-DATE(WS-RTO-SUB)
       MOVE RTO-OLD-SALARY TO RTO-T-OLD-SALARY(WS-RTO-SUB)
       MOVE RTO-NEW-SALARY TO RTO-T-NEW-SALARY(WS-RTO-SUB)
       MOVE 'N' TO RTO-T-CLAIMED(WS-RTO-SUB)
       MOVE ZERO TO RTO-T-OLD-MONTH(WS-RTO-SUB)
       MOVE ZERO TO RTO-T-NEW-MONTH(WS-RTO-SUB)
       MOVE ZERO TO RTO-T-MONTHS(WS-RTO-SUB)
       MOVE ZERO TO RTO-T-AMOUNT(WS-RTO-SUB)
       MOVE SPACES TO RTO-T-NOTE(WS-RTO-SUB)
       MOVE RETRO-RECORD TO RTO-T-LINE(WS-RTO-SUB).
       LOAD-ONE-RETRO-EXIT.
       EXIT.

       LOAD-PAY-PARMS-PARA.
       MOVE "PAY-DAY-HOURS" TO WS-PARM-KEY
       MOVE 8 TO WS-PARM-DEFAULT
       CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
           WS-PARM-DEFAULT, WS-PARM-FOUND
       END-CALL
       MOVE WS-PARM-VALUE TO WS-DAY-HOURS
       DISPLAY "PARM PAY-DAY-HOURS = " WS-DAY-HOURS
       MOVE "PAY-YEAR-HOURS" TO WS-PARM-KEY
       MOVE 2080 TO WS-PARM-DEFAULT
       CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
           WS-PARM-DEFAULT, WS-PARM-FOUND
       END-CALL
       MOVE WS-PARM-VALUE TO WS-YEAR-HOURS
       IF WS-YEAR-HOURS = ZERO
           MOVE 2080 TO WS-YEAR-HOURS
       END-IF
       DISPLAY "PARM PAY-YEAR-HOURS = " WS-YEAR-HOURS
       MOVE "PAY-MIN-NET" TO WS-PARM-KEY
       MOVE 500 TO WS-PARM-DEFAULT
       CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
           WS-PARM-DEFAULT, WS-PARM-FOUND
       END-CALL
       MOVE WS-PARM-VALUE TO WS-MIN-NET
       DISPLAY "PARM PAY-MIN-NET = " WS-MIN-NET.

      *    EVERY DAY FROM THE FIRST OF THIS MONTH TO THE DAY BEFORE
      *    THE FIRST OF NEXT IS PUT TO THE SHARED BUSINESS CALENDAR.
       COUNT-WORK-DAYS-PARA.
       MOVE WS-PAY-PERIOD TO WS-MONTH-FIRST(1:6)
       MOVE 01 TO WS-MONTH-FIRST(7:2)
       MOVE WS-MONTH-FIRST TO WS-NEXT-FIRST
       IF WS-MONTH-FIRST(5:2) = "12"
           COMPUTE WS-NEXT-FIRST = WS-MONTH-FIRST + 8900
       ELSE
           COMPUTE WS-NEXT-FIRST = WS-MONTH-FIRST + 100
       END-IF
       COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST)
       COMPUTE WS-NEXT-INT = FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST)
       MOVE ZERO TO WS-WORK-DAYS
       PERFORM COUNT-ONE-DAY-PARA
           UNTIL WS-DAY-INT NOT < WS-NEXT-INT
       COMPUTE WS-MONTH-HOURS = WS-WORK-DAYS * WS-DAY-HOURS
       DISPLAY "WORKING DAYS IN " WS-PAY-PERIOD " : " WS-WORK-DAYS.

       COUNT-ONE-DAY-PARA.
       COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
       MOVE 'B' TO WS-CAL-FUNC
       CALL "BIZCAL" USING WS-CAL-FUNC, WS-DAY-DATE,
           WS-CAL-RESULT, WS-CAL-FLAG
       END-CALL
       IF WS-CAL-FLAG = 'Y'
           ADD 1 TO WS-WORK-DAYS
       END-IF
       ADD 1 TO WS-DAY-INT.

       LOAD-TIMESHEETS-PARA.
       OPEN INPUT TIMESHEET-FILE
       IF TSH-FILESTATUS NOT = "00"
           DISPLAY " TIMESHEET.DAT NOT FOUND - SALARY ONLY THIS RUN "
       ELSE
           PERFORM LOAD-ONE-TIMESHEET-PARA
               THRU LOAD-ONE-TIMESHEET-EXIT
               UNTIL TSH-END-OF-FILE
           CLOSE TIMESHEET-FILE
       END-IF.

       LOAD-ONE-TIMESHEET-PARA.
       READ TIMESHEET-FILE
           AT END
               SET TSH-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-TIMESHEET-EXIT
       END-READ
       IF TIMESHEET-RECORD = SPACES
           GO TO LOAD-ONE-TIMESHEET-EXIT
       END-IF
       ADD 1 TO WS-TSH-READ
       MOVE SPACES TO WS-SUSP-PAYLOAD
       MOVE TIMESHEET-RECORD TO WS-SUSP-PAYLOAD
       MOVE SPACES TO WS-EDIT-FIELD
       MOVE TSH-EMP-ID TO WS-EDIT-FIELD
       MOVE 10 TO WS-EDIT-LEN
       MOVE 'N' TO WS-EDIT-TYPE
       CALL "INPUT-EDIT" USING WS-EDIT-FIELD, WS-EDIT-LEN,
           WS-EDIT-TYPE, WS-EDIT-VALID
       END-CALL
       IF WS-EDIT-VALID NOT = 'Y'
           MOVE "INV-KEY  " TO WS-SHARED-ACTION
           PERFORM SUSPEND-TIMESHEET-PARA
           GO TO LOAD-ONE-TIMESHEET-EXIT
       END-IF
       MOVE SPACES TO WS-EDIT-FIELD
       MOVE TSH-PERIOD TO WS-EDIT-FIELD
       MOVE 6 TO WS-EDIT-LEN
       CALL "INPUT-EDIT" USING WS-EDIT-FIELD, WS-EDIT-LEN,
           WS-EDIT-TYPE, WS-EDIT-VALID
       END-CALL
       IF WS-EDIT-VALID NOT = 'Y'
           MOVE "BAD-PERD " TO WS-SHARED-ACTION
           PERFORM SUSPEND-TIMESHEET-PARA
           GO TO LOAD-ONE-TIMESHEET-EXIT
       END-IF
       IF TSH-PERIOD-N NOT = WS-PAY-PERIOD
           MOVE "BAD-PERD " TO WS-SHARED-ACTION
           PERFORM SUSPEND-TIMESHEET-PARA
           GO TO LOAD-ONE-TIMESHEET-EXIT
       END-IF
       MOVE 'N' TO WS-HOURS-BAD-SW
       MOVE TSH-REG-HRS TO WS-EDIT-FIELD
       PERFORM EDIT-HOURS-PARA
       MOVE TSH-OT15-HRS TO WS-EDIT-FIELD
       PERFORM EDIT-HOURS-PARA
       MOVE TSH-OT20-HRS TO WS-EDIT-FIELD
       PERFORM EDIT-HOURS-PARA
       MOVE TSH-UNPAID-HRS TO WS-EDIT-FIELD
       PERFORM EDIT-HOURS-PARA
       IF HOURS-BAD
           MOVE "BAD-HOURS" TO WS-SHARED-ACTION
           PERFORM SUSPEND-TIMESHEET-PARA
           GO TO LOAD-ONE-TIMESHEET-EXIT
       END-IF
      *    OVERTIME IS BY DEFINITION BEYOND THE WORKING DAYS, BUT
      *    REGULAR AND UNPAID HOURS BOTH COME OUT OF THEM.
       IF TSH-REG-HRS-N + TSH-UNPAID-HRS-N > WS-MONTH-HOURS
           MOVE "OVER-DAYS" TO WS-SHARED-ACTION
           PERFORM SUSPEND-TIMESHEET-PARA
           GO TO LOAD-ONE-TIMESHEET-EXIT
       END-IF
       MOVE 'N' TO WS-TSH-FOUND-SW
       PERFORM VARYING WS-TSH-SUB FROM 1 BY 1
               UNTIL WS-TSH-SUB > WS-TSH-TOTAL OR TIMESHEET-FOUND
           IF TSH-T-EMP-ID(WS-TSH-SUB) = TSH-EMP-ID
               SET TIMESHEET-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF TIMESHEET-FOUND
           MOVE "DUP-SHEET" TO WS-SHARED-ACTION
           PERFORM SUSPEND-TIMESHEET-PARA
           GO TO LOAD-ONE-TIMESHEET-EXIT
       END-IF
       IF WS-TSH-TOTAL NOT < WS-TSH-MAX
           ADD 1 TO WS-TSH-SKIPPED
           GO TO LOAD-ONE-TIMESHEET-EXIT
       END-IF
       ADD 1 TO WS-TSH-TOTAL
       MOVE TSH-EMP-ID TO TSH-T-EMP-ID(WS-TSH-TOTAL)
       MOVE TSH-REG-HRS-N TO TSH-T-REG-HRS(WS-TSH-TOTAL)
       MOVE TSH-OT15-HRS-N TO TSH-T-OT15-HRS(WS-TSH-TOTAL)
       MOVE TSH-OT20-HRS-N TO TSH-T-OT20-HRS(WS-TSH-TOTAL)
       MOVE TSH-UNPAID-HRS-N TO TSH-T-UNPAID-HRS(WS-TSH-TOTAL)
       MOVE 'N' TO TSH-T-CLAIMED(WS-TSH-TOTAL)
       MOVE TIMESHEET-RECORD TO TSH-T-LINE(WS-TSH-TOTAL).
       LOAD-ONE-TIMESHEET-EXIT.
       EXIT.

       EDIT-HOURS-PARA.
       MOVE 5 TO WS-EDIT-LEN
       MOVE 'N' TO WS-EDIT-TYPE
       CALL "INPUT-EDIT" USING WS-EDIT-FIELD, WS-EDIT-LEN,
           WS-EDIT-TYPE, WS-EDIT-VALID
       END-CALL
       IF WS-EDIT-VALID NOT = 'Y'
           SET HOURS-BAD TO TRUE
       END-IF.

       ROLL-DEPT-PARA.
       MOVE 'N' TO WS-DEPT-FOUND-SW
       PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
