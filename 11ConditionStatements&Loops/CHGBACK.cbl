      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly training charge-back. Training is paid from
      *          the one central budget; this run charges it back to
      *          the departments that use it. The charge month comes
      *          from the command line (YYYYMM, default: last month).
      *          Every TrainHist.dat sitting in the month is charged
      *          at the cost per attendee carried as the eighth
      *          field of its Courses.dat course line, and so is
      *          every no-show - a confirmed Enrollment.dat booking
      *          for the month with no result for that course and
      *          date, as ENRRECON lists them - because the seat was
      *          paid for all the same. The charge goes to the
      *          Employee.dat department of the attendee, resolved to
      *          its Department.dat cost centre through DEPTVAL. Each
      *          cost centre's total posts to Transactions.dat as a
      *          debit to the chart's training charge-back expense
      *          account (SystemConfig.dat TRAIN-CHG-ACCT, default
      *          6510) - a cost centre is not a ledger account and is
      *          carried on the statement only - against one credit
      *          of the whole to the central training budget account
      *          (SystemConfig.dat TRAIN-ACCT, default 6500), so the
      *          postings net to nil and the control total stands.
      *          ChargeBack.rpt prints a statement per department
      *          and lists what could not be charged. The ChgBack.rc
      *          run-control stamp holds the last month charged, and
      *          a month is never charged twice. The postings are
      *          dated the day of the run, not the month charged,
      *          and go through PERCHK like every other posting: a
      *          run on a day whose accounting period is closed is
      *          refused and queued on suspense.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COURSE-FILE ASSIGN TO "Courses.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRS-FILESTATUS.
       SELECT TRAINING-HISTORY ASSIGN TO "TrainHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRH-FILESTATUS.
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
       SELECT TRANSACTION-FILE ASSIGN TO "Transactions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TXN-FILESTATUS.
       SELECT CHARGE-REPORT ASSIGN TO "ChargeBack.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.
       SELECT RUN-CONTROL-FILE ASSIGN TO "ChgBack.rc"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCF-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COURSE-FILE.
       01 COURSE-LINE PIC X(80).
       FD TRAINING-HISTORY.
       01 TRAINING-RECORD.
           05 TRH-STUDENT-ID PIC X(10).
           05 FILLER PIC X(1).
           05 TRH-COURSE PIC X(8).
           05 FILLER PIC X(1).
           05 TRH-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 TRH-SCORE PIC 9(3).
           05 FILLER PIC X(1).
           05 TRH-RESULT PIC X(11).
       FD ENROLLMENT-FILE.
       COPY ENRREC REPLACING ==:REC:== BY ==ENROLLMENT-RECORD==.
       FD EMPLOYEE.
       COPY EMPREC REPLACING ==:REC:== BY ==EMPLOYEE-RECORD==.
       FD TRANSACTION-FILE.
       01 TXN-LINE PIC X(26).
       FD CHARGE-REPORT.
       01 RPT-LINE PIC X(80).
       FD RUN-CONTROL-FILE.
       01 RC-RECORD PIC 9(6).

       WORKING-STORAGE SECTION.
       01 CRS-FILESTATUS PIC X(02).
       01 TRH-FILESTATUS PIC X(02).
       01 ENR-FILESTATUS PIC X(02).
       01 EMP-FILESTATUS PIC X(02).
       01 TXN-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 RCF-FILESTATUS PIC X(02).
       01 CRS-EOF PIC X(1) VALUE 'N'.
           88 CRS-END-OF-FILE VALUE 'Y'.
       01 TRH-EOF PIC X(1) VALUE 'N'.
           88 TRH-END-OF-FILE VALUE 'Y'.
       01 ENR-EOF PIC X(1) VALUE 'N'.
           88 ENR-END-OF-FILE VALUE 'Y'.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-ASK-MONTH-X PIC X(6).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CHARGE-MONTH PIC 9(6).
       01 WS-CHARGE-MONTH-PARTS REDEFINES WS-CHARGE-MONTH.
           05 WS-CHARGE-YEAR PIC 9(4).
           05 WS-CHARGE-MM PIC 9(2).
       01 WS-LAST-MONTH PIC 9(6) VALUE ZERO.
      *
       01 WS-PARM-KEY PIC X(16).
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5).
       01 WS-PARM-FOUND PIC X(1).
       01 WS-PER-FUNC PIC X(1).
       01 WS-PER-PROGRAM PIC X(9) VALUE "CHGBACK".
       01 WS-PER-DATE PIC 9(8).
       01 WS-PER-PAYLOAD PIC X(80).
       01 WS-PER-RESULT PIC X(1).
       01 WS-TRAIN-ACCT PIC 9(4).
       01 WS-CHARGE-ACCT PIC 9(4).
       01 WS-DEP-FUNC PIC X(1) VALUE 'V'.
       01 WS-DEP-CODE PIC X(3).
       01 WS-DEP-NAME PIC X(20).
       01 WS-DEP-COST PIC X(4).
       01 WS-DEP-FOUND PIC X(1).
           88 DEPT-ON-MASTER VALUE 'Y'.
      *
      *    THE COURSE CATALOG WITH THE COST OF ONE SEAT.
       01 CRS-TABLE.
           05 CRS-ENTRY OCCURS 50 TIMES.
               10 CRS-T-CODE PIC X(8).
               10 CRS-T-COST PIC 9(7)V99.
       01 WS-CRS-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-CRS-MAX PIC 9(2) VALUE 50.
       01 WS-CRS-SUB PIC 9(2).
       01 WS-CRS-FOUND-SW PIC X(1).
           88 COURSE-FOUND VALUE 'Y'.
       01 WS-CRS-CODE-IN PIC X(8).
       01 WS-CRS-TITLE-IN PIC X(20).
       01 WS-CRS-PASS-IN PIC X(4).
       01 WS-CRS-MERIT-IN PIC X(4).
       01 WS-CRS-DIST-IN PIC X(4).
       01 WS-CRS-VALID-IN PIC X(4).
       01 WS-CRS-ACTIVE-IN PIC X(1).
       01 WS-CRS-COST-IN PIC X(10).
      *
      *    THE MONTH'S CONFIRMED BOOKINGS, MARKED OFF AS THEIR
      *    RESULTS ARE FOUND - WHAT IS LEFT ARE THE NO-SHOWS.
       01 BKG-TABLE.
           05 BKG-ENTRY OCCURS 500 TIMES.
               10 BKG-T-EMP PIC X(10).
               10 BKG-T-COURSE PIC X(8).
               10 BKG-T-DATE PIC 9(8).
               10 BKG-T-SAT PIC X(1).
                   88 BKG-T-ATTENDED VALUE 'Y'.
       01 WS-BKG-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-BKG-MAX PIC 9(3) VALUE 500.
       01 WS-BKG-SUB PIC 9(3).
       01 WS-BKG-SKIPPED PIC 9(5) VALUE ZERO.
      *
      *    ONE ENTRY PER DEPARTMENT CHARGED.
       01 DPT-TABLE.
           05 DPT-ENTRY OCCURS 30 TIMES.
               10 DPT-T-CODE PIC X(3).
               10 DPT-T-NAME PIC X(20).
               10 DPT-T-COST-CENTRE PIC X(4).
               10 DPT-T-SITTINGS PIC 9(4).
               10 DPT-T-NOSHOWS PIC 9(4).
               10 DPT-T-AMOUNT PIC 9(9)V99.
       01 WS-DPT-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-DPT-MAX PIC 9(2) VALUE 30.
       01 WS-DPT-SUB PIC 9(2).
       01 WS-DPT-FOUND-SW PIC X(1).
           88 DEPT-FOUND VALUE 'Y'.
      *
      *    EVERY CHARGE, FOR THE STATEMENT LINES.
       01 CHG-TABLE.
           05 CHG-ENTRY OCCURS 1000 TIMES.
               10 CHG-T-DEPT PIC 9(2).
               10 CHG-T-EMP PIC X(10).
               10 CHG-T-NAME PIC X(20).
               10 CHG-T-COURSE PIC X(8).
               10 CHG-T-DATE PIC 9(8).
               10 CHG-T-TYPE PIC X(1).
                   88 CHG-T-NOSHOW VALUE 'N'.
               10 CHG-T-AMOUNT PIC 9(7)V99.
       01 WS-CHG-TOTAL PIC 9(4) VALUE ZERO.
       01 WS-CHG-MAX PIC 9(4) VALUE 1000.
       01 WS-CHG-SUB PIC 9(4).
       01 WS-CHG-UNLISTED PIC 9(5) VALUE ZERO.
      *
      *    THE CHARGE IN HAND.
       01 WS-CHG-EMP PIC X(10).
       01 WS-CHG-COURSE PIC X(8).
       01 WS-CHG-DATE PIC 9(8).
       01 WS-CHG-TYPE PIC X(1).
           88 CHARGING-NOSHOW VALUE 'N'.
       01 WS-CHG-AMOUNT PIC 9(7)V99.
      *
       01 WS-GRAND-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 WS-SITTING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NOSHOW-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNCHARGED-COUNT PIC 9(5) VALUE ZERO.
      *
      *    EACH POSTING IS AN AMOUNT AND ITS ACCOUNT, AS PAYROLL
      *    WRITES THEM.
       01 WS-TXN-DETAIL.
           05 TXD-AMOUNT PIC -(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TXD-ACCT PIC X(4).
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(34) VALUE
              "TRAINING CHARGE-BACK - MONTH OF ".
           05 RPT-HDR-MONTH PIC 9(6).
       01 RPT-SECTION-LINE PIC X(60).
       01 RPT-UNCHARGED-LINE.
           05 RPT-UNC-EMP PIC X(12).
           05 RPT-UNC-COURSE PIC X(10).
           05 RPT-UNC-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-UNC-TYPE PIC X(9).
           05 RPT-UNC-REASON PIC X(30).
       01 RPT-DEPT-HEADER.
           05 FILLER PIC X(27) VALUE
              "=== CHARGE-BACK STATEMENT ".
           05 RPT-DPT-CODE PIC X(4).
           05 RPT-DPT-NAME PIC X(21).
           05 FILLER PIC X(12) VALUE "COST CENTRE ".
           05 RPT-DPT-CC PIC X(4).
           05 FILLER PIC X(4) VALUE " ===".
       01 RPT-CHARGE-LINE.
           05 RPT-CHG-EMP PIC X(12).
           05 RPT-CHG-NAME PIC X(21).
           05 RPT-CHG-COURSE PIC X(10).
           05 RPT-CHG-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-CHG-TYPE PIC X(9).
           05 RPT-CHG-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 RPT-DEPT-TOTAL.
           05 FILLER PIC X(9) VALUE "SITTINGS ".
           05 RPT-DTT-SITTINGS PIC ZZZ9.
           05 FILLER PIC X(11) VALUE "  NO-SHOWS ".
           05 RPT-DTT-NOSHOWS PIC ZZZ9.
           05 FILLER PIC X(25) VALUE "  CHARGED TO COST CENTRE ".
           05 RPT-DTT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 RPT-TOTAL-LINE.
           05 RPT-TOT-LABEL PIC X(36).
           05 RPT-TOT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 RPT-COUNT-LINE.
           05 RPT-CNT-LABEL PIC X(36).
           05 RPT-CNT-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-ASK-MONTH-X
       END-UNSTRING
       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       IF WS-ASK-MONTH-X = SPACES
           MOVE WS-TODAY-DATE(1:6) TO WS-CHARGE-MONTH
           IF WS-CHARGE-MM = 1
               SUBTRACT 1 FROM WS-CHARGE-YEAR
               MOVE 12 TO WS-CHARGE-MM
           ELSE
               SUBTRACT 1 FROM WS-CHARGE-MM
           END-IF
       ELSE
           IF WS-ASK-MONTH-X NOT NUMERIC
               DISPLAY " CHARGE MONTH MUST BE YYYYMM : " WS-ASK-MONTH-X
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-END-PARA
           END-IF
           MOVE WS-ASK-MONTH-X TO WS-CHARGE-MONTH
           IF WS-CHARGE-MM < 1 OR WS-CHARGE-MM > 12
               DISPLAY " CHARGE MONTH MUST BE YYYYMM : " WS-ASK-MONTH-X
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-END-PARA
           END-IF
       END-IF
       PERFORM CHECK-RUN-CONTROL-PARA
       IF WS-CHARGE-MONTH NOT > WS-LAST-MONTH
           DISPLAY " CHARGE-BACK ALREADY RUN THROUGH " WS-LAST-MONTH
               " - " WS-CHARGE-MONTH " NOT CHARGED AGAIN"
           GO TO PROGRAM-END-PARA
       END-IF
       MOVE 'P' TO WS-PER-FUNC
       MOVE WS-TODAY-DATE TO WS-PER-DATE
       MOVE SPACES TO WS-PER-PAYLOAD
       STRING "TRAINING CHARGE-BACK FOR " WS-CHARGE-MONTH
           " NOT POSTED" DELIMITED BY SIZE INTO WS-PER-PAYLOAD
       CALL "PERCHK" USING WS-PER-FUNC, WS-PER-PROGRAM,
           WS-PER-DATE, WS-PER-PAYLOAD, WS-PER-RESULT
       END-CALL
       IF WS-PER-RESULT = 'N'
           DISPLAY " " WS-TODAY-DATE " FALLS IN A CLOSED PERIOD - "
               WS-CHARGE-MONTH " NOT CHARGED"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       PERFORM LOAD-COURSES-PARA
       IF WS-CRS-TOTAL = ZERO
           DISPLAY " COURSES.DAT NOT FOUND OR EMPTY - NO COURSE "
           DISPLAY " COSTS TO CHARGE "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM LOAD-BOOKINGS-PARA
      *    A BOOKING LEFT OFF THE TABLE WOULD GO UNCHARGED, OR WORSE,
      *    ITS RESULT WOULD MISS IT AND NEVER FIND IT.
       IF WS-BKG-SKIPPED > ZERO
           DISPLAY "*** MORE THAN " WS-BKG-MAX " BOOKINGS IN THE "
               "MONTH - " WS-BKG-SKIPPED " NOT LOADED - NOT CHARGED"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       OPEN INPUT EMPLOYEE
       IF EMP-FILESTATUS NOT = "00"
           DISPLAY " EMPLOYEE.DAT NOT FOUND - NO DEPARTMENT TO "
           DISPLAY " CHARGE "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       MOVE "TRAIN-ACCT" TO WS-PARM-KEY
       MOVE 6500 TO WS-PARM-DEFAULT
       CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
           WS-PARM-DEFAULT, WS-PARM-FOUND
       END-CALL
       MOVE WS-PARM-VALUE TO WS-TRAIN-ACCT
       MOVE "TRAIN-CHG-ACCT" TO WS-PARM-KEY
       MOVE 6510 TO WS-PARM-DEFAULT
       CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
           WS-PARM-DEFAULT, WS-PARM-FOUND
       END-CALL
       MOVE WS-PARM-VALUE TO WS-CHARGE-ACCT

       OPEN OUTPUT CHARGE-REPORT
       MOVE WS-CHARGE-MONTH TO RPT-HDR-MONTH
       WRITE RPT-LINE FROM RPT-HEADER-1
       MOVE "=== NOT CHARGED - STAYS ON THE TRAINING BUDGET ==="
           TO RPT-SECTION-LINE
       WRITE RPT-LINE FROM RPT-SECTION-LINE
       OPEN INPUT TRAINING-HISTORY
       IF TRH-FILESTATUS = "00"
           PERFORM CHARGE-SITTING-PARA THRU CHARGE-SITTING-EXIT
               UNTIL TRH-END-OF-FILE
           CLOSE TRAINING-HISTORY
       ELSE
           DISPLAY " TRAINHIST.DAT NOT FOUND - NO SITTINGS CHARGED "
       END-IF
       MOVE 'N' TO WS-CHG-TYPE
       PERFORM VARYING WS-BKG-SUB FROM 1 BY 1
               UNTIL WS-BKG-SUB > WS-BKG-TOTAL
           IF NOT BKG-T-ATTENDED(WS-BKG-SUB)
               MOVE BKG-T-EMP(WS-BKG-SUB) TO WS-CHG-EMP
               MOVE BKG-T-COURSE(WS-BKG-SUB) TO WS-CHG-COURSE
               MOVE BKG-T-DATE(WS-BKG-SUB) TO WS-CHG-DATE
               PERFORM CHARGE-ONE-PARA THRU CHARGE-ONE-EXIT
           END-IF
       END-PERFORM
       CLOSE EMPLOYEE

       PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
               UNTIL WS-DPT-SUB > WS-DPT-TOTAL
           PERFORM PRINT-STATEMENT-PARA
       END-PERFORM
       PERFORM POST-CHARGES-PARA
       MOVE "=== RUN TOTALS ===" TO RPT-SECTION-LINE
       WRITE RPT-LINE FROM RPT-SECTION-LINE
       MOVE "SITTINGS CHARGED             :" TO RPT-CNT-LABEL
       MOVE WS-SITTING-COUNT TO RPT-CNT-COUNT
       WRITE RPT-LINE FROM RPT-COUNT-LINE
       MOVE "NO-SHOWS CHARGED             :" TO RPT-CNT-LABEL
       MOVE WS-NOSHOW-COUNT TO RPT-CNT-COUNT
       WRITE RPT-LINE FROM RPT-COUNT-LINE
       MOVE "NOT CHARGED                  :" TO RPT-CNT-LABEL
       MOVE WS-UNCHARGED-COUNT TO RPT-CNT-COUNT
       WRITE RPT-LINE FROM RPT-COUNT-LINE
       IF WS-CHG-UNLISTED > ZERO
           MOVE "*** CHARGES NOT ON THE STATEMENTS:" TO RPT-CNT-LABEL
           MOVE WS-CHG-UNLISTED TO RPT-CNT-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
       END-IF
       MOVE SPACES TO RPT-TOTAL-LINE
       STRING "CHARGED TO EXPENSE ACCOUNT   " WS-CHARGE-ACCT " :"
           DELIMITED BY SIZE INTO RPT-TOT-LABEL
       END-STRING
       MOVE WS-GRAND-AMOUNT TO RPT-TOT-AMOUNT
       WRITE RPT-LINE FROM RPT-TOTAL-LINE
       MOVE SPACES TO RPT-TOTAL-LINE
       STRING "CREDITED TO TRAINING ACCOUNT " WS-TRAIN-ACCT " :"
           DELIMITED BY SIZE INTO RPT-TOT-LABEL
       END-STRING
       MOVE WS-GRAND-AMOUNT TO RPT-TOT-AMOUNT
       WRITE RPT-LINE FROM RPT-TOTAL-LINE
       CLOSE CHARGE-REPORT
       PERFORM STAMP-RUN-CONTROL-PARA
       DISPLAY "CHARGE-BACK " WS-CHARGE-MONTH " - SITTINGS : "
           WS-SITTING-COUNT "  NO-SHOWS : " WS-NOSHOW-COUNT
       DISPLAY "NOT CHARGED : " WS-UNCHARGED-COUNT
       IF WS-UNCHARGED-COUNT > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF.

       PROGRAM-END-PARA.
       STOP RUN.

      *    A SITTING IN THE MONTH IS CHARGED, AND MARKS OFF THE
      *    BOOKING IT WAS MADE AGAINST.
       CHARGE-SITTING-PARA.
       READ TRAINING-HISTORY
           AT END
               SET TRH-END-OF-FILE TO TRUE
               GO TO CHARGE-SITTING-EXIT
       END-READ
       IF TRH-DATE(1:6) NOT = WS-CHARGE-MONTH
           GO TO CHARGE-SITTING-EXIT
       END-IF
       PERFORM VARYING WS-BKG-SUB FROM 1 BY 1
               UNTIL WS-BKG-SUB > WS-BKG-TOTAL
           IF BKG-T-EMP(WS-BKG-SUB) = TRH-STUDENT-ID
                   AND BKG-T-COURSE(WS-BKG-SUB) = TRH-COURSE
                   AND BKG-T-DATE(WS-BKG-SUB) = TRH-DATE
               MOVE 'Y' TO BKG-T-SAT(WS-BKG-SUB)
           END-IF
       END-PERFORM
       MOVE 'S' TO WS-CHG-TYPE
       MOVE TRH-STUDENT-ID TO WS-CHG-EMP
       MOVE TRH-COURSE TO WS-CHG-COURSE
       MOVE TRH-DATE TO WS-CHG-DATE
       PERFORM CHARGE-ONE-PARA THRU CHARGE-ONE-EXIT.
       CHARGE-SITTING-EXIT.
       EXIT.

      *    ONE SEAT AT THE COURSE COST, TO THE ATTENDEE'S DEPARTMENT.
       CHARGE-ONE-PARA.
       MOVE WS-CHG-EMP TO RPT-UNC-EMP
       MOVE WS-CHG-COURSE TO RPT-UNC-COURSE
       MOVE WS-CHG-DATE TO RPT-UNC-DATE
       IF CHARGING-NOSHOW
           MOVE "NO-SHOW" TO RPT-UNC-TYPE
       ELSE
           MOVE "SAT" TO RPT-UNC-TYPE
       END-IF
       PERFORM FIND-COURSE-PARA
       IF NOT COURSE-FOUND
           MOVE "COURSE NOT ON COURSES.DAT" TO RPT-UNC-REASON
           PERFORM NOT-CHARGED-PARA
           GO TO CHARGE-ONE-EXIT
       END-IF
       IF CRS-T-COST(WS-CRS-SUB) = ZERO
           MOVE "COURSE HAS NO COST" TO RPT-UNC-REASON
           PERFORM NOT-CHARGED-PARA
           GO TO CHARGE-ONE-EXIT
       END-IF
       MOVE CRS-T-COST(WS-CRS-SUB) TO WS-CHG-AMOUNT
       MOVE WS-CHG-EMP TO EMP-ID
       READ EMPLOYEE
           INVALID KEY
               MOVE "NOT ON EMPLOYEE MASTER" TO RPT-UNC-REASON
               PERFORM NOT-CHARGED-PARA
               GO TO CHARGE-ONE-EXIT
       END-READ
       PERFORM FIND-DEPT-PARA THRU FIND-DEPT-EXIT
       IF NOT DEPT-FOUND
           PERFORM NOT-CHARGED-PARA
           GO TO CHARGE-ONE-EXIT
       END-IF
       ADD WS-CHG-AMOUNT TO DPT-T-AMOUNT(WS-DPT-SUB)
       ADD WS-CHG-AMOUNT TO WS-GRAND-AMOUNT
       IF CHARGING-NOSHOW
           ADD 1 TO DPT-T-NOSHOWS(WS-DPT-SUB)
           ADD 1 TO WS-NOSHOW-COUNT
       ELSE
           ADD 1 TO DPT-T-SITTINGS(WS-DPT-SUB)
           ADD 1 TO WS-SITTING-COUNT
       END-IF
      *    THE TOTALS ABOVE ARE WHAT POSTS; A FULL TABLE ONLY COSTS
      *    THE STATEMENT ITS DETAIL LINE.
       IF WS-CHG-TOTAL NOT < WS-CHG-MAX
           ADD 1 TO WS-CHG-UNLISTED
           GO TO CHARGE-ONE-EXIT
       END-IF
       ADD 1 TO WS-CHG-TOTAL
       MOVE WS-DPT-SUB TO CHG-T-DEPT(WS-CHG-TOTAL)
       MOVE WS-CHG-EMP TO CHG-T-EMP(WS-CHG-TOTAL)
       MOVE EMP-NAME TO CHG-T-NAME(WS-CHG-TOTAL)
       MOVE WS-CHG-COURSE TO CHG-T-COURSE(WS-CHG-TOTAL)
       MOVE WS-CHG-DATE TO CHG-T-DATE(WS-CHG-TOTAL)
       MOVE WS-CHG-TYPE TO CHG-T-TYPE(WS-CHG-TOTAL)
       MOVE WS-CHG-AMOUNT TO CHG-T-AMOUNT(WS-CHG-TOTAL).
       CHARGE-ONE-EXIT.
       EXIT.

       NOT-CHARGED-PARA.
       ADD 1 TO WS-UNCHARGED-COUNT
       WRITE RPT-LINE FROM RPT-UNCHARGED-LINE.

      *    THE EMPLOYEE'S DEPARTMENT, CHECKED AGAINST DEPARTMENT.DAT
      *    FOR ITS COST CENTRE THE FIRST TIME IT IS CHARGED. THE
      *    REASON IS LEFT IN RPT-UNC-REASON WHEN IT CANNOT BE.
       FIND-DEPT-PARA.
       MOVE 'N' TO WS-DPT-FOUND-SW
       PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
               UNTIL WS-DPT-SUB > WS-DPT-TOTAL OR DEPT-FOUND
           IF DPT-T-CODE(WS-DPT-SUB) = EMP-DEPT
               SET DEPT-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF DEPT-FOUND
           SUBTRACT 1 FROM WS-DPT-SUB
           GO TO FIND-DEPT-EXIT
       END-IF
       MOVE EMP-DEPT TO WS-DEP-CODE
       CALL "DEPTVAL" USING WS-DEP-FUNC, WS-DEP-CODE,
           WS-DEP-NAME, WS-DEP-COST, WS-DEP-FOUND
       END-CALL
       IF NOT DEPT-ON-MASTER OR WS-DEP-COST = SPACES
           MOVE "DEPT HAS NO COST CENTRE" TO RPT-UNC-REASON
           GO TO FIND-DEPT-EXIT
       END-IF
       IF WS-DPT-TOTAL NOT < WS-DPT-MAX
           MOVE "*** MORE THAN 30 DEPARTMENTS" TO RPT-UNC-REASON
           GO TO FIND-DEPT-EXIT
       END-IF
       ADD 1 TO WS-DPT-TOTAL
       MOVE WS-DPT-TOTAL TO WS-DPT-SUB
       MOVE EMP-DEPT TO DPT-T-CODE(WS-DPT-SUB)
       MOVE WS-DEP-NAME TO DPT-T-NAME(WS-DPT-SUB)
       MOVE WS-DEP-COST TO DPT-T-COST-CENTRE(WS-DPT-SUB)
       MOVE ZERO TO DPT-T-SITTINGS(WS-DPT-SUB)
       MOVE ZERO TO DPT-T-NOSHOWS(WS-DPT-SUB)
       MOVE ZERO TO DPT-T-AMOUNT(WS-DPT-SUB)
       SET DEPT-FOUND TO TRUE.
       FIND-DEPT-EXIT.
       EXIT.

       PRINT-STATEMENT-PARA.
       MOVE SPACES TO RPT-LINE
       WRITE RPT-LINE
       MOVE DPT-T-CODE(WS-DPT-SUB) TO RPT-DPT-CODE
       MOVE DPT-T-NAME(WS-DPT-SUB) TO RPT-DPT-NAME
       MOVE DPT-T-COST-CENTRE(WS-DPT-SUB) TO RPT-DPT-CC
       WRITE RPT-LINE FROM RPT-DEPT-HEADER
       PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-TOTAL
           IF CHG-T-DEPT(WS-CHG-SUB) = WS-DPT-SUB
               MOVE CHG-T-EMP(WS-CHG-SUB) TO RPT-CHG-EMP
               MOVE CHG-T-NAME(WS-CHG-SUB) TO RPT-CHG-NAME
               MOVE CHG-T-COURSE(WS-CHG-SUB) TO RPT-CHG-COURSE
               MOVE CHG-T-DATE(WS-CHG-SUB) TO RPT-CHG-DATE
               IF CHG-T-NOSHOW(WS-CHG-SUB)
                   MOVE "NO-SHOW" TO RPT-CHG-TYPE
               ELSE
                   MOVE "SAT" TO RPT-CHG-TYPE
               END-IF
               MOVE CHG-T-AMOUNT(WS-CHG-SUB) TO RPT-CHG-AMOUNT
               WRITE RPT-LINE FROM RPT-CHARGE-LINE
           END-IF
       END-PERFORM
       MOVE DPT-T-SITTINGS(WS-DPT-SUB) TO RPT-DTT-SITTINGS
       MOVE DPT-T-NOSHOWS(WS-DPT-SUB) TO RPT-DTT-NOSHOWS
       MOVE DPT-T-AMOUNT(WS-DPT-SUB) TO RPT-DTT-AMOUNT
       WRITE RPT-LINE FROM RPT-DEPT-TOTAL.

      *    EACH COST CENTRE'S TOTAL IS DEBITED TO THE CHARGE-BACK
      *    EXPENSE ACCOUNT AND THE TRAINING BUDGET CREDITED THE SUM,
      *    SO THE RUN ADDS NOTHING TO THE CONTROL TOTAL THE BALANCING
      *    REPORT PROVES AGAINST. THE COST CENTRE ITSELF IS NO LEDGER
      *    ACCOUNT; THE STATEMENTS CARRY IT.
       POST-CHARGES-PARA.
       IF WS-GRAND-AMOUNT = ZERO
           GO TO POST-CHARGES-EXIT
       END-IF
       OPEN EXTEND TRANSACTION-FILE
       IF TXN-FILESTATUS NOT = "00"
           OPEN OUTPUT TRANSACTION-FILE
       END-IF
       PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
               UNTIL WS-DPT-SUB > WS-DPT-TOTAL
           IF DPT-T-AMOUNT(WS-DPT-SUB) > ZERO
               MOVE DPT-T-AMOUNT(WS-DPT-SUB) TO TXD-AMOUNT
               MOVE WS-CHARGE-ACCT TO TXD-ACCT
               MOVE WS-TXN-DETAIL TO TXN-LINE
               WRITE TXN-LINE
           END-IF
       END-PERFORM
       COMPUTE TXD-AMOUNT = ZERO - WS-GRAND-AMOUNT
       MOVE WS-TRAIN-ACCT TO TXD-ACCT
       MOVE WS-TXN-DETAIL TO TXN-LINE
       WRITE TXN-LINE
       CLOSE TRANSACTION-FILE.
       POST-CHARGES-EXIT.
       EXIT.

       FIND-COURSE-PARA.
       MOVE 'N' TO WS-CRS-FOUND-SW
       PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
               UNTIL WS-CRS-SUB > WS-CRS-TOTAL OR COURSE-FOUND
           IF CRS-T-CODE(WS-CRS-SUB) = WS-CHG-COURSE
               SET COURSE-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF COURSE-FOUND
           SUBTRACT 1 FROM WS-CRS-SUB
       END-IF.

       LOAD-COURSES-PARA.
       OPEN INPUT COURSE-FILE
       IF CRS-FILESTATUS = "00"
           PERFORM LOAD-ONE-COURSE-PARA THRU LOAD-ONE-COURSE-EXIT
               UNTIL CRS-END-OF-FILE
           CLOSE COURSE-FILE
       END-IF.

       LOAD-ONE-COURSE-PARA.
       READ COURSE-FILE
           AT END
               SET CRS-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-COURSE-EXIT
       END-READ
       MOVE SPACES TO WS-CRS-CODE-IN
       MOVE SPACES TO WS-CRS-TITLE-IN
       MOVE SPACES TO WS-CRS-PASS-IN
       MOVE SPACES TO WS-CRS-MERIT-IN
       MOVE SPACES TO WS-CRS-DIST-IN
       MOVE SPACES TO WS-CRS-VALID-IN
       MOVE SPACES TO WS-CRS-ACTIVE-IN
       MOVE SPACES TO WS-CRS-COST-IN
       UNSTRING COURSE-LINE DELIMITED BY ALL SPACE
           INTO WS-CRS-CODE-IN WS-CRS-TITLE-IN WS-CRS-PASS-IN
               WS-CRS-MERIT-IN WS-CRS-DIST-IN WS-CRS-VALID-IN
               WS-CRS-ACTIVE-IN WS-CRS-COST-IN
       END-UNSTRING
       IF WS-CRS-CODE-IN = SPACES
           GO TO LOAD-ONE-COURSE-EXIT
       END-IF
       IF WS-CRS-TOTAL NOT < WS-CRS-MAX
           DISPLAY "*** MORE THAN " WS-CRS-MAX " COURSES - "
               WS-CRS-CODE-IN " CANNOT BE CHARGED"
           GO TO LOAD-ONE-COURSE-EXIT
       END-IF
       ADD 1 TO WS-CRS-TOTAL
       MOVE WS-CRS-CODE-IN TO CRS-T-CODE(WS-CRS-TOTAL)
       IF WS-CRS-COST-IN = SPACES
           MOVE ZERO TO CRS-T-COST(WS-CRS-TOTAL)
       ELSE
           COMPUTE CRS-T-COST(WS-CRS-TOTAL) =
               FUNCTION NUMVAL(WS-CRS-COST-IN)
       END-IF.
       LOAD-ONE-COURSE-EXIT.
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
       IF ENR-SIT-DATE(1:6) NOT = WS-CHARGE-MONTH
               OR NOT ENR-CONFIRMED
           GO TO LOAD-ONE-BOOKING-EXIT
       END-IF
       IF WS-BKG-TOTAL NOT < WS-BKG-MAX
           ADD 1 TO WS-BKG-SKIPPED
           GO TO LOAD-ONE-BOOKING-EXIT
       END-IF
       ADD 1 TO WS-BKG-TOTAL
       MOVE ENR-EMP-ID TO BKG-T-EMP(WS-BKG-TOTAL)
       MOVE ENR-COURSE TO BKG-T-COURSE(WS-BKG-TOTAL)
       MOVE ENR-SIT-DATE TO BKG-T-DATE(WS-BKG-TOTAL)
       MOVE 'N' TO BKG-T-SAT(WS-BKG-TOTAL).
       LOAD-ONE-BOOKING-EXIT.
       EXIT.

       CHECK-RUN-CONTROL-PARA.
       OPEN INPUT RUN-CONTROL-FILE
       IF RCF-FILESTATUS = "00"
           READ RUN-CONTROL-FILE INTO WS-LAST-MONTH
               AT END MOVE ZERO TO WS-LAST-MONTH
           END-READ
           CLOSE RUN-CONTROL-FILE
       END-IF.

       STAMP-RUN-CONTROL-PARA.
       OPEN OUTPUT RUN-CONTROL-FILE
       MOVE WS-CHARGE-MONTH TO RC-RECORD
       WRITE RC-RECORD
       CLOSE RUN-CONTROL-FILE.
       END PROGRAM CHGBACK.
