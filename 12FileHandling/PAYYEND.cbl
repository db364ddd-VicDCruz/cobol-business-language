      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payroll year-end close. Reads the PayYtd.dat
      *          year-to-date master PAYROLL keeps, and for every
      *          employee paid in the tax year being closed (command
      *          line, default the tax year the master holds) prints
      *          an annual earnings statement - month by month gross,
      *          deductions and net, then the year's amount for each
      *          deduction code named from Deductions.dat, staff
      *          loan repayments under code LOAN - as a dated
      *          generation through RPTWRT, catalogued through
      *          RPTCAT. The same pass writes the fixed-layout
      *          YearEndFiling.dat filing file, one line per employee
      *          bracketed by a header and a trailer carrying the
      *          record count and the gross and net hash totals, the
      *          header/trailer style BankPay.dat already uses. Only
      *          when the statements and the filing are complete is
      *          every record reset to zero for the next tax year.
      *          The PayYearEnd.rc run-control stamp holds the last
      *          tax year closed and blocks closing it again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYYEND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-YTD ASSIGN TO 'PayYtd.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PYT-EMP-ID
           FILE STATUS IS YTD-FILESTATUS.

           SELECT DEDUCTION-FILE ASSIGN TO 'Deductions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DED-FILESTATUS.

           SELECT FILING-FILE ASSIGN TO 'YearEndFiling.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FIL-FILESTATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'PayYearEnd.rc'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCF-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PAY-YTD.
       COPY PYTREC REPLACING ==:REC:== BY ==PAY-YTD-RECORD==.
      *
       FD DEDUCTION-FILE.
       01 DEDUCTION-LINE PIC X(40).
      *
       FD FILING-FILE.
       01 FILING-RECORD.
        05 FIL-EMP-ID PIC X(10).
        05 FILLER PIC X(1).
        05 FIL-NAME PIC X(30).
        05 FILLER PIC X(1).
        05 FIL-DEPT PIC X(3).
        05 FILLER PIC X(1).
        05 FIL-TAX-YEAR PIC 9(4).
        05 FILLER PIC X(1).
        05 FIL-GROSS PIC 9(9)V99.
        05 FILLER PIC X(1).
        05 FIL-DEDUCT PIC 9(9)V99.
        05 FILLER PIC X(1).
        05 FIL-NET PIC 9(9)V99.
        05 FIL-DED-ENTRY OCCURS 10 TIMES.
           10 FILLER PIC X(1).
           10 FIL-DED-CODE PIC X(4).
           10 FILLER PIC X(1).
           10 FIL-DED-AMOUNT PIC 9(9)V99.
       01 FILING-HDR-RECORD.
        05 HDR-TYPE PIC X(1).
        05 HDR-FEED-DATE PIC 9(8).
        05 HDR-SOURCE PIC X(9).
        05 HDR-TAX-YEAR PIC 9(4).
       01 FILING-TRL-RECORD.
        05 TRL-TYPE PIC X(1).
        05 TRL-COUNT PIC 9(5).
        05 TRL-GROSS-HASH PIC 9(13)V99.
        05 TRL-NET-HASH PIC 9(13)V99.
      *
       FD RUN-CONTROL-FILE.
       01 RC-RECORD PIC 9(4).
      *
       WORKING-STORAGE SECTION.

       01 YTD-FILESTATUS PIC X(02).
       01 DED-FILESTATUS PIC X(02).
       01 FIL-FILESTATUS PIC X(02).
       01 RCF-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
       01 DED-EOF PIC X(1) VALUE 'N'.
           88 DED-END-OF-FILE VALUE 'Y'.
      *
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RPT-DATE-X PIC X(8).
       01 WS-CMD-LINE PIC X(80).
       01 WS-YEAR-X PIC X(6).
       01 WS-CLOSE-YEAR PIC 9(4) VALUE ZERO.
       01 WS-LAST-CLOSED-YEAR PIC 9(4) VALUE ZERO.
      *
      *    DEDUCTION DESCRIPTIONS, LOOKED UP BY CODE FOR THE
      *    STATEMENT.
       01 DED-TABLE.
           05 DED-ENTRY OCCURS 10 TIMES.
               10 DED-T-CODE PIC X(4).
               10 DED-T-DESC PIC X(15).
       01 WS-DED-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-DED-MAX PIC 9(2) VALUE 10.
       01 WS-DED-SUB PIC 9(2).
       01 WS-DED-FOUND-SW PIC X(1).
           88 DEDUCTION-FOUND VALUE 'Y'.
       01 WS-DED-CODE-IN PIC X(4).
       01 WS-LOAN-DED-CODE PIC X(4) VALUE "LOAN".
       01 WS-DED-DESC-IN PIC X(15).
       01 WS-DED-PCT-IN PIC X(8).
      *
       01 WS-SLOT PIC 9(2).
       01 WS-MONTH PIC 9(2).
       01 WS-MONTH-DEDUCT PIC S9(9)V99.
       01 WS-YEAR-DEDUCT PIC S9(9)V99.
       01 WS-STATEMENT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RESET-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OTHER-YEAR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GROSS-HASH PIC 9(13)V99 VALUE ZERO.
       01 WS-NET-HASH PIC 9(13)V99 VALUE ZERO.
       01 WS-KEEP-EMP-ID PIC X(10).
       01 WS-KEEP-NAME PIC X(30).
       01 WS-KEEP-DEPT PIC X(3).
      *
      *    THE NAME LINE GOES THROUGH THE SHARED NAMEFMT FORMATTER SO
      *    EVERY DOCUMENT IN THE SHOP SPACES A NAME THE SAME WAY.
       01 WS-PART-COUNT PIC 99.
       01 WS-PARTS.
           05 WS-PART OCCURS 10 TIMES PIC X(20).
       01 WS-FORMATTED PIC X(100).
      *
       01 WS-RPT-FUNC PIC X(1).
       01 WS-RPT-TITLE PIC X(40)
           VALUE "ANNUAL EARNINGS STATEMENTS".
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-CAT-REPORT-NAME PIC X(16) VALUE "EARNSTMTS".
      *
       01 STMT-HEAD-LINE.
           05 FILLER PIC X(22) VALUE "EARNINGS STATEMENT TAX".
           05 FILLER PIC X(6) VALUE " YEAR ".
           05 STMT-TAX-YEAR PIC 9(4).
           05 FILLER PIC X(6) VALUE "  EMP ".
           05 STMT-EMP-ID PIC X(10).
       01 STMT-NAME-LINE.
           05 FILLER PIC X(12) VALUE "NAME      : ".
           05 STMT-NAME PIC X(40).
       01 STMT-DEPT-LINE.
           05 FILLER PIC X(12) VALUE "DEPT      : ".
           05 STMT-DEPT PIC X(3).
       01 STMT-MONTH-HEADER.
           05 FILLER PIC X(8) VALUE "MONTH".
           05 FILLER PIC X(14) VALUE "         GROSS".
           05 FILLER PIC X(14) VALUE "    DEDUCTIONS".
           05 FILLER PIC X(14) VALUE "           NET".
       01 STMT-MONTH-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STMT-MONTH PIC X(6).
           05 STMT-M-GROSS PIC -(10)9.99.
           05 STMT-M-DEDUCT PIC -(10)9.99.
           05 STMT-M-NET PIC -(10)9.99.
       01 STMT-DED-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STMT-DED-CODE PIC X(5).
           05 STMT-DED-DESC PIC X(16).
           05 STMT-DED-AMOUNT PIC -(10)9.99.
       01 STMT-RULE-LINE PIC X(50) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       MOVE SPACES TO WS-YEAR-X
       UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE INTO WS-YEAR-X
       END-UNSTRING
       IF WS-YEAR-X NOT = SPACES
           IF FUNCTION TEST-NUMVAL(WS-YEAR-X) NOT = ZERO
               DISPLAY "USAGE: PAYYEND [TAX-YEAR]"
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-END-PARA
           END-IF
           COMPUTE WS-CLOSE-YEAR = FUNCTION NUMVAL(WS-YEAR-X)
       END-IF

       OPEN INPUT PAY-YTD
       IF YTD-FILESTATUS NOT = "00"
           DISPLAY " PAYYTD.DAT NOT FOUND - NO YEAR TO CLOSE "
           DISPLAY " FILE STATUS IS : " YTD-FILESTATUS
           GO TO PROGRAM-END-PARA
       END-IF
      *    WITH NO YEAR GIVEN, THE YEAR THE MASTER HOLDS IS CLOSED.
       IF WS-CLOSE-YEAR = ZERO
           READ PAY-YTD NEXT RECORD
               AT END
                   DISPLAY " PAYYTD.DAT IS EMPTY - NO YEAR TO CLOSE "
                   CLOSE PAY-YTD
                   GO TO PROGRAM-END-PARA
           END-READ
           MOVE PYT-TAX-YEAR TO WS-CLOSE-YEAR
           CLOSE PAY-YTD
           OPEN INPUT PAY-YTD
       END-IF

       PERFORM CHECK-RUN-CONTROL-PARA
       IF WS-CLOSE-YEAR NOT > WS-LAST-CLOSED-YEAR
           DISPLAY " TAX YEAR " WS-CLOSE-YEAR " IS ALREADY CLOSED "
           DISPLAY " LAST YEAR CLOSED : " WS-LAST-CLOSED-YEAR
           CLOSE PAY-YTD
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       PERFORM LOAD-DEDUCTIONS-PARA
       MOVE WS-TODAY-DATE TO WS-RPT-DATE-X
       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING "EarnStmts." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL

       OPEN OUTPUT FILING-FILE
       MOVE SPACES TO FILING-HDR-RECORD
       MOVE 'H' TO HDR-TYPE
       MOVE WS-TODAY-DATE TO HDR-FEED-DATE
       MOVE "PAYROLL" TO HDR-SOURCE
       MOVE WS-CLOSE-YEAR TO HDR-TAX-YEAR
       WRITE FILING-HDR-RECORD

       PERFORM STATE-ONE-PARA THRU STATE-ONE-EXIT
           UNTIL END-OF-FILE
       CLOSE PAY-YTD

       MOVE SPACES TO FILING-TRL-RECORD
       MOVE 'T' TO TRL-TYPE
       MOVE WS-STATEMENT-COUNT TO TRL-COUNT
       MOVE WS-GROSS-HASH TO TRL-GROSS-HASH
       MOVE WS-NET-HASH TO TRL-NET-HASH
       WRITE FILING-TRL-RECORD
       CLOSE FILING-FILE

       MOVE 'C' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE
       END-CALL

      *    THE ACCUMULATORS ARE ONLY CLEARED ONCE THE STATEMENTS AND
      *    THE FILING ARE SAFELY WRITTEN.
       MOVE 'N' TO WS-EOF-FLAG
       OPEN I-O PAY-YTD
       PERFORM RESET-ONE-PARA THRU RESET-ONE-EXIT
           UNTIL END-OF-FILE
       CLOSE PAY-YTD

       DISPLAY "=== PAYROLL YEAR-END - TAX YEAR " WS-CLOSE-YEAR " ==="
       DISPLAY "STATEMENTS PRINTED    : " WS-STATEMENT-COUNT
       DISPLAY "GROSS HASH TOTAL      : " WS-GROSS-HASH
       DISPLAY "NET HASH TOTAL        : " WS-NET-HASH
       DISPLAY "RECORDS RESET         : " WS-RESET-COUNT
       DISPLAY "OTHER TAX YEAR, LEFT  : " WS-OTHER-YEAR-COUNT
      *    A YEAR NOBODY ON THE MASTER BELONGS TO IS NOT CLOSED - THE
      *    STAMP WOULD ONLY BLOCK CLOSING THE REAL ONE.
       IF WS-RESET-COUNT = ZERO
           DISPLAY " NO RECORDS FOR TAX YEAR " WS-CLOSE-YEAR
               " - YEAR NOT MARKED CLOSED "
           MOVE 8 TO RETURN-CODE
       ELSE
           PERFORM STAMP-RUN-CONTROL-PARA
       END-IF.

       PROGRAM-END-PARA.
       STOP RUN.

       STATE-ONE-PARA.
       READ PAY-YTD NEXT RECORD
           AT END
               SET END-OF-FILE TO TRUE
               GO TO STATE-ONE-EXIT
       END-READ
       IF PYT-TAX-YEAR NOT = WS-CLOSE-YEAR
           ADD 1 TO WS-OTHER-YEAR-COUNT
           GO TO STATE-ONE-EXIT
       END-IF
      *    A RECORD WITH NOTHING PAID ALL YEAR GETS NO STATEMENT AND
      *    NO FILING LINE, BUT IS STILL RESET WITH THE REST.
       IF PYT-YTD-GROSS = ZERO AND PYT-YTD-NET = ZERO
           GO TO STATE-ONE-EXIT
       END-IF
       ADD 1 TO WS-STATEMENT-COUNT
       ADD PYT-YTD-GROSS TO WS-GROSS-HASH
       ADD PYT-YTD-NET TO WS-NET-HASH

       MOVE SPACES TO WS-PARTS
       UNSTRING PYT-NAME DELIMITED BY ALL SPACE
           INTO WS-PART(1) WS-PART(2) WS-PART(3) WS-PART(4)
       END-UNSTRING
       MOVE 4 TO WS-PART-COUNT
       MOVE SPACES TO WS-FORMATTED
       CALL "NAMEFMT" USING WS-PART-COUNT, WS-PARTS, WS-FORMATTED

       MOVE WS-CLOSE-YEAR TO STMT-TAX-YEAR
       MOVE PYT-EMP-ID TO STMT-EMP-ID
       MOVE STMT-HEAD-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE WS-FORMATTED(1:40) TO STMT-NAME
       MOVE STMT-NAME-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE PYT-DEPT TO STMT-DEPT
       MOVE STMT-DEPT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE STMT-MONTH-HEADER TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM STATE-ONE-MONTH-PARA
           VARYING WS-MONTH FROM 1 BY 1
           UNTIL WS-MONTH > 12
       MOVE ZERO TO WS-YEAR-DEDUCT
       PERFORM VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 10
           ADD PYT-YTD-DED(WS-SLOT) TO WS-YEAR-DEDUCT
       END-PERFORM
       MOVE "YEAR" TO STMT-MONTH
       MOVE PYT-YTD-GROSS TO STMT-M-GROSS
       MOVE WS-YEAR-DEDUCT TO STMT-M-DEDUCT
       MOVE PYT-YTD-NET TO STMT-M-NET
       MOVE STMT-MONTH-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM STATE-ONE-DEDUCTION-PARA
           VARYING WS-SLOT FROM 1 BY 1
           UNTIL WS-SLOT > 10
       MOVE STMT-RULE-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA

       MOVE SPACES TO FILING-RECORD
       MOVE PYT-EMP-ID TO FIL-EMP-ID
       MOVE PYT-NAME TO FIL-NAME
       MOVE PYT-DEPT TO FIL-DEPT
       MOVE WS-CLOSE-YEAR TO FIL-TAX-YEAR
       MOVE PYT-YTD-GROSS TO FIL-GROSS
       MOVE WS-YEAR-DEDUCT TO FIL-DEDUCT
       MOVE PYT-YTD-NET TO FIL-NET
       PERFORM VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 10
           MOVE PYT-DED-CODE(WS-SLOT) TO FIL-DED-CODE(WS-SLOT)
           MOVE PYT-YTD-DED(WS-SLOT) TO FIL-DED-AMOUNT(WS-SLOT)
       END-PERFORM
       WRITE FILING-RECORD.
       STATE-ONE-EXIT.
       EXIT.

      *    A MONTH NOBODY PAID IS LEFT OFF THE STATEMENT.
       STATE-ONE-MONTH-PARA.
       MOVE ZERO TO WS-MONTH-DEDUCT
       PERFORM VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 10
           ADD PYT-M-DED(WS-MONTH, WS-SLOT) TO WS-MONTH-DEDUCT
       END-PERFORM
       IF PYT-M-GROSS(WS-MONTH) NOT = ZERO
               OR PYT-M-NET(WS-MONTH) NOT = ZERO
           MOVE SPACES TO STMT-MONTH
           MOVE WS-MONTH TO STMT-MONTH(1:2)
           MOVE PYT-M-GROSS(WS-MONTH) TO STMT-M-GROSS
           MOVE WS-MONTH-DEDUCT TO STMT-M-DEDUCT
           MOVE PYT-M-NET(WS-MONTH) TO STMT-M-NET
           MOVE STMT-MONTH-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
       END-IF.

       STATE-ONE-DEDUCTION-PARA.
       IF PYT-DED-CODE(WS-SLOT) NOT = SPACES
           MOVE PYT-DED-CODE(WS-SLOT) TO STMT-DED-CODE
           MOVE "*NOT ON TABLE*" TO STMT-DED-DESC
           IF PYT-DED-CODE(WS-SLOT) = WS-LOAN-DED-CODE
               MOVE "STAFF LOAN" TO STMT-DED-DESC
           END-IF
           MOVE 'N' TO WS-DED-FOUND-SW
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WS-DED-TOTAL OR DEDUCTION-FOUND
               IF DED-T-CODE(WS-DED-SUB) = PYT-DED-CODE(WS-SLOT)
                   SET DEDUCTION-FOUND TO TRUE
                   MOVE DED-T-DESC(WS-DED-SUB) TO STMT-DED-DESC
               END-IF
           END-PERFORM
           MOVE PYT-YTD-DED(WS-SLOT) TO STMT-DED-AMOUNT
           MOVE STMT-DED-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
       END-IF.

      *    THE EMPLOYEE KEEPS THE RECORD; EVERY FIGURE AND THE
      *    DEDUCTION SLOTS START THE NEW TAX YEAR EMPTY.
       RESET-ONE-PARA.
       READ PAY-YTD NEXT RECORD
           AT END
               SET END-OF-FILE TO TRUE
               GO TO RESET-ONE-EXIT
       END-READ
       IF PYT-TAX-YEAR NOT = WS-CLOSE-YEAR
           GO TO RESET-ONE-EXIT
       END-IF
       MOVE PYT-EMP-ID TO WS-KEEP-EMP-ID
       MOVE PYT-NAME TO WS-KEEP-NAME
       MOVE PYT-DEPT TO WS-KEEP-DEPT
       INITIALIZE PAY-YTD-RECORD
       MOVE WS-KEEP-EMP-ID TO PYT-EMP-ID
       MOVE WS-KEEP-NAME TO PYT-NAME
       MOVE WS-KEEP-DEPT TO PYT-DEPT
       COMPUTE PYT-TAX-YEAR = WS-CLOSE-YEAR + 1
       REWRITE PAY-YTD-RECORD
           INVALID KEY
               DISPLAY "*** YTD RECORD NOT RESET : " PYT-EMP-ID
               GO TO RESET-ONE-EXIT
       END-REWRITE
       ADD 1 TO WS-RESET-COUNT.
       RESET-ONE-EXIT.
       EXIT.

       LOAD-DEDUCTIONS-PARA.
       OPEN INPUT DEDUCTION-FILE
       IF DED-FILESTATUS NOT = "00"
           DISPLAY " DEDUCTIONS.DAT NOT FOUND - CODES PRINT BARE "
       ELSE
           PERFORM LOAD-ONE-DEDUCTION-PARA
               THRU LOAD-ONE-DEDUCTION-EXIT
               UNTIL DED-END-OF-FILE
           CLOSE DEDUCTION-FILE
       END-IF.

       LOAD-ONE-DEDUCTION-PARA.
       READ DEDUCTION-FILE
           AT END
               SET DED-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-DEDUCTION-EXIT
       END-READ
       MOVE SPACES TO WS-DED-CODE-IN
       MOVE SPACES TO WS-DED-DESC-IN
       MOVE SPACES TO WS-DED-PCT-IN
       UNSTRING DEDUCTION-LINE DELIMITED BY ALL SPACE
           INTO WS-DED-CODE-IN WS-DED-DESC-IN WS-DED-PCT-IN
       END-UNSTRING
       IF WS-DED-CODE-IN = SPACES
           GO TO LOAD-ONE-DEDUCTION-EXIT
       END-IF
       IF WS-DED-TOTAL < WS-DED-MAX
           ADD 1 TO WS-DED-TOTAL
           MOVE WS-DED-CODE-IN TO DED-T-CODE(WS-DED-TOTAL)
           MOVE WS-DED-DESC-IN TO DED-T-DESC(WS-DED-TOTAL)
       END-IF.
       LOAD-ONE-DEDUCTION-EXIT.
       EXIT.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL.

       CHECK-RUN-CONTROL-PARA.
       OPEN INPUT RUN-CONTROL-FILE
       IF RCF-FILESTATUS = "00"
           READ RUN-CONTROL-FILE INTO WS-LAST-CLOSED-YEAR
               AT END MOVE ZERO TO WS-LAST-CLOSED-YEAR
           END-READ
           CLOSE RUN-CONTROL-FILE
       END-IF.

       STAMP-RUN-CONTROL-PARA.
       OPEN OUTPUT RUN-CONTROL-FILE
       MOVE WS-CLOSE-YEAR TO RC-RECORD
       WRITE RC-RECORD
       CLOSE RUN-CONTROL-FILE.
       END PROGRAM PAYYEND.
