      *          month-to-date base on BalanceFwd.dat for the new
      *          month. The MonthClose.rc stamp refuses a second
      *          close of the same month, in the same guarded style
      *          LEDGER refuses to double-post a day. The close
      *          also runs the month through PERCHK: the period is
      *          marked closing on the Periods.dat calendar before
      *          BalanceFwd.dat is touched (a period the calendar
      *          already shows closed is refused) and closed once
      *          the month is done, after which no posting program
      *          can post into it. Nor does a month close until
      *          the GLRECON control-account reconciliation has run
      *          today and left GLRecon.dat showing every
      *          sub-ledger agreed with its control account.
      *          Under the month's ledger line on LedgerHist.dat the
      *          close writes one line per account moved in the
      *          month, taken from the AcctMTD.dat month-to-date
      *          LEDGER keeps (the month is then dropped from it), so
      *          the history carries the actuals by account that
      *          BUDRPT sets against the budget; a month falling off
      *          the history takes its account lines with it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCF-FILESTATUS.

           SELECT RECON-RESULT-FILE
           ASSIGN TO 'GLRecon.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCN-FILESTATUS.

           SELECT ACCT-MTD-FILE
           ASSIGN TO 'AcctMTD.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AMT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       05 HST-MOVEMENT        PIC X(13).
       05 FILLER              PIC X(1).
       05 HST-CLOSING         PIC X(13).
       COPY LHAREC REPLACING ==:REC:== BY ==HISTORY-ACCT-RECORD==.
      *
       FD CLOSE-REPORT.
       01 RPT-LINE            PIC X(60).
      *
       FD RUN-CONTROL-FILE.
       01 RC-RECORD PIC 9(8).
      *
       FD RECON-RESULT-FILE.
       01 RECON-RESULT-RECORD.
       05 RCN-DATE            PIC 9(8).
       05 FILLER              PIC X(1).
       05 RCN-STATUS          PIC X(8).
      *
       FD ACCT-MTD-FILE.
       COPY AMTDREC REPLACING ==:REC:== BY ==ACCT-MTD-RECORD==.
      *
       WORKING-STORAGE SECTION.

       01 HST-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 RCF-FILESTATUS PIC X(02).
       01 RCN-FILESTATUS PIC X(02).
       01 AMT-FILESTATUS PIC X(02).
       01 AMT-EOF PIC X(1) VALUE 'N'.
           88 AMT-END-OF-FILE VALUE 'Y'.
       01 WS-RECON-SW PIC X(1) VALUE 'N'.
           88 MONTH-RECONCILED VALUE 'Y'.
       01 HST-EOF PIC X(1) VALUE 'N'.
           88 HST-END-OF-FILE VALUE 'Y'.
      *
       01 WS-TOMORROW-INT PIC 9(7).
       01 WS-TOMORROW PIC 9(8).
       01 WS-NEXT-BUSDAY PIC 9(8).
      *
       01 WS-PER-FUNC PIC X(1).
       01 WS-PER-PROGRAM PIC X(9) VALUE "MTHCLOSE".
       01 WS-PER-DATE PIC 9(8).
       01 WS-PER-PAYLOAD PIC X(80).
       01 WS-PER-RESULT PIC X(1).
      *
       01 WS-PRIOR-DATE PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-CLOSE PIC S9(9)V99 VALUE ZERO.
       01 WS-EDIT-AMOUNT PIC -9(9).99.
      *
      *    THE TWELVE-MONTH HISTORY IS HELD AND REWRITTEN SO THE
      *    OLDEST MONTH FALLS OFF AS THE NEW ONE JOINS. EACH MONTH
      *    IS ITS LEDGER LINE AND ITS ACCOUNT LINES.
       01 HST-TABLE.
           05 HST-ENTRY OCCURS 264 TIMES.
               10 HST-T-PERIOD PIC 9(6).
               10 HST-T-LINE PIC X(42).
       01 WS-HST-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-HST-MAX PIC 9(3) VALUE 264.
       01 WS-HST-SUB PIC 9(3).
       01 WS-HST-MONTHS PIC 9(2) VALUE ZERO.
       01 WS-HST-DROP PIC 9(3).
       01 WS-DROP-PERIOD PIC 9(6).
      *
      *    THE ACCOUNT MONTH-TO-DATE; OTHER PERIODS' LINES ARE PUT
      *    BACK UNTOUCHED.
       01 AMT-TABLE.
           05 AMT-ENTRY OCCURS 100 TIMES.
               10 AMT-T-PERIOD PIC 9(6).
               10 AMT-T-LINE PIC X(18).
       01 WS-AMT-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-AMT-SUB PIC 9(3).
       01 WS-ACCT-LINES PIC 9(3) VALUE ZERO.
      *
       01 RPT-HEADER.
           05 FILLER PIC X(26) VALUE "MONTHLY STATEMENT - ".
           GO TO PROGRAM-END-PARA
       END-IF

      *    AN UNRECONCILED MONTH STAYS OPEN UNTIL THE SUB-LEDGERS
      *    AGREE WITH THEIR CONTROL ACCOUNTS.
       PERFORM CHECK-RECON-PARA
       IF NOT MONTH-RECONCILED
           DISPLAY " SUB-LEDGERS NOT RECONCILED TODAY - RUN GLRECON "
           DISPLAY " AND CLEAR GLRECON.RPT, NO CLOSE TONIGHT "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       PERFORM READ-LEDGER-PARA
       IF WS-PRIOR-DATE = ZERO
           DISPLAY " BALANCEFWD.DAT NOT FOUND OR EMPTY - NOTHING "
       END-IF
       COMPUTE WS-OPENING = WS-PRIOR-CLOSE - WS-PRIOR-MTD

      *    THE PERIOD GOES TO CLOSING FIRST, SO NOTHING ELSE POSTS
      *    INTO IT WHILE THE CLOSE IS UNDER WAY.
       MOVE 'B' TO WS-PER-FUNC
       MOVE WS-TODAY-DATE TO WS-PER-DATE
       MOVE SPACES TO WS-PER-PAYLOAD
       CALL "PERCHK" USING WS-PER-FUNC, WS-PER-PROGRAM,
           WS-PER-DATE, WS-PER-PAYLOAD, WS-PER-RESULT
       END-CALL
       IF WS-PER-RESULT NOT = 'Y'
           DISPLAY " MONTH " WS-THIS-PERIOD " NOT CLOSED "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       MOVE 'P' TO WS-PER-FUNC
       MOVE WS-TODAY-DATE TO WS-PER-DATE
       MOVE WS-PRIOR-CLOSE TO WS-EDIT-AMOUNT
       STRING "MONTH-END CLOSE " WS-THIS-PERIOD " CLOSE "
           WS-EDIT-AMOUNT DELIMITED BY SIZE INTO WS-PER-PAYLOAD
       CALL "PERCHK" USING WS-PER-FUNC, WS-PER-PROGRAM,
           WS-PER-DATE, WS-PER-PAYLOAD, WS-PER-RESULT
       END-CALL
       IF WS-PER-RESULT NOT = 'Y'
           DISPLAY " MONTH " WS-THIS-PERIOD " NOT CLOSED "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       OPEN OUTPUT CLOSE-REPORT
       MOVE WS-THIS-PERIOD TO RPT-HDR-PERIOD
       WRITE RPT-LINE FROM RPT-HEADER
       PERFORM APPEND-HISTORY-PARA
       PERFORM RESET-MTD-PARA
       PERFORM STAMP-RUN-CONTROL-PARA
       MOVE 'L' TO WS-PER-FUNC
       MOVE WS-TODAY-DATE TO WS-PER-DATE
       CALL "PERCHK" USING WS-PER-FUNC, WS-PER-PROGRAM,
           WS-PER-DATE, WS-PER-PAYLOAD, WS-PER-RESULT
       END-CALL
       DISPLAY "MONTH " WS-THIS-PERIOD " CLOSED"
       DISPLAY "ACCOUNT LINES   : " WS-ACCT-LINES
       DISPLAY "CLOSING BALANCE : " WS-PRIOR-CLOSE.

       PROGRAM-END-PARA.
       END-IF.

       APPEND-HISTORY-PARA.
       PERFORM LOAD-ACCT-MTD-PARA
       OPEN INPUT HISTORY-FILE
       IF HST-FILESTATUS = "00"
           PERFORM LOAD-ONE-MONTH-PARA THRU LOAD-ONE-MONTH-EXIT
               UNTIL HST-END-OF-FILE
           CLOSE HISTORY-FILE
       END-IF
      *    A FULL TWELVE MONTHS SHUFFLES DOWN: THE OLDEST MONTH'S
      *    LINES FALL OFF.
       IF WS-HST-MONTHS NOT < 12
           MOVE HST-T-PERIOD(1) TO WS-DROP-PERIOD
           MOVE ZERO TO WS-HST-DROP
           PERFORM VARYING WS-HST-SUB FROM 1 BY 1
                   UNTIL WS-HST-SUB > WS-HST-TOTAL
                   OR HST-T-PERIOD(WS-HST-SUB) NOT = WS-DROP-PERIOD
               ADD 1 TO WS-HST-DROP
           END-PERFORM
           PERFORM VARYING WS-HST-SUB FROM 1 BY 1
                   UNTIL WS-HST-SUB > WS-HST-TOTAL - WS-HST-DROP
               MOVE HST-ENTRY(WS-HST-SUB + WS-HST-DROP)
                   TO HST-ENTRY(WS-HST-SUB)
           END-PERFORM
           SUBTRACT WS-HST-DROP FROM WS-HST-TOTAL
       END-IF
       IF WS-HST-TOTAL < WS-HST-MAX
           ADD 1 TO WS-HST-TOTAL
           MOVE WS-THIS-PERIOD TO HST-T-PERIOD(WS-HST-TOTAL)
           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-THIS-PERIOD TO HST-PERIOD
           MOVE WS-OPENING TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO HST-OPENING
           MOVE WS-PRIOR-MTD TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO HST-MOVEMENT
           MOVE WS-PRIOR-CLOSE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO HST-CLOSING
           MOVE HISTORY-RECORD(7:42) TO HST-T-LINE(WS-HST-TOTAL)
       END-IF
       PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
               UNTIL WS-AMT-SUB > WS-AMT-TOTAL
           IF AMT-T-PERIOD(WS-AMT-SUB) = WS-THIS-PERIOD
               PERFORM APPEND-ACCT-LINE-PARA
           END-IF
       END-PERFORM
       OPEN OUTPUT HISTORY-FILE
       PERFORM VARYING WS-HST-SUB FROM 1 BY 1
               UNTIL WS-HST-SUB > WS-HST-TOTAL
           MOVE HST-T-LINE(WS-HST-SUB) TO HISTORY-RECORD(7:42)
           WRITE HISTORY-RECORD
       END-PERFORM
       CLOSE HISTORY-FILE
       PERFORM REWRITE-ACCT-MTD-PARA.

       APPEND-ACCT-LINE-PARA.
       IF WS-HST-TOTAL < WS-HST-MAX
           ADD 1 TO WS-HST-TOTAL
           ADD 1 TO WS-ACCT-LINES
           MOVE WS-THIS-PERIOD TO HST-T-PERIOD(WS-HST-TOTAL)
           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-THIS-PERIOD TO LHA-PERIOD
           SET LHA-ACCOUNT-LINE TO TRUE
           MOVE AMT-T-LINE(WS-AMT-SUB) TO HISTORY-RECORD(10:)
           MOVE HISTORY-RECORD(7:42) TO HST-T-LINE(WS-HST-TOTAL)
       ELSE
           DISPLAY "*** LEDGER HISTORY FULL - ACCOUNT "
               AMT-T-LINE(WS-AMT-SUB)(1:4) " NOT CARRIED"
       END-IF.

       LOAD-ONE-MONTH-PARA.
       READ HISTORY-FILE
               SET HST-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-MONTH-EXIT
       END-READ
       IF WS-HST-TOTAL < WS-HST-MAX
           ADD 1 TO WS-HST-TOTAL
           MOVE HST-PERIOD TO HST-T-PERIOD(WS-HST-TOTAL)
           MOVE HISTORY-RECORD(7:42) TO HST-T-LINE(WS-HST-TOTAL)
           IF NOT LHA-ACCOUNT-LINE
               ADD 1 TO WS-HST-MONTHS
           END-IF
       END-IF.
       LOAD-ONE-MONTH-EXIT.
       EXIT.

       LOAD-ACCT-MTD-PARA.
       OPEN INPUT ACCT-MTD-FILE
       IF AMT-FILESTATUS = "00"
           PERFORM LOAD-ONE-MTD-PARA THRU LOAD-ONE-MTD-EXIT
               UNTIL AMT-END-OF-FILE
           CLOSE ACCT-MTD-FILE
       ELSE
           DISPLAY " ACCTMTD.DAT NOT FOUND - NO ACCOUNT LINES FOR "
               WS-THIS-PERIOD
       END-IF.

       LOAD-ONE-MTD-PARA.
       READ ACCT-MTD-FILE
           AT END
               SET AMT-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-MTD-EXIT
       END-READ
       IF ACCT-MTD-RECORD NOT = SPACES AND WS-AMT-TOTAL < 100
           ADD 1 TO WS-AMT-TOTAL
           MOVE AMT-PERIOD TO AMT-T-PERIOD(WS-AMT-TOTAL)
           MOVE ACCT-MTD-RECORD(8:18) TO AMT-T-LINE(WS-AMT-TOTAL)
       END-IF.
       LOAD-ONE-MTD-EXIT.
       EXIT.

      *    THE CLOSED MONTH IS ON THE HISTORY NOW; ONLY THE OTHER
      *    PERIODS GO BACK ON THE MONTH-TO-DATE FILE.
       REWRITE-ACCT-MTD-PARA.
       OPEN OUTPUT ACCT-MTD-FILE
       PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
               UNTIL WS-AMT-SUB > WS-AMT-TOTAL
           IF AMT-T-PERIOD(WS-AMT-SUB) NOT = WS-THIS-PERIOD
               MOVE SPACES TO ACCT-MTD-RECORD
               MOVE AMT-T-PERIOD(WS-AMT-SUB) TO AMT-PERIOD
               MOVE AMT-T-LINE(WS-AMT-SUB) TO ACCT-MTD-RECORD(8:18)
               WRITE ACCT-MTD-RECORD
           END-IF
       END-PERFORM
       CLOSE ACCT-MTD-FILE.

      *    THE NEW MONTH OPENS WITH THE SAME CLOSE AND A ZERO
      *    MONTH-TO-DATE BASE.
       RESET-MTD-PARA.
       WRITE LEDGER-RECORD
       CLOSE LEDGER-FILE.

       CHECK-RECON-PARA.
       OPEN INPUT RECON-RESULT-FILE
       IF RCN-FILESTATUS = "00"
           READ RECON-RESULT-FILE
               AT END CONTINUE
               NOT AT END
                   IF RCN-DATE = WS-TODAY-DATE
                           AND RCN-STATUS = "RECONCLD"
                       SET MONTH-RECONCILED TO TRUE
                   END-IF
           END-READ
           CLOSE RECON-RESULT-FILE
       END-IF.

       CHECK-RUN-CONTROL-PARA.
       OPEN INPUT RUN-CONTROL-FILE
       IF RCF-FILESTATUS = "00"
