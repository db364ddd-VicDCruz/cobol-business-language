      *          balance, posted movement, closing balance and a
      *          month-to-date column. A day already posted is
      *          refused, so a failed night can rerun without
      *          double-posting. Cash that moved outside the balanced
      *          transaction day - the net payroll the bank confirms
      *          it paid out - waits on CashPost.dat until the next
      *          day posted, is shown as a line of its own and taken
      *          into the close, and the file is then cleared.
      *          The day is posted only into an open accounting
      *          period: PERCHK refuses a day that falls in a period
      *          month-end has closed (the day is queued on
      *          suspense) or, when so configured, moves it to the
      *          start of the current open period.
      *          Each posted day's TrialBal.dat account totals are
      *          also added into AcctMTD.dat under the posting
      *          period, so the month's movement by account is there
      *          for MTHCLOSE to carry onto LedgerHist.dat.
      *          They are added as well into the AcctBal.dat balance
      *          forward by account, which nothing resets at
      *          month-end, together with the control-account
      *          postings CTLPOST has queued on CtlPost.dat for the
      *          sub-ledgers the transaction day never sees - the
      *          receivables and the loans. Each is posted to the
      *          account ChartAccts.dat tags for its sub-ledger (or
      *          to the ---- unassigned bucket when none is tagged)
      *          and the queue is then cleared, so the control
      *          accounts carry the cumulative balance GLRECON
      *          proves the sub-ledgers against. At cut-over the
      *          file is seeded by hand with each control account's
      *          opening balance. Both account files are loaded and
      *          the day added in before anything is written; a day
      *          whose accounts would overflow either table is refused
      *          untouched (RETURN-CODE 8) rather than rewrite a file
      *          short, and nothing is posted or cleared.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LGR-FILESTATUS.

           SELECT CASH-POST-FILE
           ASSIGN TO 'CashPost.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CPT-FILESTATUS.

           SELECT POSITION-REPORT
           ASSIGN TO 'CashPosition.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

           SELECT TRIAL-DATA-FILE
           ASSIGN TO 'TrialBal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TBD-FILESTATUS.

           SELECT ACCT-MTD-FILE
           ASSIGN TO 'AcctMTD.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AMT-FILESTATUS.

           SELECT ACCT-BAL-FILE
           ASSIGN TO 'AcctBal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ABL-FILESTATUS.

           SELECT CTL-POST-FILE
           ASSIGN TO 'CtlPost.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTP-FILESTATUS.

           SELECT CHART-FILE
           ASSIGN TO 'ChartAccts.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       05 LGR-CLOSE           PIC X(13).
       05 FILLER              PIC X(1).
       05 LGR-MTD             PIC X(13).
      *
       FD CASH-POST-FILE.
       COPY CPTREC REPLACING ==:REC:== BY ==CASH-POST-RECORD==.
      *
       FD POSITION-REPORT.
       01 RPT-LINE            PIC X(60).
      *
       FD TRIAL-DATA-FILE.
       01 TRIAL-DATA-RECORD.
       05 TBD-ACCT            PIC X(4).
       05 FILLER              PIC X(1).
       05 TBD-TOTAL           PIC X(13).
      *
       FD ACCT-MTD-FILE.
       COPY AMTDREC REPLACING ==:REC:== BY ==ACCT-MTD-RECORD==.
      *
       FD ACCT-BAL-FILE.
       COPY ABALREC REPLACING ==:REC:== BY ==ACCT-BAL-RECORD==.
      *
       FD CTL-POST-FILE.
       COPY CTPREC REPLACING ==:REC:== BY ==CTL-POST-RECORD==.
      *
       FD CHART-FILE.
       01 CHART-LINE          PIC X(30).
      *
       WORKING-STORAGE SECTION.

       01 RES-FILESTATUS PIC X(02).
       01 LGR-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 CPT-FILESTATUS PIC X(02).
       01 TBD-FILESTATUS PIC X(02).
       01 AMT-FILESTATUS PIC X(02).
       01 ABL-FILESTATUS PIC X(02).
       01 CTP-FILESTATUS PIC X(02).
       01 CHT-FILESTATUS PIC X(02).
       01 CPT-EOF PIC X(1) VALUE 'N'.
           88 CPT-END-OF-FILE VALUE 'Y'.
       01 TBD-EOF PIC X(1) VALUE 'N'.
           88 TBD-END-OF-FILE VALUE 'Y'.
       01 AMT-EOF PIC X(1) VALUE 'N'.
           88 AMT-END-OF-FILE VALUE 'Y'.
       01 ABL-EOF PIC X(1) VALUE 'N'.
           88 ABL-END-OF-FILE VALUE 'Y'.
       01 CTP-EOF PIC X(1) VALUE 'N'.
           88 CTP-END-OF-FILE VALUE 'Y'.
       01 CHT-EOF PIC X(1) VALUE 'N'.
           88 CHT-END-OF-FILE VALUE 'Y'.
       01 WS-TRIAL-SW PIC X(1) VALUE 'N'.
           88 TRIAL-DAY-LOADED VALUE 'Y'.
      *
       01 WS-RESULT-DATE PIC 9(8).
       01 WS-DAY-TOTAL PIC S9(9)V99.
       01 WS-CASH-POSTED PIC S9(9)V99 VALUE ZERO.
       01 WS-CASH-POST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PRIOR-DATE PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-CLOSE PIC S9(9)V99 VALUE ZERO.
       01 WS-PRIOR-MTD PIC S9(9)V99 VALUE ZERO.
       01 WS-NEW-CLOSE PIC S9(9)V99.
       01 WS-NEW-MTD PIC S9(9)V99.
       01 WS-EDIT-AMOUNT PIC -9(9).99.
      *
       01 WS-PER-FUNC PIC X(1).
       01 WS-PER-PROGRAM PIC X(9) VALUE "LEDGER".
       01 WS-PER-DATE PIC 9(8).
       01 WS-PER-PAYLOAD PIC X(80).
       01 WS-PER-RESULT PIC X(1).
      *
      *    ACCOUNT MONTH-TO-DATE, HELD WHILE THE DAY IS ADDED IN.
      *    PERIODS NOT YET CLOSED BY MTHCLOSE STAY ON THE FILE.
       01 AMT-TABLE.
           05 AMT-ENTRY OCCURS 100 TIMES.
               10 AMT-T-PERIOD PIC 9(6).
               10 AMT-T-ACCT PIC X(4).
               10 AMT-T-TOTAL PIC S9(9)V99.
       01 WS-AMT-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-AMT-MAX PIC 9(3) VALUE 100.
       01 WS-AMT-SUB PIC 9(3).
       01 WS-AMT-FOUND-SW PIC X(1).
           88 AMT-FOUND VALUE 'Y'.
       01 WS-AMT-DROPPED PIC 9(3) VALUE ZERO.
       01 WS-DAY-ACCT PIC X(4).
       01 WS-DAY-ACCT-TOTAL PIC S9(9)V99.
      *
      *    THE BALANCE FORWARD BY ACCOUNT, HELD WHILE THE DAY AND THE
      *    WAITING CONTROL POSTINGS ARE ADDED IN.
       01 ABL-TABLE.
           05 ABL-ENTRY OCCURS 50 TIMES.
               10 ABL-T-ACCT PIC X(4).
               10 ABL-T-BALANCE PIC S9(9)V99.
       01 WS-ABL-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-ABL-MAX PIC 9(2) VALUE 50.
       01 WS-ABL-SUB PIC 9(2).
       01 WS-ABL-FOUND-SW PIC X(1).
           88 ABL-FOUND VALUE 'Y'.
       01 WS-ABL-DROPPED PIC 9(3) VALUE ZERO.
       01 WS-BAL-ACCT PIC X(4).
       01 WS-BAL-AMOUNT PIC S9(9)V99.
      *
      *    THE CONTROL ACCOUNTS: THE CHART LINES TAGGED WITH THEIR
      *    SUB-LEDGER IN A THIRD FIELD, AS GLRECON READS THEM.
       01 CTT-TABLE.
           05 CTT-ENTRY OCCURS 20 TIMES.
               10 CTT-T-TAG PIC X(4).
               10 CTT-T-ACCT PIC X(4).
       01 WS-CTT-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-CTT-SUB PIC 9(2).
       01 WS-CTT-FOUND-SW PIC X(1).
           88 CTT-FOUND VALUE 'Y'.
       01 WS-CHT-CODE-IN PIC X(4).
       01 WS-CHT-DESC-IN PIC X(20).
       01 WS-CHT-TAG-IN PIC X(4).
       01 WS-CTL-POST-COUNT PIC 9(5) VALUE ZERO.
      *
       01 RPT-HEADER.
           05 FILLER PIC X(26) VALUE "DAILY CASH POSITION - ".
           GO TO PROGRAM-END-PARA
       END-IF

       MOVE 'P' TO WS-PER-FUNC
       MOVE WS-RESULT-DATE TO WS-PER-DATE
       MOVE WS-DAY-TOTAL TO WS-EDIT-AMOUNT
       MOVE SPACES TO WS-PER-PAYLOAD
       STRING "LEDGER DAY " WS-RESULT-DATE " TOTAL " WS-EDIT-AMOUNT
           DELIMITED BY SIZE INTO WS-PER-PAYLOAD
       CALL "PERCHK" USING WS-PER-FUNC, WS-PER-PROGRAM,
           WS-PER-DATE, WS-PER-PAYLOAD, WS-PER-RESULT
       END-CALL
       IF WS-PER-RESULT = 'N'
           DISPLAY "*** DAY " WS-RESULT-DATE " FALLS IN A CLOSED "
           DISPLAY "*** PERIOD - NOTHING POSTED TO THE LEDGER"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
      *    A DAY MOVED INTO THE OPEN PERIOD IS POSTED UNDER ITS NEW
      *    DATE, AND THAT DATE MUST NOT HAVE BEEN POSTED ALREADY.
       IF WS-PER-RESULT = 'R'
           MOVE WS-PER-DATE TO WS-RESULT-DATE
           IF WS-PRIOR-DATE = WS-RESULT-DATE
               DISPLAY " DAY " WS-RESULT-DATE " IS ALREADY POSTED - "
               DISPLAY " RERUN REFUSED, NO DOUBLE-POSTING "
               GO TO PROGRAM-END-PARA
           END-IF
       END-IF

       PERFORM LOAD-CASH-POSTINGS-PARA
       ADD WS-CASH-POSTED TO WS-DAY-TOTAL
       COMPUTE WS-NEW-CLOSE = WS-PRIOR-CLOSE + WS-DAY-TOTAL
      *    THE MONTH-TO-DATE COLUMN RESETS WHEN THE POSTING MONTH
      *    CHANGES.
           MOVE WS-DAY-TOTAL TO WS-NEW-MTD
       END-IF

      *    THE ACCOUNT BALANCES AND MONTH-TO-DATE ARE BROUGHT UP TO THE
      *    DAY IN STORE FIRST. IF EITHER TABLE CANNOT HOLD THEM THE RUN
      *    STOPS HERE, BEFORE BALANCEFWD.DAT IS WRITTEN, SO THE DAY
      *    CAN BE RERUN ONCE THE TABLE IS WIDENED.
       PERFORM LOAD-ACCT-BAL-PARA
       PERFORM ROLL-ACCOUNT-MTD-PARA THRU ROLL-ACCOUNT-MTD-EXIT
       PERFORM POST-CONTROL-PARA
       IF WS-AMT-DROPPED > ZERO OR WS-ABL-DROPPED > ZERO
           DISPLAY "*** ACCOUNT TABLE FULL - " WS-AMT-DROPPED
               " MONTH-TO-DATE AND " WS-ABL-DROPPED
               " BALANCE LINES WOULD BE LOST"
           DISPLAY "*** DAY " WS-RESULT-DATE " NOT POSTED - NO FILE "
               "CHANGED"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       OPEN OUTPUT POSITION-REPORT
       MOVE WS-RESULT-DATE TO RPT-HDR-DATE
       WRITE RPT-LINE FROM RPT-HEADER
       MOVE WS-PRIOR-CLOSE TO RPT-AMOUNT
       WRITE RPT-LINE FROM RPT-AMOUNT-LINE
       MOVE "POSTED MOVEMENT     :" TO RPT-LABEL
       COMPUTE RPT-AMOUNT = WS-DAY-TOTAL - WS-CASH-POSTED
       WRITE RPT-LINE FROM RPT-AMOUNT-LINE
       IF WS-CASH-POST-COUNT > ZERO
           MOVE "PAYMENTS CONFIRMED  :" TO RPT-LABEL
           MOVE WS-CASH-POSTED TO RPT-AMOUNT
           WRITE RPT-LINE FROM RPT-AMOUNT-LINE
       END-IF
       MOVE "CLOSING BALANCE     :" TO RPT-LABEL
       MOVE WS-NEW-CLOSE TO RPT-AMOUNT
       WRITE RPT-LINE FROM RPT-AMOUNT-LINE
       CLOSE POSITION-REPORT

       PERFORM WRITE-LEDGER-PARA
       IF TRIAL-DAY-LOADED
           PERFORM WRITE-ACCT-MTD-PARA
       END-IF
       PERFORM WRITE-ACCT-BAL-PARA
      *    THE WAITING POSTINGS ARE IN THE CLOSE NOW AND MUST NOT BE
      *    TAKEN A SECOND TIME.
       IF WS-CTL-POST-COUNT > ZERO
           OPEN OUTPUT CTL-POST-FILE
           CLOSE CTL-POST-FILE
       END-IF
       IF WS-CASH-POST-COUNT > ZERO
           OPEN OUTPUT CASH-POST-FILE
           CLOSE CASH-POST-FILE
       END-IF
       DISPLAY "LEDGER POSTED FOR " WS-RESULT-DATE
       DISPLAY "CLOSING BALANCE : " WS-NEW-CLOSE
       DISPLAY "CONTROL POSTINGS: " WS-CTL-POST-COUNT.

       PROGRAM-END-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
           DISPLAY " BALANCEFWD.DAT NOT FOUND - OPENING AT ZERO "
       END-IF.

       LOAD-CASH-POSTINGS-PARA.
       OPEN INPUT CASH-POST-FILE
       IF CPT-FILESTATUS = "00"
           PERFORM READ-CASH-POSTING-PARA UNTIL CPT-END-OF-FILE
           CLOSE CASH-POST-FILE
       END-IF.

       READ-CASH-POSTING-PARA.
       READ CASH-POST-FILE
           AT END
               SET CPT-END-OF-FILE TO TRUE
           NOT AT END
               IF CASH-POST-RECORD NOT = SPACES
                   ADD 1 TO WS-CASH-POST-COUNT
                   COMPUTE WS-CASH-POSTED = WS-CASH-POSTED
                       + FUNCTION NUMVAL(CPT-AMOUNT)
               END-IF
       END-READ.

       WRITE-LEDGER-PARA.
       OPEN OUTPUT LEDGER-FILE
       MOVE SPACES TO LEDGER-RECORD
       MOVE WS-EDIT-AMOUNT TO LGR-MTD
       WRITE LEDGER-RECORD
       CLOSE LEDGER-FILE.

      *    THE DAY'S TRIAL BALANCE GOES INTO THE ACCOUNT MONTH-TO-DATE
      *    UNDER THE PERIOD THE DAY POSTED IN, AND INTO THE BALANCE
      *    FORWARD - IN STORE ONLY, UNTIL THE DAY IS KNOWN TO FIT.
       ROLL-ACCOUNT-MTD-PARA.
       OPEN INPUT TRIAL-DATA-FILE
       IF TBD-FILESTATUS NOT = "00"
           DISPLAY " TRIALBAL.DAT NOT FOUND - ACCOUNT MONTH-TO-DATE "
           DISPLAY " NOT UPDATED FOR " WS-RESULT-DATE
           GO TO ROLL-ACCOUNT-MTD-EXIT
       END-IF
       OPEN INPUT ACCT-MTD-FILE
       IF AMT-FILESTATUS = "00"
           PERFORM LOAD-ONE-MTD-PARA THRU LOAD-ONE-MTD-EXIT
               UNTIL AMT-END-OF-FILE
           CLOSE ACCT-MTD-FILE
       END-IF
       SET TRIAL-DAY-LOADED TO TRUE
       PERFORM ADD-ONE-TRIAL-PARA THRU ADD-ONE-TRIAL-EXIT
           UNTIL TBD-END-OF-FILE
       CLOSE TRIAL-DATA-FILE.
       ROLL-ACCOUNT-MTD-EXIT.
       EXIT.

       WRITE-ACCT-MTD-PARA.
       OPEN OUTPUT ACCT-MTD-FILE
       PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
               UNTIL WS-AMT-SUB > WS-AMT-TOTAL
           MOVE SPACES TO ACCT-MTD-RECORD
           MOVE AMT-T-PERIOD(WS-AMT-SUB) TO AMT-PERIOD
           MOVE AMT-T-ACCT(WS-AMT-SUB) TO AMT-ACCT
           MOVE AMT-T-TOTAL(WS-AMT-SUB) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO AMT-TOTAL
           WRITE ACCT-MTD-RECORD
       END-PERFORM
       CLOSE ACCT-MTD-FILE.

       LOAD-ONE-MTD-PARA.
       READ ACCT-MTD-FILE
           AT END
               SET AMT-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-MTD-EXIT
       END-READ
       IF ACCT-MTD-RECORD = SPACES
           GO TO LOAD-ONE-MTD-EXIT
       END-IF
       IF WS-AMT-TOTAL < WS-AMT-MAX
           ADD 1 TO WS-AMT-TOTAL
           MOVE AMT-PERIOD TO AMT-T-PERIOD(WS-AMT-TOTAL)
           MOVE AMT-ACCT TO AMT-T-ACCT(WS-AMT-TOTAL)
           COMPUTE AMT-T-TOTAL(WS-AMT-TOTAL) =
               FUNCTION NUMVAL(AMT-TOTAL)
       ELSE
           ADD 1 TO WS-AMT-DROPPED
       END-IF.
       LOAD-ONE-MTD-EXIT.
       EXIT.

       ADD-ONE-TRIAL-PARA.
       READ TRIAL-DATA-FILE
           AT END
               SET TBD-END-OF-FILE TO TRUE
               GO TO ADD-ONE-TRIAL-EXIT
       END-READ
       IF TBD-ACCT = SPACES
           GO TO ADD-ONE-TRIAL-EXIT
       END-IF
       MOVE TBD-ACCT TO WS-DAY-ACCT
       COMPUTE WS-DAY-ACCT-TOTAL = FUNCTION NUMVAL(TBD-TOTAL)
       MOVE 'N' TO WS-AMT-FOUND-SW
       PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
               UNTIL WS-AMT-SUB > WS-AMT-TOTAL OR AMT-FOUND
           IF AMT-T-PERIOD(WS-AMT-SUB) = WS-RESULT-DATE(1:6)
                   AND AMT-T-ACCT(WS-AMT-SUB) = WS-DAY-ACCT
               SET AMT-FOUND TO TRUE
               ADD WS-DAY-ACCT-TOTAL TO AMT-T-TOTAL(WS-AMT-SUB)
           END-IF
       END-PERFORM
       IF NOT AMT-FOUND
           IF WS-AMT-TOTAL < WS-AMT-MAX
               ADD 1 TO WS-AMT-TOTAL
               MOVE WS-RESULT-DATE(1:6) TO AMT-T-PERIOD(WS-AMT-TOTAL)
               MOVE WS-DAY-ACCT TO AMT-T-ACCT(WS-AMT-TOTAL)
               MOVE WS-DAY-ACCT-TOTAL TO AMT-T-TOTAL(WS-AMT-TOTAL)
           ELSE
               ADD 1 TO WS-AMT-DROPPED
           END-IF
       END-IF
       MOVE WS-DAY-ACCT TO WS-BAL-ACCT
       MOVE WS-DAY-ACCT-TOTAL TO WS-BAL-AMOUNT
       PERFORM ADD-TO-BALANCE-PARA.
       ADD-ONE-TRIAL-EXIT.
       EXIT.

       LOAD-ACCT-BAL-PARA.
       OPEN INPUT ACCT-BAL-FILE
       IF ABL-FILESTATUS = "00"
           PERFORM LOAD-ONE-BAL-PARA THRU LOAD-ONE-BAL-EXIT
               UNTIL ABL-END-OF-FILE
           CLOSE ACCT-BAL-FILE
       ELSE
           DISPLAY " ACCTBAL.DAT NOT FOUND - ACCOUNT BALANCES START "
           DISPLAY " AT ZERO "
       END-IF.

       LOAD-ONE-BAL-PARA.
       READ ACCT-BAL-FILE
           AT END
               SET ABL-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-BAL-EXIT
       END-READ
       IF ACCT-BAL-RECORD = SPACES
           GO TO LOAD-ONE-BAL-EXIT
       END-IF
       IF WS-ABL-TOTAL < WS-ABL-MAX
           ADD 1 TO WS-ABL-TOTAL
           MOVE ABL-ACCT TO ABL-T-ACCT(WS-ABL-TOTAL)
           COMPUTE ABL-T-BALANCE(WS-ABL-TOTAL) =
               FUNCTION NUMVAL(ABL-BALANCE)
       ELSE
           ADD 1 TO WS-ABL-DROPPED
       END-IF.
       LOAD-ONE-BAL-EXIT.
       EXIT.

       ADD-TO-BALANCE-PARA.
       MOVE 'N' TO WS-ABL-FOUND-SW
       PERFORM VARYING WS-ABL-SUB FROM 1 BY 1
               UNTIL WS-ABL-SUB > WS-ABL-TOTAL OR ABL-FOUND
           IF ABL-T-ACCT(WS-ABL-SUB) = WS-BAL-ACCT
               SET ABL-FOUND TO TRUE
               ADD WS-BAL-AMOUNT TO ABL-T-BALANCE(WS-ABL-SUB)
           END-IF
       END-PERFORM
       IF NOT ABL-FOUND
           IF WS-ABL-TOTAL < WS-ABL-MAX
               ADD 1 TO WS-ABL-TOTAL
               MOVE WS-BAL-ACCT TO ABL-T-ACCT(WS-ABL-TOTAL)
               MOVE WS-BAL-AMOUNT TO ABL-T-BALANCE(WS-ABL-TOTAL)
           ELSE
               ADD 1 TO WS-ABL-DROPPED
           END-IF
       END-IF.

      *    THE WAITING CONTROL POSTINGS GO ONTO THE ACCOUNT THE CHART
      *    TAGS FOR THEIR SUB-LEDGER. THE QUEUE IS CLEARED ONLY ONCE
      *    THE BALANCES HAVE BEEN WRITTEN.
       POST-CONTROL-PARA.
       OPEN INPUT CTL-POST-FILE
       IF CTP-FILESTATUS = "00"
           PERFORM LOAD-CHART-PARA
           PERFORM POST-ONE-CONTROL-PARA THRU POST-ONE-CONTROL-EXIT
               UNTIL CTP-END-OF-FILE
           CLOSE CTL-POST-FILE
       END-IF.

       POST-ONE-CONTROL-PARA.
       READ CTL-POST-FILE
           AT END
               SET CTP-END-OF-FILE TO TRUE
               GO TO POST-ONE-CONTROL-EXIT
       END-READ
       IF CTL-POST-RECORD = SPACES
           GO TO POST-ONE-CONTROL-EXIT
       END-IF
       ADD 1 TO WS-CTL-POST-COUNT
       MOVE 'N' TO WS-CTT-FOUND-SW
       PERFORM VARYING WS-CTT-SUB FROM 1 BY 1
               UNTIL WS-CTT-SUB > WS-CTT-TOTAL OR CTT-FOUND
           IF CTT-T-TAG(WS-CTT-SUB) = CTP-TAG
               SET CTT-FOUND TO TRUE
               MOVE CTT-T-ACCT(WS-CTT-SUB) TO WS-BAL-ACCT
           END-IF
       END-PERFORM
       IF NOT CTT-FOUND
           MOVE "----" TO WS-BAL-ACCT
       END-IF
       COMPUTE WS-BAL-AMOUNT = FUNCTION NUMVAL(CTP-AMOUNT)
       PERFORM ADD-TO-BALANCE-PARA.
       POST-ONE-CONTROL-EXIT.
       EXIT.

       WRITE-ACCT-BAL-PARA.
       OPEN OUTPUT ACCT-BAL-FILE
       PERFORM VARYING WS-ABL-SUB FROM 1 BY 1
               UNTIL WS-ABL-SUB > WS-ABL-TOTAL
           MOVE SPACES TO ACCT-BAL-RECORD
           MOVE ABL-T-ACCT(WS-ABL-SUB) TO ABL-ACCT
           MOVE ABL-T-BALANCE(WS-ABL-SUB) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO ABL-BALANCE
           WRITE ACCT-BAL-RECORD
       END-PERFORM
       CLOSE ACCT-BAL-FILE.

      *    THE CHART LINE IS CODE, DESCRIPTION AND - ON A CONTROL
      *    ACCOUNT ONLY - THE TAG OF ITS SUB-LEDGER.
       LOAD-CHART-PARA.
       OPEN INPUT CHART-FILE
       IF CHT-FILESTATUS NOT = "00"
           DISPLAY " CHARTACCTS.DAT NOT FOUND - CONTROL POSTINGS GO "
           DISPLAY " TO THE ---- UNASSIGNED BUCKET "
       ELSE
           PERFORM LOAD-ONE-CHART-PARA THRU LOAD-ONE-CHART-EXIT
               UNTIL CHT-END-OF-FILE
           CLOSE CHART-FILE
       END-IF.

       LOAD-ONE-CHART-PARA.
       READ CHART-FILE
           AT END
               SET CHT-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-CHART-EXIT
       END-READ
       MOVE SPACES TO WS-CHT-CODE-IN
       MOVE SPACES TO WS-CHT-DESC-IN
       MOVE SPACES TO WS-CHT-TAG-IN
       UNSTRING CHART-LINE DELIMITED BY ALL SPACE
           INTO WS-CHT-CODE-IN WS-CHT-DESC-IN WS-CHT-TAG-IN
       END-UNSTRING
       IF WS-CHT-TAG-IN = SPACES
           GO TO LOAD-ONE-CHART-EXIT
       END-IF
       IF WS-CTT-TOTAL < 20
           ADD 1 TO WS-CTT-TOTAL
           MOVE WS-CHT-TAG-IN TO CTT-T-TAG(WS-CTT-TOTAL)
           MOVE WS-CHT-CODE-IN TO CTT-T-ACCT(WS-CTT-TOTAL)
       END-IF.
       LOAD-ONE-CHART-EXIT.
       EXIT.
       END PROGRAM LEDGER.
