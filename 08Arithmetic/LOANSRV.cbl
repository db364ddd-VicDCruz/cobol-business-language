      *          arithmetic; an overpayment re-amortizes the level
      *          payment over the remaining term. Mode 'A' prints the
      *          LoanArrears.rpt aging of every loan whose expected
      *          payments have not arrived. A Loans.dat line may
      *          carry the borrower's EMP-ID as a fifth field, making
      *          it a staff loan: PAYROLL then deducts the level
      *          payment from pay each month and appends the amount
      *          to Payments.dat itself, so mode 'P' posts staff
      *          loans with nothing keyed.
      *          Mode 'Q' quotes the payoff of a loan for a given
      *          settlement date (LOANSRV Q <loan id> <YYYYMMDD>;
      *          today if no date): the outstanding principal plus
      *          interest accrued from the date the last payment
      *          covered to the settlement date, at a daily rate
      *          taken through RATE-CALC. The quote is filed on
      *          LoanQuote.dat under a new quote reference, valid
      *          for the LOAN-QUOTE-DAYS parameter (10 days if not
      *          set), and every open quote issued today is listed
      *          on QuoteRecipients.dat for the letter writer -
      *          LETTGEN QuoteRecipients.dat PayoffQuote. A
      *          Payments.dat line carrying the quote reference as
      *          a third field settles the loan: if the quote is
      *          open, unexpired, for that loan, the balance has not
      *          moved since and the amount covers the payoff, the
      *          final interest and principal split is posted, the
      *          loan is marked settled at a nil balance and the
      *          quote is marked used. A settlement that fails any
      *          of those tests, or any payment against a loan
      *          already settled, is queued on the suspense file.
      *          Every change to a loan balance - a loan loaded, the
      *          principal a payment retires, a settlement - is
      *          passed to CTLPOST for the loans control account, so
      *          the ledger moves with LoanMaster.dat and GLRECON can
      *          prove the one against the other.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ID
           ALTERNATE RECORD KEY IS LN-EMP-ID WITH DUPLICATES
           FILE STATUS IS MST-FILESTATUS.
       SELECT PAYMENT-FILE ASSIGN TO "Payments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
       SELECT ARREARS-REPORT ASSIGN TO "LoanArrears.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARR-FILESTATUS.
       SELECT LOAN-QUOTE ASSIGN TO "LoanQuote.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LQ-REF
           FILE STATUS IS LQT-FILESTATUS.
       SELECT LAST-LQUOTE-FILE ASSIGN TO "LastLoanQuote.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LQN-FILESTATUS.
       SELECT QUOTE-RECIPIENTS ASSIGN TO "QuoteRecipients.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QRC-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE.
       01 LOAN-LINE PIC X(60).
       FD LOAN-MASTER.
       COPY LNMREC REPLACING ==:REC:== BY ==LOAN-MASTER-RECORD==.
       FD PAYMENT-FILE.
       01 PAYMENT-LINE PIC X(30).
       FD POST-REPORT.
       01 RPT-LINE PIC X(70).
       FD ARREARS-REPORT.
       01 ARR-LINE PIC X(70).
       FD LOAN-QUOTE.
       COPY LQTREC REPLACING ==:REC:== BY ==LOAN-QUOTE-RECORD==.
       FD LAST-LQUOTE-FILE.
       01 LQN-RECORD PIC 9(6).
       FD QUOTE-RECIPIENTS.
       01 QUOTE-RECIPIENT-LINE PIC X(50).

       WORKING-STORAGE SECTION.
       01 LON-FILESTATUS PIC X(02).
       01 PAY-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 ARR-FILESTATUS PIC X(02).
       01 LQT-FILESTATUS PIC X(02).
       01 LQN-FILESTATUS PIC X(02).
       01 QRC-FILESTATUS PIC X(02).
       01 LON-EOF PIC X VALUE 'N'.
           88 LON-END-OF-FILE VALUE 'Y'.
       01 PAY-EOF PIC X VALUE 'N'.
           88 PAY-END-OF-FILE VALUE 'Y'.
       01 MST-EOF PIC X VALUE 'N'.
           88 MST-END-OF-FILE VALUE 'Y'.
       01 LQT-EOF PIC X VALUE 'N'.
           88 LQT-END-OF-FILE VALUE 'Y'.
       01 WS-QUOTES-OPEN PIC X VALUE 'N'.
           88 QUOTES-AVAILABLE VALUE 'Y'.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-RUN-MODE PIC X(1) VALUE SPACE.
           88 LOAD-MODE VALUE 'L'.
           88 POST-MODE VALUE 'P'.
           88 ARREARS-MODE VALUE 'A'.
           88 QUOTE-MODE VALUE 'Q'.
       01 WS-TODAY-DATE PIC 9(8).
      *
       01 WS-LOAN-ID PIC X(8).
       01 WS-PRIN-TXT PIC X(12).
       01 WS-RATE-TXT PIC X(8).
       01 WS-TERM-TXT PIC X(5).
       01 WS-EMP-ID-TXT PIC X(10).
       01 WS-AMT-TXT PIC X(12).
       01 WS-QREF-TXT PIC X(6).
       01 WS-SETTLE-TXT PIC X(8).
       01 WS-PRINCIPAL PIC S9(7)V99.
       01 WS-ANNUAL-RATE PIC S9(3)V9(4).
       01 WS-TERM PIC 9(3).
       01 WS-POSTED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ARREARS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SETTLED-COUNT PIC 9(3) VALUE ZERO.
      *
       01 WS-MONTHS-OPEN PIC S9(5).
       01 WS-EXPECTED PIC S9(5).
       01 WS-MISSED PIC S9(5).
      *
      *    PAYOFF QUOTE WORKING FIELDS. INTEREST IS TAKEN AS PAID
      *    THROUGH THE OPEN DATE PLUS ONE MONTH FOR EVERY PAYMENT
      *    POSTED (THE DAY HELD AT 28 SO EVERY MONTH HAS IT), AND
      *    ACCRUES DAILY FROM THERE TO THE SETTLEMENT DATE.
       01 WS-SETTLE-DATE PIC 9(8).
       01 WS-SETTLE-PARTS REDEFINES WS-SETTLE-DATE.
           05 WS-SETTLE-YYYY PIC 9(4).
           05 WS-SETTLE-MM PIC 9(2).
           05 WS-SETTLE-DD PIC 9(2).
       01 WS-PT-DATE PIC 9(8).
       01 WS-PT-PARTS REDEFINES WS-PT-DATE.
           05 WS-PT-YYYY PIC 9(4).
           05 WS-PT-MM PIC 9(2).
           05 WS-PT-DD PIC 9(2).
       01 WS-MONTH-INDEX PIC 9(6).
       01 WS-DATE-CHECK PIC 9(8).
       01 WS-ACCRUE-DAYS PIC S9(5).
       01 WS-DAILY-RATE PIC S9(3)V9(8).
       01 WS-VALID-DATE PIC 9(8).
       01 WS-LAST-LQUOTE PIC 9(6) VALUE ZERO.
       01 WS-PAYOFF PIC S9(9)V99.
       01 WS-EXCESS PIC S9(7)V99.
       01 WS-SETTLE-REASON PIC X(30).
       01 WS-QUOTE-LISTED PIC 9(3) VALUE ZERO.
      *
       01 WS-PARM-KEY PIC X(16).
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5).
       01 WS-PARM-FOUND PIC X(1).
       01 WS-QUOTE-DAYS PIC 9(5).
      *
       01 WS-SUSP-PROGRAM PIC X(9) VALUE "LOANSRV".
       01 WS-SUSP-ACTION PIC X(9).
       01 WS-SUSP-KEY PIC X(10).
       01 WS-SUSP-PAYLOAD PIC X(80).
      *
      *    THE LOANS CONTROL ACCOUNT MOVES WITH THE LOAN BALANCES,
      *    THROUGH THE SHARED CTLPOST SERVICE.
       01 WS-CTL-TAG PIC X(4) VALUE "LOAN".
       01 WS-CTL-AMOUNT PIC S9(9)V99.
       01 WS-CTL-REF PIC X(10).
       01 WS-OLD-BALANCE PIC S9(9)V99.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(24) VALUE "LOAN PAYMENTS - ".
           05 ARR-MISSED PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE " BAL ".
           05 ARR-BAL PIC ZZZZZZZZ9.99.
       01 RPT-SETTLE-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "SETTLED AGAINST QUOTE ".
           05 RPT-SET-REF PIC 9(6).
           05 FILLER PIC X(9) VALUE " EXCESS ".
           05 RPT-SET-EXCESS PIC ZZZZZZ9.99.
       01 QRC-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE "Q ".
           05 QRC-REF PIC 9(6).
       01 WS-QUOTE-ED PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-LOAN-ID.
           MOVE SPACES TO WS-SETTLE-TXT.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-LOAN-ID WS-SETTLE-TXT
           END-UNSTRING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           EVALUATE TRUE
               PERFORM POST-PAYMENTS-PARA THRU POST-PAYMENTS-END
           WHEN ARREARS-MODE
               PERFORM ARREARS-PASS-PARA THRU ARREARS-PASS-END
           WHEN QUOTE-MODE
               PERFORM QUOTE-PARA THRU QUOTE-END
           WHEN OTHER
               DISPLAY "LOANSRV RUN MODE MUST BE 'L' (LOAD), 'P' "
               DISPLAY "(POST), 'A' (ARREARS) OR 'Q' (PAYOFF QUOTE)"
           END-EVALUATE.
           STOP RUN.

                   SET LON-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-LOAN-EXIT
           END-READ.
           MOVE SPACES TO WS-EMP-ID-TXT.
           UNSTRING LOAN-LINE DELIMITED BY ALL SPACE
               INTO WS-LOAN-ID WS-PRIN-TXT WS-RATE-TXT WS-TERM-TXT
                    WS-EMP-ID-TXT
           END-UNSTRING.
           IF WS-LOAN-ID = SPACES
               GO TO LOAD-ONE-LOAN-EXIT
           END-IF.
           IF WS-EMP-ID-TXT NOT = SPACES
                   AND WS-EMP-ID-TXT IS NOT NUMERIC
               DISPLAY "LOAN " WS-LOAN-ID
                   " HAS A BAD EMP-ID - SKIPPED"
               GO TO LOAD-ONE-LOAN-EXIT
           END-IF.
           COMPUTE WS-PRINCIPAL = FUNCTION NUMVAL(WS-PRIN-TXT).
           COMPUTE WS-ANNUAL-RATE = FUNCTION NUMVAL(WS-RATE-TXT).
           COMPUTE WS-TERM = FUNCTION NUMVAL(WS-TERM-TXT).
           MOVE WS-PAYMENT TO LN-PAYMENT.
           MOVE WS-TODAY-DATE TO LN-OPEN-DATE.
           MOVE ZERO TO LN-PAID-COUNT.
           MOVE WS-EMP-ID-TXT TO LN-EMP-ID.
           MOVE ZERO TO LN-SETTLE-DATE.
           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "LOAN ALREADY ON MASTER : " WS-LOAN-ID
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   MOVE WS-PRINCIPAL TO WS-CTL-AMOUNT
                   PERFORM POST-LOAN-CONTROL-PARA
           END-WRITE.
       LOAD-ONE-LOAN-EXIT.
           EXIT.
               CLOSE PAYMENT-FILE
               GO TO POST-PAYMENTS-END
           END-IF.
      *    QUOTES ARE ONLY NEEDED FOR SETTLEMENT LINES; WITHOUT
      *    THE FILE ANY SETTLEMENT IS REFUSED.
           OPEN I-O LOAN-QUOTE.
           IF LQT-FILESTATUS = "00"
               SET QUOTES-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT POST-REPORT.
           MOVE WS-TODAY-DATE TO RPT-HDR-DATE.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           PERFORM POST-ONE-PARA THRU POST-ONE-EXIT
               UNTIL PAY-END-OF-FILE.
           CLOSE POST-REPORT.
           IF QUOTES-AVAILABLE
               CLOSE LOAN-QUOTE
           END-IF.
           CLOSE LOAN-MASTER.
           CLOSE PAYMENT-FILE.
      *    THE DAY'S PAYMENTS ARE CONSUMED ONCE POSTED.
           OPEN OUTPUT PAYMENT-FILE.
           CLOSE PAYMENT-FILE.
           DISPLAY "PAYMENTS POSTED : " WS-POSTED-COUNT.
           DISPLAY "LOANS SETTLED   : " WS-SETTLED-COUNT.
           DISPLAY "REJECTED        : " WS-REJECT-COUNT.
       POST-PAYMENTS-END.
           EXIT.
           END-READ.
           MOVE SPACES TO WS-LOAN-ID.
           MOVE SPACES TO WS-AMT-TXT.
           MOVE SPACES TO WS-QREF-TXT.
           UNSTRING PAYMENT-LINE DELIMITED BY ALL SPACE
               INTO WS-LOAN-ID WS-AMT-TXT WS-QREF-TXT
           END-UNSTRING.
           IF WS-LOAN-ID = SPACES
               GO TO POST-ONE-EXIT
                   GO TO POST-ONE-EXIT
           END-READ.
           COMPUTE WS-PAY-AMOUNT = FUNCTION NUMVAL(WS-AMT-TXT).
           IF LN-SETTLED
               MOVE "LNSETTLED" TO WS-SUSP-ACTION
               MOVE "LOAN ALREADY SETTLED" TO WS-SETTLE-REASON
               PERFORM SUSPEND-PAYMENT-PARA
               GO TO POST-ONE-EXIT
           END-IF.
           IF WS-QREF-TXT NOT = SPACES
               PERFORM SETTLE-LOAN-PARA THRU SETTLE-LOAN-EXIT
               GO TO POST-ONE-EXIT
           END-IF.
           MOVE LN-RATE TO WS-ANNUAL-RATE.
           PERFORM DERIVE-RATE-PARA.
      *    THE SPLIT: INTEREST ON THE OUTSTANDING BALANCE FIRST,
           COMPUTE WS-INTEREST ROUNDED =
               LN-BALANCE * WS-MONTHLY-RATE.
           COMPUTE WS-PRIN-SHARE = WS-PAY-AMOUNT - WS-INTEREST.
           MOVE LN-BALANCE TO WS-OLD-BALANCE.
           SUBTRACT WS-PRIN-SHARE FROM LN-BALANCE.
           IF LN-BALANCE < ZERO
               MOVE ZERO TO LN-BALANCE
               MOVE WS-PAYMENT TO LN-PAYMENT
           END-IF.
           REWRITE LOAN-MASTER-RECORD.
           COMPUTE WS-CTL-AMOUNT = LN-BALANCE - WS-OLD-BALANCE.
           PERFORM POST-LOAN-CONTROL-PARA.
           ADD 1 TO WS-POSTED-COUNT.
           MOVE WS-LOAN-ID TO RPT-LOAN-ID.
           MOVE WS-PAY-AMOUNT TO RPT-PAID.
       POST-ONE-EXIT.
           EXIT.

      *    EARLY SETTLEMENT AGAINST A PAYOFF QUOTE. THE QUOTE MUST BE
      *    OPEN, UNEXPIRED AND FOR THIS LOAN, THE BALANCE MUST STILL
      *    BE THE ONE QUOTED AND THE AMOUNT MUST COVER THE PAYOFF;
      *    ANYTHING PAID OVER IT IS REPORTED AS EXCESS TO REFUND.
       SETTLE-LOAN-PARA.
           MOVE "BADQUOTE" TO WS-SUSP-ACTION.
           IF NOT QUOTES-AVAILABLE
               MOVE "NO LOANQUOTE.DAT" TO WS-SETTLE-REASON
               GO TO SETTLE-REJECT-PARA
           END-IF.
           IF WS-QREF-TXT NOT NUMERIC
               MOVE "BAD QUOTE REFERENCE" TO WS-SETTLE-REASON
               GO TO SETTLE-REJECT-PARA
           END-IF.
           MOVE WS-QREF-TXT TO LQ-REF.
           READ LOAN-QUOTE
               INVALID KEY
                   MOVE "QUOTE NOT ON FILE" TO WS-SETTLE-REASON
                   GO TO SETTLE-REJECT-PARA
           END-READ.
           IF LQ-LOAN-ID NOT = LN-ID
               MOVE "QUOTE IS FOR ANOTHER LOAN" TO WS-SETTLE-REASON
               GO TO SETTLE-REJECT-PARA
           END-IF.
           IF NOT LQ-OPEN
               MOVE "QUOTE ALREADY USED" TO WS-SETTLE-REASON
               GO TO SETTLE-REJECT-PARA
           END-IF.
           IF WS-TODAY-DATE > LQ-VALID-DATE
               MOVE "QUOTE EXPIRED" TO WS-SETTLE-REASON
               GO TO SETTLE-REJECT-PARA
           END-IF.
           IF LN-BALANCE NOT = LQ-PRINCIPAL
               MOVE "BALANCE MOVED SINCE QUOTE" TO WS-SETTLE-REASON
               GO TO SETTLE-REJECT-PARA
           END-IF.
           IF WS-PAY-AMOUNT < LQ-PAYOFF
               MOVE "AMOUNT SHORT OF PAYOFF" TO WS-SETTLE-REASON
               GO TO SETTLE-REJECT-PARA
           END-IF.
           MOVE LQ-INTEREST TO WS-INTEREST.
           MOVE LQ-PRINCIPAL TO WS-PRIN-SHARE.
           COMPUTE WS-EXCESS = WS-PAY-AMOUNT - LQ-PAYOFF.
           COMPUTE WS-CTL-AMOUNT = ZERO - LN-BALANCE.
           MOVE ZERO TO LN-BALANCE.
           MOVE ZERO TO LN-REMAIN-TERM.
           SET LN-SETTLED TO TRUE.
           MOVE WS-TODAY-DATE TO LN-SETTLE-DATE.
           REWRITE LOAN-MASTER-RECORD.
           PERFORM POST-LOAN-CONTROL-PARA.
           SET LQ-SETTLED TO TRUE.
           MOVE WS-TODAY-DATE TO LQ-STATUS-DATE.
           REWRITE LOAN-QUOTE-RECORD.
           ADD 1 TO WS-SETTLED-COUNT.
           MOVE WS-LOAN-ID TO RPT-LOAN-ID.
           MOVE WS-PAY-AMOUNT TO RPT-PAID.
           MOVE WS-INTEREST TO RPT-INT.
           MOVE WS-PRIN-SHARE TO RPT-PRIN.
           MOVE LN-BALANCE TO RPT-BAL.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           MOVE LQ-REF TO RPT-SET-REF.
           MOVE WS-EXCESS TO RPT-SET-EXCESS.
           WRITE RPT-LINE FROM RPT-SETTLE-LINE.
           GO TO SETTLE-LOAN-EXIT.
       SETTLE-REJECT-PARA.
           PERFORM SUSPEND-PAYMENT-PARA.
       SETTLE-LOAN-EXIT.
           EXIT.

      *    THE CHANGE IN THE LOAN'S BALANCE GOES TO THE LOANS CONTROL
      *    ACCOUNT UNDER THE LOAN ID.
       POST-LOAN-CONTROL-PARA.
           MOVE LN-ID TO WS-CTL-REF.
           CALL "CTLPOST" USING WS-CTL-TAG, WS-CTL-AMOUNT,
               WS-SUSP-PROGRAM, WS-CTL-REF.

      *    A PAYMENT THAT CANNOT BE APPLIED IS QUEUED ON THE SUSPENSE
      *    FILE WITH THE ORIGINAL LINE RATHER THAN LOST WHEN THE
      *    DAY'S PAYMENTS FILE IS CLEARED.
       SUSPEND-PAYMENT-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "PAYMENT SUSPENDED : " WS-LOAN-ID " "
               WS-SETTLE-REASON.
           MOVE WS-LOAN-ID TO WS-SUSP-KEY.
           MOVE PAYMENT-LINE TO WS-SUSP-PAYLOAD.
           CALL "SUSPOUT" USING WS-SUSP-PROGRAM, WS-SUSP-ACTION,
               WS-SUSP-KEY, WS-SUSP-PAYLOAD
           END-CALL.

      *    PAYOFF QUOTE FOR ONE LOAN TO A SETTLEMENT DATE.
       QUOTE-PARA.
           IF WS-LOAN-ID = SPACES
               DISPLAY "GIVE THE LOAN AND THE SETTLEMENT DATE - "
               DISPLAY "LOANSRV Q <LOAN ID> <YYYYMMDD>"
               MOVE 8 TO RETURN-CODE
               GO TO QUOTE-END
           END-IF.
           IF WS-SETTLE-TXT = SPACES
               MOVE WS-TODAY-DATE TO WS-SETTLE-DATE
           ELSE
               IF WS-SETTLE-TXT NOT NUMERIC
                   DISPLAY "SETTLEMENT DATE MUST BE YYYYMMDD"
                   MOVE 8 TO RETURN-CODE
                   GO TO QUOTE-END
               END-IF
               MOVE WS-SETTLE-TXT TO WS-SETTLE-DATE
           END-IF.
      *    A DATE THAT DOES NOT SURVIVE THE ROUND TRIP THROUGH THE
      *    DAY NUMBER IS NOT A CALENDAR DATE.
           MOVE ZERO TO WS-DATE-CHECK.
           IF WS-SETTLE-MM > ZERO AND WS-SETTLE-MM < 13
                   AND WS-SETTLE-DD > ZERO AND WS-SETTLE-YYYY > 1600
               COMPUTE WS-DATE-CHECK = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-SETTLE-DATE))
           END-IF.
           IF WS-DATE-CHECK NOT = WS-SETTLE-DATE
               DISPLAY "SETTLEMENT DATE " WS-SETTLE-DATE
                   " IS NOT A VALID DATE"
               MOVE 8 TO RETURN-CODE
               GO TO QUOTE-END
           END-IF.
           IF WS-SETTLE-DATE < WS-TODAY-DATE
               DISPLAY "SETTLEMENT DATE MAY NOT BE BEFORE TODAY"
               MOVE 8 TO RETURN-CODE
               GO TO QUOTE-END
           END-IF.
           MOVE "LOAN-QUOTE-DAYS" TO WS-PARM-KEY.
           MOVE 10 TO WS-PARM-DEFAULT.
           CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
               WS-PARM-DEFAULT, WS-PARM-FOUND
           END-CALL.
           MOVE WS-PARM-VALUE TO WS-QUOTE-DAYS.
           COMPUTE WS-VALID-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               + WS-QUOTE-DAYS).
           IF WS-SETTLE-DATE > WS-VALID-DATE
               DISPLAY "SETTLEMENT DATE IS BEYOND THE "
                   WS-QUOTE-DAYS " DAYS A QUOTE HOLDS"
               MOVE 8 TO RETURN-CODE
               GO TO QUOTE-END
           END-IF.
           OPEN INPUT LOAN-MASTER.
           IF MST-FILESTATUS NOT = "00"
               DISPLAY " LOANMASTER.DAT NOT FOUND - NO LIVE LOANS "
               MOVE 8 TO RETURN-CODE
               GO TO QUOTE-END
           END-IF.
           MOVE WS-LOAN-ID TO LN-ID.
           READ LOAN-MASTER
               INVALID KEY
                   DISPLAY "LOAN NOT ON MASTER : " WS-LOAN-ID
                   CLOSE LOAN-MASTER
                   MOVE 8 TO RETURN-CODE
                   GO TO QUOTE-END
           END-READ.
           CLOSE LOAN-MASTER.
           IF LN-SETTLED OR LN-BALANCE NOT > ZERO
               DISPLAY "LOAN " WS-LOAN-ID " HAS NOTHING TO SETTLE"
               MOVE 4 TO RETURN-CODE
               GO TO QUOTE-END
           END-IF.
           PERFORM PAID-THROUGH-PARA.
           COMPUTE WS-ACCRUE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-SETTLE-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-PT-DATE).
           IF WS-ACCRUE-DAYS < ZERO
               MOVE ZERO TO WS-ACCRUE-DAYS
           END-IF.
           MOVE LN-RATE TO WS-ANNUAL-RATE.
           PERFORM DERIVE-DAILY-RATE-PARA.
           COMPUTE WS-INTEREST ROUNDED =
               LN-BALANCE * WS-DAILY-RATE * WS-ACCRUE-DAYS.
           COMPUTE WS-PAYOFF = LN-BALANCE + WS-INTEREST.
           PERFORM READ-LAST-LQUOTE-PARA.
           ADD 1 TO WS-LAST-LQUOTE.
           OPEN I-O LOAN-QUOTE.
           IF LQT-FILESTATUS = "35"
               OPEN OUTPUT LOAN-QUOTE
               CLOSE LOAN-QUOTE
               OPEN I-O LOAN-QUOTE
           END-IF.
           MOVE SPACES TO LOAN-QUOTE-RECORD.
           MOVE WS-LAST-LQUOTE TO LQ-REF.
           MOVE LN-ID TO LQ-LOAN-ID.
           MOVE LN-EMP-ID TO LQ-EMP-ID.
           MOVE WS-TODAY-DATE TO LQ-QUOTE-DATE.
           MOVE WS-SETTLE-DATE TO LQ-SETTLE-DATE.
           MOVE WS-VALID-DATE TO LQ-VALID-DATE.
           MOVE WS-PT-DATE TO LQ-PAID-THRU.
           MOVE WS-ACCRUE-DAYS TO LQ-DAYS.
           MOVE LN-BALANCE TO LQ-PRINCIPAL.
           MOVE WS-INTEREST TO LQ-INTEREST.
           MOVE WS-PAYOFF TO LQ-PAYOFF.
           SET LQ-OPEN TO TRUE.
           MOVE WS-TODAY-DATE TO LQ-STATUS-DATE.
           WRITE LOAN-QUOTE-RECORD
               INVALID KEY
                   DISPLAY "QUOTE REFERENCE ALREADY USED : "
                       WS-LAST-LQUOTE " - CHECK LASTLOANQUOTE.CTL"
                   CLOSE LOAN-QUOTE
                   MOVE 8 TO RETURN-CODE
                   GO TO QUOTE-END
           END-WRITE.
           PERFORM SAVE-LAST-LQUOTE-PARA.
           DISPLAY "PAYOFF QUOTE " WS-LAST-LQUOTE " LOAN " LN-ID.
           MOVE LN-BALANCE TO WS-QUOTE-ED.
           DISPLAY "  PRINCIPAL       : " WS-QUOTE-ED.
           MOVE WS-INTEREST TO WS-QUOTE-ED.
           DISPLAY "  INTEREST        : " WS-QUOTE-ED " ("
               WS-ACCRUE-DAYS " DAYS FROM " WS-PT-DATE ")".
           MOVE WS-PAYOFF TO WS-QUOTE-ED.
           DISPLAY "  PAYOFF          : " WS-QUOTE-ED.
           DISPLAY "  SETTLEMENT DATE : " WS-SETTLE-DATE.
           DISPLAY "  VALID UNTIL     : " WS-VALID-DATE.
           PERFORM LIST-QUOTES-PARA THRU LIST-QUOTES-END.
           CLOSE LOAN-QUOTE.
       QUOTE-END.
           EXIT.

      *    THE LETTER WRITER'S DRIVER IS REBUILT EACH TIME FROM EVERY
      *    OPEN QUOTE ISSUED TODAY, SO THE DAY'S LETTERS COME OUT
      *    TOGETHER HOWEVER MANY QUOTES WERE ASKED FOR.
       LIST-QUOTES-PARA.
           OPEN OUTPUT QUOTE-RECIPIENTS.
           MOVE ZERO TO LQ-REF.
           START LOAN-QUOTE KEY IS NOT LESS THAN LQ-REF
               INVALID KEY
                   SET LQT-END-OF-FILE TO TRUE
           END-START.
           PERFORM LIST-ONE-QUOTE-PARA THRU LIST-ONE-QUOTE-EXIT
               UNTIL LQT-END-OF-FILE.
           CLOSE QUOTE-RECIPIENTS.
           DISPLAY "QUOTE LETTERS DUE TODAY : " WS-QUOTE-LISTED.
       LIST-QUOTES-END.
           EXIT.

       LIST-ONE-QUOTE-PARA.
           READ LOAN-QUOTE NEXT RECORD
               AT END
                   SET LQT-END-OF-FILE TO TRUE
                   GO TO LIST-ONE-QUOTE-EXIT
           END-READ.
           IF LQ-OPEN AND LQ-QUOTE-DATE = WS-TODAY-DATE
               MOVE LQ-REF TO QRC-REF
               WRITE QUOTE-RECIPIENT-LINE FROM QRC-DETAIL-LINE
               ADD 1 TO WS-QUOTE-LISTED
           END-IF.
       LIST-ONE-QUOTE-EXIT.
           EXIT.

      *    THE DATE INTEREST IS PAID THROUGH: THE OPEN DATE MOVED ON
      *    ONE MONTH FOR EVERY PAYMENT POSTED.
       PAID-THROUGH-PARA.
           MOVE LN-OPEN-DATE TO WS-PT-DATE.
           COMPUTE WS-MONTH-INDEX =
               WS-PT-YYYY * 12 + WS-PT-MM - 1 + LN-PAID-COUNT.
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-PT-YYYY
               REMAINDER WS-PT-MM.
           ADD 1 TO WS-PT-MM.
           IF WS-PT-DD > 28
               MOVE 28 TO WS-PT-DD
           END-IF.

       READ-LAST-LQUOTE-PARA.
           OPEN INPUT LAST-LQUOTE-FILE.
           IF LQN-FILESTATUS = "00"
               READ LAST-LQUOTE-FILE INTO WS-LAST-LQUOTE
                   AT END MOVE ZERO TO WS-LAST-LQUOTE
               END-READ
               CLOSE LAST-LQUOTE-FILE
           ELSE
               DISPLAY " LASTLOANQUOTE.CTL NOT FOUND - STARTING AT "
                   "000001 "
           END-IF.

       SAVE-LAST-LQUOTE-PARA.
           OPEN OUTPUT LAST-LQUOTE-FILE.
           MOVE WS-LAST-LQUOTE TO LQN-RECORD.
           WRITE LQN-RECORD.
           CLOSE LAST-LQUOTE-FILE.

      *    A LOAN IS IN ARREARS WHEN FEWER PAYMENTS HAVE ARRIVED
      *    THAN MONTHS HAVE PASSED SINCE IT OPENED (CAPPED AT THE
      *    TERM).
               WS-D-ARG, WS-E-ARG.
           COMPUTE WS-MONTHLY-RATE = WS-E-ARG / 10000.

      *    DAILY RATE = (ANNUAL + 0) / (36500 - 0) THROUGH THE SAME
      *    ROUTINE AND THE SAME SCALING - SIMPLE INTEREST ON A
      *    365-DAY YEAR FOR THE DAYS A PAYOFF QUOTE ACCRUES.
       DERIVE-DAILY-RATE-PARA.
           COMPUTE WS-A-ARG = WS-ANNUAL-RATE * 10000.
           MOVE ZERO TO WS-B-ARG.
           MOVE ZERO TO WS-C-ARG.
           MOVE 36500 TO WS-D-ARG.
           CALL "RATE-CALC" USING WS-A-ARG, WS-B-ARG, WS-C-ARG,
               WS-D-ARG, WS-E-ARG.
           COMPUTE WS-DAILY-RATE = WS-E-ARG / 10000.

      *    LEVEL PAYMENT = P * I * (1+I)**N / ((1+I)**N - 1); THE
      *    COMPOUNDING FACTOR IS BUILT BY REPEATED MULTIPLICATION,
      *    EXACTLY AS THE SCHEDULE GENERATOR BUILDS IT.
