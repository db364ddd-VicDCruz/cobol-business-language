      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank payment reconciliation - the other half of the
      *          BankPay.dat interface PAYSLIP writes. Reads the
      *          bank's BankReturn.dat confirmation file (a header
      *          naming the payment file it answers, one line per
      *          payment with the status - 'P' paid, 'R' rejected -
      *          and the bank's reason code, and a trailer carrying
      *          the line count and amount hash) and proves its
      *          trailer, and that of the BankPay.dat it answers,
      *          before anything is touched; a file that does not
      *          prove is refused with RETURN-CODE 8, as the intake
      *          edit refuses a feed. Each return line is matched to
      *          the payment sent for the same employee and amount.
      *          A rejected payment is listed with its reason code,
      *          logged through EXCPLOG and queued on OffCycle.dat
      *          for re-payment off-cycle; a return line matching
      *          nothing and a payment the bank never answered are
      *          listed as exceptions. The net amount actually paid
      *          out is posted to the cash position as a CashPost.dat
      *          line for the next LEDGER run. The BankRecon report
      *          goes through RPTWRT (catalogued as BANKRECON), and
      *          the BankRec.rc stamp, holding the date of the
      *          payment file last reconciled, refuses the same file
      *          twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE ASSIGN TO 'BankPay.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BNK-FILESTATUS.

           SELECT RETURN-FILE ASSIGN TO 'BankReturn.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RTN-FILESTATUS.

           SELECT OFF-CYCLE-FILE ASSIGN TO 'OffCycle.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OFC-FILESTATUS.

           SELECT CASH-POST-FILE ASSIGN TO 'CashPost.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CPT-FILESTATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'BankRec.rc'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCF-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    THE PAYMENT FILE AS PAYSLIP WROTE IT.
       FD BANK-FILE.
       01 BANK-PAY-RECORD.
        05 BNK-EMP-ID PIC X(10).
        05 FILLER PIC X(1).
        05 BNK-NAME PIC X(30).
        05 FILLER PIC X(1).
        05 BNK-NET PIC 9(7)V99.
       01 BANK-HDR-RECORD.
        05 HDR-TYPE PIC X(1).
        05 HDR-FEED-DATE PIC 9(8).
        05 HDR-SOURCE PIC X(9).
       01 BANK-TRL-RECORD.
        05 TRL-TYPE PIC X(1).
        05 TRL-COUNT PIC 9(5).
        05 TRL-HASH PIC 9(11)V99.
      *
      *    THE BANK'S ANSWER, IN THE SAME HEADER/TRAILER DRESS; THE
      *    HEADER CARRIES THE DATE OF THE PAYMENT FILE ANSWERED.
       FD RETURN-FILE.
       01 RETURN-RECORD.
        05 RTN-EMP-ID PIC X(10).
        05 FILLER PIC X(1).
        05 RTN-AMOUNT PIC 9(7)V99.
        05 FILLER PIC X(1).
        05 RTN-STATUS PIC X(1).
        05 FILLER PIC X(1).
        05 RTN-REASON PIC X(4).
       01 RETURN-HDR-RECORD.
        05 RTH-TYPE PIC X(1).
        05 RTH-RETURN-DATE PIC 9(8).
        05 RTH-PAY-FILE-DATE PIC 9(8).
       01 RETURN-TRL-RECORD.
        05 RTT-TYPE PIC X(1).
        05 RTT-COUNT PIC 9(5).
        05 RTT-HASH PIC 9(11)V99.
      *
       FD OFF-CYCLE-FILE.
       COPY OFCREC REPLACING ==:REC:== BY ==OFF-CYCLE-RECORD==.
      *
       FD CASH-POST-FILE.
       COPY CPTREC REPLACING ==:REC:== BY ==CASH-POST-RECORD==.
      *
       FD RUN-CONTROL-FILE.
       01 RC-RECORD PIC 9(8).
      *
       WORKING-STORAGE SECTION.

       01 BNK-FILESTATUS PIC X(02).
       01 RTN-FILESTATUS PIC X(02).
       01 OFC-FILESTATUS PIC X(02).
       01 CPT-FILESTATUS PIC X(02).
       01 RCF-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
      *
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PAY-FILE-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-RECON-DATE PIC 9(8) VALUE ZERO.
      *
      *    THE PAYMENTS SENT, EACH MARKED ONCE A RETURN LINE CLAIMS IT.
       01 SNT-TABLE.
           05 SNT-ENTRY OCCURS 500 TIMES.
               10 SNT-T-EMP-ID PIC X(10).
               10 SNT-T-NAME PIC X(30).
               10 SNT-T-AMOUNT PIC 9(7)V99.
               10 SNT-T-MATCHED PIC X(1).
                   88 SNT-T-CLAIMED VALUE 'Y'.
       01 WS-SNT-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-SNT-SUB PIC 9(3).
      *
      *    THE BANK'S LINES, HELD UNTIL THE TRAILER HAS PROVED THEM.
       01 RTN-TABLE.
           05 RTN-ENTRY OCCURS 500 TIMES.
               10 RTN-T-EMP-ID PIC X(10).
               10 RTN-T-AMOUNT PIC 9(7)V99.
               10 RTN-T-STATUS PIC X(1).
                   88 RTN-T-PAID VALUE 'P'.
                   88 RTN-T-REJECTED VALUE 'R'.
               10 RTN-T-REASON PIC X(4).
       01 WS-RTN-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-RTN-SUB PIC 9(3).
       01 WS-TABLE-MAX PIC 9(3) VALUE 500.
       01 WS-OVERFLOW-SW PIC X(1) VALUE 'N'.
           88 TABLE-OVERFLOW VALUE 'Y'.
      *
      *    WHAT EACH FILE'S TRAILER SAID AGAINST WHAT WAS READ.
       01 WS-BNK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BNK-HASH PIC 9(11)V99 VALUE ZERO.
       01 WS-BNK-TRL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BNK-TRL-HASH PIC 9(11)V99 VALUE ZERO.
       01 WS-BNK-TRL-SEEN PIC X(1) VALUE 'N'.
           88 BNK-TRAILER-SEEN VALUE 'Y'.
       01 WS-RTN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RTN-HASH PIC 9(11)V99 VALUE ZERO.
       01 WS-RTN-TRL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RTN-TRL-HASH PIC 9(11)V99 VALUE ZERO.
       01 WS-RTN-TRL-SEEN PIC X(1) VALUE 'N'.
           88 RTN-TRAILER-SEEN VALUE 'Y'.
      *
       01 WS-PAID-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAID-AMOUNT PIC 9(11)V99 VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-AMOUNT PIC 9(11)V99 VALUE ZERO.
       01 WS-NOMATCH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNANSWERED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNANSWERED-AMOUNT PIC 9(11)V99 VALUE ZERO.
       01 WS-CASH-MOVEMENT PIC S9(9)V99.
       01 WS-EDIT-AMOUNT PIC -9(9).99.
       01 WS-SECTION-SW PIC X(1).
           88 SECTION-HEADED VALUE 'Y'.
      *
       01 WS-RPT-FUNC PIC X(1).
       01 WS-RPT-TITLE PIC X(40)
           VALUE "BANK PAYMENT RECONCILIATION".
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-CAT-REPORT-NAME PIC X(16) VALUE "BANKRECON".
       01 WS-RPT-DATE-X PIC X(8).
      *
       01 RPT-FILE-LINE.
           05 FILLER PIC X(22) VALUE "PAYMENT FILE OF     : ".
           05 RPT-FILE-DATE PIC 9(8).
           05 FILLER PIC X(16) VALUE "   ANSWERED ON ".
           05 RPT-RETURN-DATE PIC 9(8).
       01 RPT-DETAIL-LINE.
           05 RPT-EMP-ID PIC X(11).
           05 RPT-EMP-NAME PIC X(31).
           05 RPT-AMOUNT PIC Z(7)9.99.
           05 FILLER PIC X(2) VALUE SPACE.
           05 RPT-STATUS PIC X(2).
           05 RPT-REASON PIC X(6).
           05 RPT-NOTE PIC X(17).
       01 RPT-SUMMARY-LINE.
           05 RPT-SUM-LABEL PIC X(28).
           05 RPT-SUM-COUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 RPT-SUM-AMOUNT PIC -(11)9.99.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "BANKREC".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       OPEN INPUT BANK-FILE
       IF BNK-FILESTATUS NOT = "00"
           DISPLAY " BANKPAY.DAT NOT FOUND - NOTHING TO RECONCILE "
           DISPLAY " FILE STATUS IS : " BNK-FILESTATUS
           GO TO PROGRAM-END-PARA
       END-IF
       OPEN INPUT RETURN-FILE
       IF RTN-FILESTATUS NOT = "00"
           CLOSE BANK-FILE
           DISPLAY " BANKRETURN.DAT NOT FOUND - THE BANK HAS NOT "
           DISPLAY " ANSWERED YET "
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM LOAD-ONE-SENT-PARA THRU LOAD-ONE-SENT-EXIT
           UNTIL END-OF-FILE
       CLOSE BANK-FILE
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM LOAD-ONE-RETURN-PARA THRU LOAD-ONE-RETURN-EXIT
           UNTIL END-OF-FILE
       CLOSE RETURN-FILE

      *    NOTHING IS MATCHED, QUEUED OR POSTED UNTIL BOTH FILES HAVE
      *    PROVED - A SHORT OR DAMAGED FILE WOULD OTHERWISE SHOW
      *    GOOD PAYMENTS AS NEVER ANSWERED.
       IF TABLE-OVERFLOW
           DISPLAY "*** MORE THAN " WS-TABLE-MAX " PAYMENT LINES - "
           DISPLAY "*** NOTHING RECONCILED "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       IF NOT BNK-TRAILER-SEEN
               OR WS-BNK-COUNT NOT = WS-BNK-TRL-COUNT
               OR WS-BNK-HASH NOT = WS-BNK-TRL-HASH
           DISPLAY "*** BANKPAY.DAT DOES NOT PROVE TO ITS TRAILER - "
           DISPLAY "*** NOTHING RECONCILED "
           DISPLAY "READ COUNT " WS-BNK-COUNT " TRAILER "
               WS-BNK-TRL-COUNT
           DISPLAY "READ HASH  " WS-BNK-HASH " TRAILER "
               WS-BNK-TRL-HASH
           MOVE "BAD-TRLR " TO WS-SHARED-ACTION
           MOVE "BANKPAY" TO WS-SHARED-KEY
           PERFORM LOG-EXCEPTION-PARA
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       IF NOT RTN-TRAILER-SEEN
               OR WS-RTN-COUNT NOT = WS-RTN-TRL-COUNT
               OR WS-RTN-HASH NOT = WS-RTN-TRL-HASH
           DISPLAY "*** BANKRETURN.DAT DOES NOT PROVE TO ITS "
           DISPLAY "*** TRAILER - NOTHING RECONCILED "
           DISPLAY "READ COUNT " WS-RTN-COUNT " TRAILER "
               WS-RTN-TRL-COUNT
           DISPLAY "READ HASH  " WS-RTN-HASH " TRAILER "
               WS-RTN-TRL-HASH
           MOVE "BAD-TRLR " TO WS-SHARED-ACTION
           MOVE "BANKRETURN" TO WS-SHARED-KEY
           PERFORM LOG-EXCEPTION-PARA
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       IF RTH-PAY-FILE-DATE NOT = WS-PAY-FILE-DATE
           DISPLAY "*** BANKRETURN.DAT ANSWERS THE PAYMENT FILE OF "
               RTH-PAY-FILE-DATE
           DISPLAY "*** BUT BANKPAY.DAT IS OF " WS-PAY-FILE-DATE
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM CHECK-RUN-CONTROL-PARA
       IF WS-LAST-RECON-DATE = WS-PAY-FILE-DATE
           DISPLAY " PAYMENT FILE OF " WS-PAY-FILE-DATE " IS ALREADY "
           DISPLAY " RECONCILED - RERUN REFUSED "
           GO TO PROGRAM-END-PARA
       END-IF

       MOVE WS-TODAY-DATE TO WS-RPT-DATE-X
       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING "BankRecon." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       MOVE WS-PAY-FILE-DATE TO RPT-FILE-DATE
       MOVE RTH-RETURN-DATE TO RPT-RETURN-DATE
       MOVE RPT-FILE-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       OPEN EXTEND OFF-CYCLE-FILE
       IF OFC-FILESTATUS NOT = "00"
           OPEN OUTPUT OFF-CYCLE-FILE
       END-IF
       MOVE 'N' TO WS-SECTION-SW
       PERFORM MATCH-ONE-RETURN-PARA THRU MATCH-ONE-RETURN-EXIT
           VARYING WS-RTN-SUB FROM 1 BY 1
           UNTIL WS-RTN-SUB > WS-RTN-TOTAL
       CLOSE OFF-CYCLE-FILE
       MOVE 'N' TO WS-SECTION-SW
       PERFORM LIST-UNANSWERED-PARA THRU LIST-UNANSWERED-EXIT
           VARYING WS-SNT-SUB FROM 1 BY 1
           UNTIL WS-SNT-SUB > WS-SNT-TOTAL
       PERFORM POST-CASH-PARA
       PERFORM PRINT-SUMMARY-PARA
       MOVE 'C' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE
       END-CALL
       PERFORM STAMP-RUN-CONTROL-PARA

       DISPLAY "=== BANK PAYMENT RECONCILIATION ==="
       DISPLAY "PAYMENTS SENT       : " WS-SNT-TOTAL
       DISPLAY "PAID                : " WS-PAID-COUNT
       DISPLAY "REJECTED            : " WS-REJECT-COUNT
       DISPLAY "NOT ANSWERED        : " WS-UNANSWERED-COUNT
       DISPLAY "RETURNS UNMATCHED   : " WS-NOMATCH-COUNT
       DISPLAY "NET PAID OUT        : " WS-PAID-AMOUNT
       IF WS-NOMATCH-COUNT > ZERO OR WS-UNANSWERED-COUNT > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       MOVE 'E' TO WS-RS-PHASE
       MOVE WS-RTN-TOTAL TO WS-RS-RECORDS
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL.

       PROGRAM-END-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
      *    RUN UNIT JUST THE SAME.
       GOBACK.

       LOAD-ONE-SENT-PARA.
       READ BANK-FILE
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LOAD-ONE-SENT-EXIT
       END-READ
       IF HDR-TYPE = 'H'
           MOVE HDR-FEED-DATE TO WS-PAY-FILE-DATE
           GO TO LOAD-ONE-SENT-EXIT
       END-IF
       IF TRL-TYPE = 'T'
           MOVE TRL-COUNT TO WS-BNK-TRL-COUNT
           MOVE TRL-HASH TO WS-BNK-TRL-HASH
           SET BNK-TRAILER-SEEN TO TRUE
           GO TO LOAD-ONE-SENT-EXIT
       END-IF
       ADD 1 TO WS-BNK-COUNT
       ADD BNK-NET TO WS-BNK-HASH
       IF WS-SNT-TOTAL NOT < WS-TABLE-MAX
           SET TABLE-OVERFLOW TO TRUE
           GO TO LOAD-ONE-SENT-EXIT
       END-IF
       ADD 1 TO WS-SNT-TOTAL
       MOVE BNK-EMP-ID TO SNT-T-EMP-ID(WS-SNT-TOTAL)
       MOVE BNK-NAME TO SNT-T-NAME(WS-SNT-TOTAL)
       MOVE BNK-NET TO SNT-T-AMOUNT(WS-SNT-TOTAL)
       MOVE 'N' TO SNT-T-MATCHED(WS-SNT-TOTAL).
       LOAD-ONE-SENT-EXIT.
       EXIT.

       LOAD-ONE-RETURN-PARA.
       READ RETURN-FILE
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LOAD-ONE-RETURN-EXIT
       END-READ
       IF RTH-TYPE = 'H'
           GO TO LOAD-ONE-RETURN-EXIT
       END-IF
       IF RTT-TYPE = 'T'
           MOVE RTT-COUNT TO WS-RTN-TRL-COUNT
           MOVE RTT-HASH TO WS-RTN-TRL-HASH
           SET RTN-TRAILER-SEEN TO TRUE
           GO TO LOAD-ONE-RETURN-EXIT
       END-IF
       ADD 1 TO WS-RTN-COUNT
       IF RTN-AMOUNT IS NUMERIC
           ADD RTN-AMOUNT TO WS-RTN-HASH
       END-IF
       IF WS-RTN-TOTAL NOT < WS-TABLE-MAX
           SET TABLE-OVERFLOW TO TRUE
           GO TO LOAD-ONE-RETURN-EXIT
       END-IF
       ADD 1 TO WS-RTN-TOTAL
       MOVE RTN-EMP-ID TO RTN-T-EMP-ID(WS-RTN-TOTAL)
       IF RTN-AMOUNT IS NUMERIC
           MOVE RTN-AMOUNT TO RTN-T-AMOUNT(WS-RTN-TOTAL)
       ELSE
           MOVE ZERO TO RTN-T-AMOUNT(WS-RTN-TOTAL)
       END-IF
       MOVE RTN-STATUS TO RTN-T-STATUS(WS-RTN-TOTAL)
       MOVE RTN-REASON TO RTN-T-REASON(WS-RTN-TOTAL).
       LOAD-ONE-RETURN-EXIT.
       EXIT.

      *    A RETURN LINE CLAIMS THE FIRST UNCLAIMED PAYMENT SENT TO
      *    THE SAME EMPLOYEE FOR THE SAME AMOUNT.
       MATCH-ONE-RETURN-PARA.
       PERFORM VARYING WS-SNT-SUB FROM 1 BY 1
               UNTIL WS-SNT-SUB > WS-SNT-TOTAL
                  OR (SNT-T-EMP-ID(WS-SNT-SUB)
                          = RTN-T-EMP-ID(WS-RTN-SUB)
                      AND SNT-T-AMOUNT(WS-SNT-SUB)
                          = RTN-T-AMOUNT(WS-RTN-SUB)
                      AND NOT SNT-T-CLAIMED(WS-SNT-SUB))
           CONTINUE
       END-PERFORM
       MOVE SPACES TO RPT-DETAIL-LINE
       MOVE RTN-T-EMP-ID(WS-RTN-SUB) TO RPT-EMP-ID
       MOVE RTN-T-AMOUNT(WS-RTN-SUB) TO RPT-AMOUNT
       MOVE RTN-T-STATUS(WS-RTN-SUB) TO RPT-STATUS
       MOVE RTN-T-REASON(WS-RTN-SUB) TO RPT-REASON
       MOVE RTN-T-EMP-ID(WS-RTN-SUB) TO WS-SHARED-KEY
       IF WS-SNT-SUB > WS-SNT-TOTAL
               OR (NOT RTN-T-PAID(WS-RTN-SUB)
                   AND NOT RTN-T-REJECTED(WS-RTN-SUB))
           ADD 1 TO WS-NOMATCH-COUNT
           IF WS-SNT-SUB > WS-SNT-TOTAL
               MOVE "NOTHING SENT" TO RPT-NOTE
           ELSE
               MOVE SNT-T-NAME(WS-SNT-SUB) TO RPT-EMP-NAME
               MOVE "UNKNOWN STATUS" TO RPT-NOTE
           END-IF
           MOVE "BANK-NOMT" TO WS-SHARED-ACTION
           PERFORM LOG-EXCEPTION-PARA
           PERFORM WRITE-EXCEPTION-LINE-PARA
           GO TO MATCH-ONE-RETURN-EXIT
       END-IF
       SET SNT-T-CLAIMED(WS-SNT-SUB) TO TRUE
       IF RTN-T-PAID(WS-RTN-SUB)
           ADD 1 TO WS-PAID-COUNT
           ADD RTN-T-AMOUNT(WS-RTN-SUB) TO WS-PAID-AMOUNT
           GO TO MATCH-ONE-RETURN-EXIT
       END-IF
       ADD 1 TO WS-REJECT-COUNT
       ADD RTN-T-AMOUNT(WS-RTN-SUB) TO WS-REJECT-AMOUNT
       MOVE SPACES TO OFF-CYCLE-RECORD
       MOVE SNT-T-EMP-ID(WS-SNT-SUB) TO OFC-EMP-ID
       MOVE SNT-T-NAME(WS-SNT-SUB) TO OFC-NAME
       MOVE SNT-T-AMOUNT(WS-SNT-SUB) TO OFC-AMOUNT
       MOVE RTN-T-REASON(WS-RTN-SUB) TO OFC-REASON
       MOVE WS-PAY-FILE-DATE TO OFC-ORIG-DATE
       MOVE WS-TODAY-DATE TO OFC-QUEUED-DATE
       WRITE OFF-CYCLE-RECORD
       MOVE SNT-T-NAME(WS-SNT-SUB) TO RPT-EMP-NAME
       MOVE "QUEUED OFF-CYCLE" TO RPT-NOTE
       MOVE "BANK-REJ " TO WS-SHARED-ACTION
       PERFORM LOG-EXCEPTION-PARA
       PERFORM WRITE-EXCEPTION-LINE-PARA.
       MATCH-ONE-RETURN-EXIT.
       EXIT.

      *    A PAYMENT THE BANK NEVER ANSWERED IS NEITHER PAID NOR
      *    REJECTED YET; IT IS LISTED AND LEFT OUT OF THE CASH.
       LIST-UNANSWERED-PARA.
       IF SNT-T-CLAIMED(WS-SNT-SUB)
           GO TO LIST-UNANSWERED-EXIT
       END-IF
       ADD 1 TO WS-UNANSWERED-COUNT
       ADD SNT-T-AMOUNT(WS-SNT-SUB) TO WS-UNANSWERED-AMOUNT
       IF NOT SECTION-HEADED
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE "PAYMENTS THE BANK HAS NOT ANSWERED" TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           SET SECTION-HEADED TO TRUE
       END-IF
       MOVE SPACES TO RPT-DETAIL-LINE
       MOVE SNT-T-EMP-ID(WS-SNT-SUB) TO RPT-EMP-ID
       MOVE SNT-T-NAME(WS-SNT-SUB) TO RPT-EMP-NAME
       MOVE SNT-T-AMOUNT(WS-SNT-SUB) TO RPT-AMOUNT
       MOVE "NOT ANSWERED" TO RPT-NOTE
       MOVE RPT-DETAIL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "BANK-NOAN" TO WS-SHARED-ACTION
       MOVE SNT-T-EMP-ID(WS-SNT-SUB) TO WS-SHARED-KEY
       PERFORM LOG-EXCEPTION-PARA.
       LIST-UNANSWERED-EXIT.
       EXIT.

       WRITE-EXCEPTION-LINE-PARA.
       IF NOT SECTION-HEADED
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE "REJECTED AND UNMATCHED RETURNS" TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           SET SECTION-HEADED TO TRUE
       END-IF
       MOVE RPT-DETAIL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

      *    ONLY MONEY THE BANK SAYS LEFT THE ACCOUNT MOVES THE CASH.
       POST-CASH-PARA.
       IF WS-PAID-AMOUNT > ZERO
           OPEN EXTEND CASH-POST-FILE
           IF CPT-FILESTATUS NOT = "00"
               OPEN OUTPUT CASH-POST-FILE
           END-IF
           MOVE SPACES TO CASH-POST-RECORD
           MOVE WS-TODAY-DATE TO CPT-DATE
           MOVE "BANKREC" TO CPT-SOURCE
           COMPUTE WS-CASH-MOVEMENT = ZERO - WS-PAID-AMOUNT
           MOVE WS-CASH-MOVEMENT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO CPT-AMOUNT
           WRITE CASH-POST-RECORD
           CLOSE CASH-POST-FILE
       END-IF.

       PRINT-SUMMARY-PARA.
       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "PAYMENTS SENT            : " TO RPT-SUM-LABEL
       MOVE WS-BNK-COUNT TO RPT-SUM-COUNT
       MOVE WS-BNK-HASH TO RPT-SUM-AMOUNT
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "PAID BY THE BANK         : " TO RPT-SUM-LABEL
       MOVE WS-PAID-COUNT TO RPT-SUM-COUNT
       MOVE WS-PAID-AMOUNT TO RPT-SUM-AMOUNT
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "REJECTED - OFF-CYCLE     : " TO RPT-SUM-LABEL
       MOVE WS-REJECT-COUNT TO RPT-SUM-COUNT
       MOVE WS-REJECT-AMOUNT TO RPT-SUM-AMOUNT
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "NOT ANSWERED             : " TO RPT-SUM-LABEL
       MOVE WS-UNANSWERED-COUNT TO RPT-SUM-COUNT
       MOVE WS-UNANSWERED-AMOUNT TO RPT-SUM-AMOUNT
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "RETURNS NOT MATCHED      : " TO RPT-SUM-LABEL
       MOVE WS-NOMATCH-COUNT TO RPT-SUM-COUNT
       MOVE ZERO TO RPT-SUM-AMOUNT
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "POSTED TO CASH POSITION  : " TO RPT-SUM-LABEL
       MOVE ZERO TO RPT-SUM-COUNT
       COMPUTE RPT-SUM-AMOUNT = ZERO - WS-PAID-AMOUNT
       PERFORM WRITE-SUMMARY-LINE-PARA.

       WRITE-SUMMARY-LINE-PARA.
       MOVE RPT-SUMMARY-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

       LOG-EXCEPTION-PARA.
       CALL "EXCPLOG" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
           WS-SHARED-KEY.

       CHECK-RUN-CONTROL-PARA.
       OPEN INPUT RUN-CONTROL-FILE
       IF RCF-FILESTATUS = "00"
           READ RUN-CONTROL-FILE INTO WS-LAST-RECON-DATE
               AT END MOVE ZERO TO WS-LAST-RECON-DATE
           END-READ
           CLOSE RUN-CONTROL-FILE
       END-IF.

       STAMP-RUN-CONTROL-PARA.
       OPEN OUTPUT RUN-CONTROL-FILE
       MOVE WS-PAY-FILE-DATE TO RC-RECORD
       WRITE RC-RECORD
       CLOSE RUN-CONTROL-FILE.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL.
       END PROGRAM BANKREC.
