      ******************************************************************
      * Author:
      * Date:
      * Purpose: Accounts-payable payment run - the apply step behind
      *          the APPROP proposal. Reads APPayApproved.dat, the
      *          APPayProposed.dat lines signed off on PayProposal.rpt
      *          (supplier, invoice, amount), and pays each one still
      *          open on APOpen.dat for a supplier still known and
      *          not on hold on Supplier.dat - a hold set after the
      *          proposal is honoured. Writes the SupplierPay.dat
      *          payment file, one line per supplier for the total
      *          paid, bracketed by a header and a trailer carrying
      *          the line count and amount hash total in the same
      *          style as the payroll BankPay.dat file; prints one
      *          remittance advice per supplier on Remittance.rpt
      *          listing the invoices paid; marks the items paid
      *          with the date and rewrites APOpen.dat. Lines that
      *          cannot be paid are refused through EXCPLOG. A run
      *          in which no line can be paid writes no payment file
      *          or remittances, so a SupplierPay.dat not yet sent to
      *          the bank is never overwritten with an empty one. The
      *          approved file is consumed once paid. PAYFCST
      *          carries the payment total onto CashPosition.rpt as
      *          a committed outflow.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT APPROVED-FILE ASSIGN TO "APPayApproved.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APP-FILESTATUS.
       SELECT AP-OPEN ASSIGN TO "APOpen.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APO-FILESTATUS.
       SELECT SUPPLIER-FILE ASSIGN TO "Supplier.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUP-FILESTATUS.
       SELECT SUPPLIER-PAY ASSIGN TO "SupplierPay.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPY-FILESTATUS.
       SELECT REMITTANCE-REPORT ASSIGN TO "Remittance.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD APPROVED-FILE.
       01 APPROVED-LINE PIC X(40).
       FD AP-OPEN.
       COPY APREC REPLACING ==:REC:== BY ==AP-OPEN-RECORD==.
       FD SUPPLIER-FILE.
       01 SUPPLIER-LINE PIC X(40).
       FD SUPPLIER-PAY.
       01 SUPPLIER-PAY-RECORD.
           05 SPY-SUPPLIER PIC X(10).
           05 FILLER PIC X(1).
           05 SPY-NAME PIC X(30).
           05 FILLER PIC X(1).
           05 SPY-AMOUNT PIC 9(7)V99.
       01 SUPPLIER-PAY-HDR-RECORD.
           05 HDR-TYPE PIC X(1).
           05 HDR-FEED-DATE PIC 9(8).
           05 HDR-SOURCE PIC X(9).
       01 SUPPLIER-PAY-TRL-RECORD.
           05 TRL-TYPE PIC X(1).
           05 TRL-COUNT PIC 9(5).
           05 TRL-HASH PIC 9(11)V99.
       FD REMITTANCE-REPORT.
       01 RPT-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       01 APP-FILESTATUS PIC X(02).
       01 APO-FILESTATUS PIC X(02).
       01 SUP-FILESTATUS PIC X(02).
       01 SPY-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 APP-EOF PIC X VALUE 'N'.
           88 APP-END-OF-FILE VALUE 'Y'.
       01 APO-EOF PIC X VALUE 'N'.
           88 APO-END-OF-FILE VALUE 'Y'.
       01 SUP-EOF PIC X VALUE 'N'.
           88 SUP-END-OF-FILE VALUE 'Y'.
      *
      *    THE SUPPLIER MASTER: CODE, NAME, LEAD-TIME DAYS AND THE
      *    PAYMENT HOLD FLAG.
       01 SUP-TABLE.
           05 SUP-ENTRY OCCURS 50 TIMES.
               10 SUP-T-CODE PIC X(4).
               10 SUP-T-NAME PIC X(20).
               10 SUP-T-HOLD PIC X(1).
       01 WS-SUP-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-SUP-MAX PIC 9(2) VALUE 50.
       01 WS-SUP-SUB PIC 9(2).
       01 WS-SUP-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-SUP-FOUND-SW PIC X(1).
           88 SUPPLIER-FOUND VALUE 'Y'.
       01 WS-SUP-CODE-IN PIC X(4).
       01 WS-SUP-NAME-IN PIC X(20).
       01 WS-SUP-LEAD-IN PIC X(4).
       01 WS-SUP-HOLD-IN PIC X(4).
      *
      *    THE WHOLE PAYABLES FILE, HELD IN FILE ORDER AND WRITTEN
      *    BACK WITH THE ITEMS THIS RUN PAID MARKED PAID.
       01 APT-TABLE.
           05 APT-ENTRY OCCURS 500 TIMES.
               10 APT-T-IMAGE PIC X(64).
               10 APT-T-SUPPLIER PIC X(4).
               10 APT-T-INVOICE PIC X(10).
               10 APT-T-INV-DATE PIC 9(8).
               10 APT-T-AMOUNT PIC 9(7)V99.
               10 APT-T-STATUS PIC X(1).
               10 APT-T-TO-PAY PIC X(1).
                   88 APT-ITEM-TO-PAY VALUE 'Y'.
               10 APT-T-DONE PIC X(1).
                   88 APT-ITEM-PAID-NOW VALUE 'Y'.
       01 WS-APT-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-APT-MAX PIC 9(3) VALUE 500.
       01 WS-APT-SUB PIC 9(3).
       01 WS-APT-SCAN PIC 9(3).
       01 WS-APT-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-APT-FOUND-SW PIC X(1).
           88 ITEM-FOUND VALUE 'Y'.
      *
       01 WS-CURR-DATE PIC 9(8).
       01 WS-APP-SUPPLIER PIC X(4).
       01 WS-APP-INVOICE PIC X(10).
       01 WS-THIS-SUPPLIER PIC X(4).
       01 WS-SUPPLIER-TOTAL PIC 9(9)V99.
      *
       01 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PAID-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TO-PAY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BANK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AMOUNT-HASH PIC 9(11)V99 VALUE ZERO.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "APPAY".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
      *
       01 RMT-HEAD-LINE.
           05 FILLER PIC X(30) VALUE "REMITTANCE ADVICE".
           05 FILLER PIC X(5) VALUE "DATE ".
           05 RMT-DATE PIC 9(8).
       01 RMT-TO-LINE.
           05 FILLER PIC X(12) VALUE "SUPPLIER  : ".
           05 RMT-SUPPLIER PIC X(6).
           05 RMT-NAME PIC X(20).
       01 RMT-COLUMN-LINE.
           05 FILLER PIC X(16) VALUE "  INVOICE".
           05 FILLER PIC X(12) VALUE "INV DATE".
           05 FILLER PIC X(12) VALUE "      AMOUNT".
       01 RMT-ITEM-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RMT-INVOICE PIC X(14).
           05 RMT-INV-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RMT-AMOUNT PIC Z(6)9.99.
       01 RMT-TOTAL-LINE.
           05 FILLER PIC X(28) VALUE "  TOTAL PAID".
           05 RMT-TOTAL PIC Z(8)9.99.
       01 RMT-RULE-LINE PIC X(40) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           OPEN INPUT APPROVED-FILE.
           IF APP-FILESTATUS NOT = "00"
               DISPLAY " APPAYAPPROVED.DAT NOT FOUND - NOTHING "
               DISPLAY " APPROVED TO PAY "
               GOBACK
           END-IF.
           PERFORM LOAD-SUPPLIERS-PARA.
           PERFORM LOAD-AP-OPEN-PARA THRU LOAD-AP-OPEN-END.
      *    THESE ARE THE LIVE PAYABLES - A FILE THE TABLE CANNOT
      *    HOLD WHOLE IS REFUSED UNTOUCHED RATHER THAN REWRITTEN
      *    SHORT, AND A SUPPLIER OFF THE TABLE WOULD LOSE ITS HOLD.
           IF WS-APT-SKIPPED > ZERO OR WS-SUP-SKIPPED > ZERO
               DISPLAY "*** APOPEN.DAT OR SUPPLIER.DAT LARGER THAN "
               DISPLAY "*** THE TABLES - RUN REFUSED, RAISE THEM "
               DISPLAY "*** BEFORE ANY SUPPLIER IS PAID"
               CLOSE APPROVED-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM APPROVE-ONE-PARA THRU APPROVE-ONE-EXIT
               UNTIL APP-END-OF-FILE.
           CLOSE APPROVED-FILE.
      *    WITH NOTHING TO PAY THE LAST PAYMENT FILE IS LEFT AS IT IS -
      *    IT MAY NOT HAVE GONE TO THE BANK YET.
           IF WS-TO-PAY-COUNT = ZERO
               DISPLAY " NO APPROVED LINE CAN BE PAID - "
               DISPLAY " SUPPLIERPAY.DAT LEFT AS IT WAS "
           ELSE
               PERFORM WRITE-PAYMENTS-PARA
           END-IF.
           IF WS-PAID-COUNT > ZERO
               PERFORM REWRITE-AP-OPEN-PARA
           END-IF.
      *    THE APPROVED FILE IS CONSUMED ONCE PAID.
           OPEN OUTPUT APPROVED-FILE.
           CLOSE APPROVED-FILE.
           DISPLAY "LINES APPROVED     : " WS-APPROVED-COUNT.
           DISPLAY "LINES REFUSED      : " WS-REFUSED-COUNT.
           DISPLAY "INVOICES PAID      : " WS-PAID-COUNT.
           DISPLAY "SUPPLIERS PAID     : " WS-BANK-COUNT.
           DISPLAY "TOTAL PAID         : " WS-AMOUNT-HASH.
           GOBACK.

       WRITE-PAYMENTS-PARA.
           OPEN OUTPUT SUPPLIER-PAY.
           OPEN OUTPUT REMITTANCE-REPORT.
           MOVE 'H' TO HDR-TYPE.
           MOVE WS-CURR-DATE TO HDR-FEED-DATE.
           MOVE "APPAY" TO HDR-SOURCE.
           WRITE SUPPLIER-PAY-HDR-RECORD.
           PERFORM PAY-SUPPLIER-PARA THRU PAY-SUPPLIER-EXIT
               VARYING WS-APT-SUB FROM 1 BY 1
               UNTIL WS-APT-SUB > WS-APT-TOTAL.
           MOVE 'T' TO TRL-TYPE.
           MOVE WS-BANK-COUNT TO TRL-COUNT.
           MOVE WS-AMOUNT-HASH TO TRL-HASH.
           WRITE SUPPLIER-PAY-TRL-RECORD.
           CLOSE REMITTANCE-REPORT.
           CLOSE SUPPLIER-PAY.

      *    AN APPROVED LINE IS PAID ONLY IF THE ITEM IS STILL OPEN
      *    AND ITS SUPPLIER IS STILL KNOWN AND NOT HELD.
       APPROVE-ONE-PARA.
           READ APPROVED-FILE
               AT END
                   SET APP-END-OF-FILE TO TRUE
                   GO TO APPROVE-ONE-EXIT
           END-READ.
           MOVE SPACES TO WS-APP-SUPPLIER.
           MOVE SPACES TO WS-APP-INVOICE.
           UNSTRING APPROVED-LINE DELIMITED BY ALL SPACE
               INTO WS-APP-SUPPLIER WS-APP-INVOICE
           END-UNSTRING.
           IF WS-APP-SUPPLIER = SPACES
               GO TO APPROVE-ONE-EXIT
           END-IF.
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE 'N' TO WS-APT-FOUND-SW.
           PERFORM VARYING WS-APT-SUB FROM 1 BY 1
                   UNTIL WS-APT-SUB > WS-APT-TOTAL OR ITEM-FOUND
               IF APT-T-SUPPLIER(WS-APT-SUB) = WS-APP-SUPPLIER
                       AND APT-T-INVOICE(WS-APT-SUB) = WS-APP-INVOICE
                       AND APT-T-STATUS(WS-APT-SUB) = 'O'
                   SET ITEM-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ITEM-FOUND
               MOVE "NOT-OPEN " TO WS-SHARED-ACTION
               PERFORM REFUSE-LINE-PARA
               GO TO APPROVE-ONE-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-APT-SUB.
           MOVE WS-APP-SUPPLIER TO WS-THIS-SUPPLIER.
           PERFORM FIND-SUPPLIER-PARA.
           IF NOT SUPPLIER-FOUND
               MOVE "NO-SUPP  " TO WS-SHARED-ACTION
               PERFORM REFUSE-LINE-PARA
               GO TO APPROVE-ONE-EXIT
           END-IF.
           IF SUP-T-HOLD(WS-SUP-SUB) = 'H'
               MOVE "ON-HOLD  " TO WS-SHARED-ACTION
               PERFORM REFUSE-LINE-PARA
               GO TO APPROVE-ONE-EXIT
           END-IF.
           MOVE 'Y' TO APT-T-TO-PAY(WS-APT-SUB).
           ADD 1 TO WS-TO-PAY-COUNT.
       APPROVE-ONE-EXIT.
           EXIT.

       REFUSE-LINE-PARA.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE WS-APP-INVOICE TO WS-SHARED-KEY.
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
               WS-SHARED-ACTION, WS-SHARED-KEY
           END-CALL.
           DISPLAY "*** NOT PAID " WS-APP-SUPPLIER " "
               WS-APP-INVOICE " " WS-SHARED-ACTION.

       FIND-SUPPLIER-PARA.
           MOVE 'N' TO WS-SUP-FOUND-SW.
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                   UNTIL WS-SUP-SUB > WS-SUP-TOTAL OR SUPPLIER-FOUND
               IF SUP-T-CODE(WS-SUP-SUB) = WS-THIS-SUPPLIER
                   SET SUPPLIER-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF SUPPLIER-FOUND
               SUBTRACT 1 FROM WS-SUP-SUB
           END-IF.

      *    THE FIRST ITEM TO PAY NOT YET PAID BRINGS IN ITS SUPPLIER:
      *    ONE REMITTANCE ADVICE AND ONE PAYMENT LINE COVER ALL THAT
      *    SUPPLIER'S ITEMS IN THE RUN.
       PAY-SUPPLIER-PARA.
           IF NOT APT-ITEM-TO-PAY(WS-APT-SUB)
                   OR APT-ITEM-PAID-NOW(WS-APT-SUB)
               GO TO PAY-SUPPLIER-EXIT
           END-IF.
           MOVE APT-T-SUPPLIER(WS-APT-SUB) TO WS-THIS-SUPPLIER.
           PERFORM FIND-SUPPLIER-PARA.
           MOVE WS-CURR-DATE TO RMT-DATE.
           WRITE RPT-LINE FROM RMT-HEAD-LINE.
           MOVE WS-THIS-SUPPLIER TO RMT-SUPPLIER.
           MOVE SUP-T-NAME(WS-SUP-SUB) TO RMT-NAME.
           WRITE RPT-LINE FROM RMT-TO-LINE.
           WRITE RPT-LINE FROM RMT-COLUMN-LINE.
           MOVE ZERO TO WS-SUPPLIER-TOTAL.
           PERFORM PAY-ITEM-PARA
               VARYING WS-APT-SCAN FROM WS-APT-SUB BY 1
               UNTIL WS-APT-SCAN > WS-APT-TOTAL.
           MOVE WS-SUPPLIER-TOTAL TO RMT-TOTAL.
           WRITE RPT-LINE FROM RMT-TOTAL-LINE.
           WRITE RPT-LINE FROM RMT-RULE-LINE.
           MOVE SPACES TO SUPPLIER-PAY-RECORD.
           MOVE WS-THIS-SUPPLIER TO SPY-SUPPLIER.
           MOVE SUP-T-NAME(WS-SUP-SUB) TO SPY-NAME.
           MOVE WS-SUPPLIER-TOTAL TO SPY-AMOUNT.
           WRITE SUPPLIER-PAY-RECORD.
           ADD 1 TO WS-BANK-COUNT.
           ADD WS-SUPPLIER-TOTAL TO WS-AMOUNT-HASH.
       PAY-SUPPLIER-EXIT.
           EXIT.

       PAY-ITEM-PARA.
           IF APT-T-SUPPLIER(WS-APT-SCAN) = WS-THIS-SUPPLIER
                   AND APT-ITEM-TO-PAY(WS-APT-SCAN)
               MOVE 'Y' TO APT-T-DONE(WS-APT-SCAN)
               ADD 1 TO WS-PAID-COUNT
               ADD APT-T-AMOUNT(WS-APT-SCAN) TO WS-SUPPLIER-TOTAL
               MOVE APT-T-INVOICE(WS-APT-SCAN) TO RMT-INVOICE
               MOVE APT-T-INV-DATE(WS-APT-SCAN) TO RMT-INV-DATE
               MOVE APT-T-AMOUNT(WS-APT-SCAN) TO RMT-AMOUNT
               WRITE RPT-LINE FROM RMT-ITEM-LINE
           END-IF.

       REWRITE-AP-OPEN-PARA.
           OPEN OUTPUT AP-OPEN.
           PERFORM VARYING WS-APT-SUB FROM 1 BY 1
                   UNTIL WS-APT-SUB > WS-APT-TOTAL
               MOVE APT-T-IMAGE(WS-APT-SUB) TO AP-OPEN-RECORD
               IF APT-ITEM-PAID-NOW(WS-APT-SUB)
                   SET AP-ITEM-PAID TO TRUE
                   MOVE WS-CURR-DATE TO AP-PAID-DATE
               END-IF
               WRITE AP-OPEN-RECORD
           END-PERFORM.
           CLOSE AP-OPEN.

       LOAD-SUPPLIERS-PARA.
           OPEN INPUT SUPPLIER-FILE.
           IF SUP-FILESTATUS NOT = "00"
               DISPLAY " SUPPLIER.DAT NOT FOUND - NO SUPPLIER CAN "
               DISPLAY " BE PAID "
           ELSE
               PERFORM LOAD-ONE-SUPPLIER-PARA
                   THRU LOAD-ONE-SUPPLIER-EXIT
                   UNTIL SUP-END-OF-FILE
               CLOSE SUPPLIER-FILE
           END-IF.

       LOAD-ONE-SUPPLIER-PARA.
           READ SUPPLIER-FILE
               AT END
                   SET SUP-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-SUPPLIER-EXIT
           END-READ.
           MOVE SPACES TO WS-SUP-CODE-IN.
           MOVE SPACES TO WS-SUP-NAME-IN.
           MOVE SPACES TO WS-SUP-LEAD-IN.
           MOVE SPACES TO WS-SUP-HOLD-IN.
           UNSTRING SUPPLIER-LINE DELIMITED BY ALL SPACE
               INTO WS-SUP-CODE-IN WS-SUP-NAME-IN WS-SUP-LEAD-IN
                   WS-SUP-HOLD-IN
           END-UNSTRING.
           IF WS-SUP-CODE-IN = SPACES
               GO TO LOAD-ONE-SUPPLIER-EXIT
           END-IF.
           IF WS-SUP-TOTAL < WS-SUP-MAX
               ADD 1 TO WS-SUP-TOTAL
               MOVE WS-SUP-CODE-IN TO SUP-T-CODE(WS-SUP-TOTAL)
               MOVE WS-SUP-NAME-IN TO SUP-T-NAME(WS-SUP-TOTAL)
               MOVE WS-SUP-HOLD-IN(1:1) TO SUP-T-HOLD(WS-SUP-TOTAL)
           ELSE
               ADD 1 TO WS-SUP-SKIPPED
           END-IF.
       LOAD-ONE-SUPPLIER-EXIT.
           EXIT.

       LOAD-AP-OPEN-PARA.
           OPEN INPUT AP-OPEN.
           IF APO-FILESTATUS NOT = "00"
               DISPLAY " APOPEN.DAT NOT FOUND - NOTHING TO PAY "
               GO TO LOAD-AP-OPEN-END
           END-IF.
           PERFORM LOAD-ONE-AP-PARA THRU LOAD-ONE-AP-EXIT
               UNTIL APO-END-OF-FILE.
           CLOSE AP-OPEN.
       LOAD-AP-OPEN-END.
           EXIT.

       LOAD-ONE-AP-PARA.
           READ AP-OPEN
               AT END
                   SET APO-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-AP-EXIT
           END-READ.
           IF WS-APT-TOTAL NOT < WS-APT-MAX
               ADD 1 TO WS-APT-SKIPPED
               GO TO LOAD-ONE-AP-EXIT
           END-IF.
           ADD 1 TO WS-APT-TOTAL.
           MOVE AP-OPEN-RECORD TO APT-T-IMAGE(WS-APT-TOTAL).
           MOVE AP-SUPPLIER TO APT-T-SUPPLIER(WS-APT-TOTAL).
           MOVE AP-INVOICE TO APT-T-INVOICE(WS-APT-TOTAL).
           MOVE AP-INV-DATE TO APT-T-INV-DATE(WS-APT-TOTAL).
           MOVE AP-AMOUNT TO APT-T-AMOUNT(WS-APT-TOTAL).
           MOVE AP-STATUS TO APT-T-STATUS(WS-APT-TOTAL).
           MOVE 'N' TO APT-T-TO-PAY(WS-APT-TOTAL).
           MOVE 'N' TO APT-T-DONE(WS-APT-TOTAL).
       LOAD-ONE-AP-EXIT.
           EXIT.
       END PROGRAM APPAY.
