      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cash-receipts batch - the step that takes money off
      *          the receivables the order and backorder batches
      *          raise. Reads the day's CashRcpt.dat receipts
      *          (customer, amount, cheque or remittance reference
      *          and, optionally, the invoice number the customer
      *          says it pays), checks each customer against the
      *          CustMaster.dat master, and applies the money to the
      *          ARDetail.dat open items - to the named invoice when
      *          one is given, otherwise oldest item first. Items
      *          are marked part-paid or cleared with the amount
      *          still open; whatever a receipt cannot apply is
      *          parked on account as an unapplied-cash item. Each
      *          receipt comes off the CustBal.dat balance in full.
      *          Once the receipts are in, credit items already on the
      *          ledger - cash parked on account by an earlier run and
      *          credit memos from returns - are allocated against the
      *          customer's invoices still open, a credit memo to the
      *          invoice it was raised against first, then oldest
      *          first; this moves no cash and leaves CustBal.dat alone.
      *          Only the open items are held in store; cleared lines
      *          are copied through to the rewritten ledger as read.
      *          CashJournal.rpt lists every application and proves
      *          the cash received against the bank deposit total
      *          given on the command line. Unknown customers and
      *          unreadable amounts are refused and logged through
      *          EXCPLOG. Each receipt taken off a customer balance
      *          is also passed to CTLPOST for the receivables
      *          control account.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHAPP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RECEIPT-FILE ASSIGN TO "CashRcpt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCP-FILESTATUS.
       SELECT CUSTOMER-MASTER ASSIGN TO "CustMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CUST-ID
           FILE STATUS IS CUS-FILESTATUS.
       SELECT CUST-BALANCE ASSIGN TO "CustBal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-CUST-ID
           FILE STATUS IS BAL-FILESTATUS.
       SELECT AR-DETAIL ASSIGN TO "ARDetail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARD-FILESTATUS.
       SELECT AR-WORK ASSIGN TO "ARDetail.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARW-FILESTATUS.
       SELECT JOURNAL-REPORT ASSIGN TO "CashJournal.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECEIPT-FILE.
       01 RECEIPT-LINE PIC X(60).
       FD CUSTOMER-MASTER.
       COPY CMREC REPLACING ==:REC:== BY ==CUSTOMER-RECORD==.
       FD CUST-BALANCE.
       01 CUST-BALANCE-RECORD.
           05 CB-CUST-ID PIC X(6).
           05 CB-BALANCE PIC S9(9)V99.
       FD AR-DETAIL.
       COPY ARDREC REPLACING ==:REC:== BY ==AR-DETAIL-RECORD==.
       FD AR-WORK.
       01 AR-WORK-LINE PIC X(61).
       FD JOURNAL-REPORT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 RCP-FILESTATUS PIC X(02).
       01 CUS-FILESTATUS PIC X(02).
       01 BAL-FILESTATUS PIC X(02).
       01 ARD-FILESTATUS PIC X(02).
       01 ARW-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 RCP-EOF PIC X VALUE 'N'.
           88 RCP-END-OF-FILE VALUE 'Y'.
       01 ARD-EOF PIC X VALUE 'N'.
           88 ARD-END-OF-FILE VALUE 'Y'.
      *
      *    THE ITEMS STILL OPEN ON THE LEDGER, HELD IN FILE ORDER WITH
      *    THE LINE EACH CAME FROM, AND WRITTEN BACK IN PLACE WITH THE
      *    NEW OPEN AMOUNTS; ANY ON-ACCOUNT ITEMS THE RUN RAISES GO ON
      *    THE END. CLEARED ITEMS ARE NEVER TABLED.
       01 ART-TABLE.
           05 ART-ENTRY OCCURS 500 TIMES.
               10 ART-T-CUST PIC X(6).
               10 ART-T-DATE PIC 9(8).
               10 ART-T-AMOUNT PIC S9(7)V99.
               10 ART-T-INVOICE PIC X(6).
               10 ART-T-OPEN PIC S9(7)V99.
               10 ART-T-STATUS PIC X(1).
               10 ART-T-TYPE PIC X(1).
               10 ART-T-REF PIC X(10).
               10 ART-T-LINE PIC 9(5).
       01 WS-ART-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-ART-LOADED PIC 9(3) VALUE ZERO.
       01 WS-ARD-LINE-NO PIC 9(5) VALUE ZERO.
       01 WS-ART-MAX PIC 9(3) VALUE 500.
       01 WS-ART-SUB PIC 9(3).
       01 WS-ART-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-ART-PICK PIC 9(3).
       01 WS-PICK-DATE PIC 9(8).
       01 WS-CREDIT-SUB PIC 9(3).
       01 WS-ALLOC-SW PIC X(1) VALUE 'N'.
           88 ALLOCATING-CREDIT VALUE 'Y'.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-DEPOSIT-IN PIC X(15).
       01 WS-DEPOSIT PIC S9(9)V99 VALUE ZERO.
       01 WS-DEPOSIT-SW PIC X(1) VALUE 'N'.
           88 DEPOSIT-GIVEN VALUE 'Y'.
       01 WS-CURR-DATE PIC 9(8).
      *
       01 WS-RCP-CUST PIC X(6).
       01 WS-RCP-AMOUNT PIC S9(7)V99.
       01 WS-RCP-REF PIC X(10).
       01 WS-RCP-INVOICE PIC X(6).
       01 WS-REMAIN PIC S9(7)V99.
       01 WS-APPLY PIC S9(7)V99.
       01 WS-APPLIED-ANY PIC X(1).
           88 RECEIPT-APPLIED VALUE 'Y'.
      *
       01 WS-RECEIPT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ON-ACCT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-RECEIVED PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-APPLIED PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ON-ACCT PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-REFUSED PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS PIC S9(9)V99 VALUE ZERO.
       01 WS-DIFFERENCE PIC S9(9)V99 VALUE ZERO.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "CASHAPP".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
      *    THE RECEIVABLES CONTROL ACCOUNT MOVES WITH THE CUSTOMER
      *    BALANCES, THROUGH THE SHARED CTLPOST SERVICE.
       01 WS-CTL-TAG PIC X(4) VALUE "AR".
       01 WS-CTL-AMOUNT PIC S9(9)V99.
       01 WS-CTL-REF PIC X(10).
      *
       01 WS-PARSE-RECORD PIC X(256).
       01 WS-PARSE-DELIM PIC X(1) VALUE SPACE.
       01 WS-PARSE-FIELDS.
           05 WS-PARSE-FIELD OCCURS 20 TIMES PIC X(40).
       01 WS-PARSE-COUNT PIC 99.
       01 WS-PARSE-ERROR PIC X(1).
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(26) VALUE "CASH RECEIPTS JOURNAL - ".
           05 RPT-HDR-DATE PIC 9(8).
       01 RPT-HEADER-2.
           05 FILLER PIC X(8) VALUE "CUST".
           05 FILLER PIC X(12) VALUE "REFERENCE".
           05 FILLER PIC X(8) VALUE "INVOICE".
           05 FILLER PIC X(14) VALUE "       AMOUNT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "ACTION".
       01 RPT-DETAIL-LINE.
           05 RPT-CUST PIC X(8).
           05 RPT-REF PIC X(12).
           05 RPT-INVOICE PIC X(8).
           05 RPT-AMOUNT PIC -(9)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-ACTION PIC X(14).
       01 RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL PIC X(28).
           05 RPT-TOTAL-AMOUNT PIC -(9)9.99.
       01 RPT-VERDICT-LINE.
           05 FILLER PIC X(2) VALUE "**".
           05 RPT-VERDICT PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    THE BANK DEPOSIT TOTAL COMES IN ON THE COMMAND LINE; A RUN
      *    WITHOUT ONE STILL APPLIES THE CASH BUT CANNOT PROVE IT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-DEPOSIT-IN.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-DEPOSIT-IN
           END-UNSTRING.
           IF WS-DEPOSIT-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-DEPOSIT-IN) = ZERO
                   COMPUTE WS-DEPOSIT = FUNCTION NUMVAL(WS-DEPOSIT-IN)
                   SET DEPOSIT-GIVEN TO TRUE
               ELSE
                   DISPLAY " DEPOSIT TOTAL NOT NUMERIC - IGNORED "
               END-IF
           END-IF.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RECEIPT-FILE.
           IF RCP-FILESTATUS NOT = "00"
               DISPLAY " CASHRCPT.DAT NOT FOUND - NO RECEIPTS TODAY "
               GOBACK
           END-IF.
           PERFORM LOAD-AR-DETAIL-PARA THRU LOAD-AR-DETAIL-END.
      *    THESE ARE THE LIVE RECEIVABLES - A FILE THE TABLE CANNOT
      *    HOLD WHOLE IS REFUSED UNTOUCHED RATHER THAN REWRITTEN
      *    SHORT, THE SAME GUARD THE BACKORDER RELEASE KEEPS.
           IF WS-ART-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-ART-MAX " OPEN ITEMS "
               DISPLAY "*** ON ARDETAIL.DAT - RUN REFUSED, RAISE THE "
               DISPLAY "*** TABLE BEFORE APPLYING CASH"
               CLOSE RECEIPT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUS-FILESTATUS NOT = "00"
               DISPLAY " CUSTMASTER.DAT NOT FOUND "
               CLOSE RECEIPT-FILE
               GOBACK
           END-IF.
           OPEN I-O CUST-BALANCE.
           IF BAL-FILESTATUS = "35"
               OPEN OUTPUT CUST-BALANCE
               CLOSE CUST-BALANCE
               OPEN I-O CUST-BALANCE
           END-IF.
           OPEN OUTPUT JOURNAL-REPORT.
           MOVE WS-CURR-DATE TO RPT-HDR-DATE.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           WRITE RPT-LINE FROM RPT-HEADER-2.

           PERFORM PROCESS-RECEIPT-PARA THRU PROCESS-RECEIPT-EXIT
               UNTIL RCP-END-OF-FILE.
           SET ALLOCATING-CREDIT TO TRUE.
           PERFORM ALLOCATE-CREDIT-PARA THRU ALLOCATE-CREDIT-EXIT
               VARYING WS-CREDIT-SUB FROM 1 BY 1
               UNTIL WS-CREDIT-SUB > WS-ART-LOADED.

           PERFORM PRINT-TOTALS-PARA.
           CLOSE JOURNAL-REPORT.
           CLOSE CUST-BALANCE.
           CLOSE CUSTOMER-MASTER.
           CLOSE RECEIPT-FILE.
           PERFORM REWRITE-AR-DETAIL-PARA.
           DISPLAY "RECEIPTS PROCESSED  : " WS-RECEIPT-COUNT.
           DISPLAY "RECEIPTS REFUSED    : " WS-REFUSED-COUNT.
           DISPLAY "CASH APPLIED        : " WS-TOTAL-APPLIED.
           DISPLAY "CASH ON ACCOUNT     : " WS-TOTAL-ON-ACCT.
           DISPLAY "CREDITS ALLOCATED   : " WS-TOTAL-CREDITS.
           GOBACK.

      *    ONE RECEIPT: CUSTOMER, AMOUNT, REFERENCE AND THE OPTIONAL
      *    INVOICE NUMBER THE REMITTANCE NAMES.
       PROCESS-RECEIPT-PARA.
           READ RECEIPT-FILE
               AT END
                   SET RCP-END-OF-FILE TO TRUE
                   GO TO PROCESS-RECEIPT-EXIT
           END-READ.
           IF RECEIPT-LINE = SPACES
               GO TO PROCESS-RECEIPT-EXIT
           END-IF.
           MOVE SPACES TO WS-PARSE-RECORD.
           MOVE RECEIPT-LINE TO WS-PARSE-RECORD.
           CALL "FLDPARSE" USING WS-PARSE-RECORD, WS-PARSE-DELIM,
               WS-PARSE-FIELDS, WS-PARSE-COUNT, WS-PARSE-ERROR
           END-CALL.
           ADD 1 TO WS-RECEIPT-COUNT.
           MOVE WS-PARSE-FIELD(1) TO WS-RCP-CUST.
           MOVE WS-PARSE-FIELD(3) TO WS-RCP-REF.
           MOVE SPACES TO WS-RCP-INVOICE.
           IF WS-PARSE-COUNT > 3
               MOVE WS-PARSE-FIELD(4) TO WS-RCP-INVOICE
           END-IF.
           MOVE ZERO TO WS-RCP-AMOUNT.
           IF WS-PARSE-COUNT < 2
                   OR FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(2))
                       NOT = ZERO
               MOVE "BAD-AMT  " TO WS-SHARED-ACTION
               MOVE "BAD AMOUNT" TO RPT-ACTION
               PERFORM REFUSE-RECEIPT-PARA
               GO TO PROCESS-RECEIPT-EXIT
           END-IF.
           COMPUTE WS-RCP-AMOUNT = FUNCTION NUMVAL(WS-PARSE-FIELD(2)).
           IF WS-RCP-AMOUNT NOT > ZERO
               MOVE "BAD-AMT  " TO WS-SHARED-ACTION
               MOVE "BAD AMOUNT" TO RPT-ACTION
               PERFORM REFUSE-RECEIPT-PARA
               GO TO PROCESS-RECEIPT-EXIT
           END-IF.
           MOVE WS-RCP-CUST TO CM-CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "BAD-CUST " TO WS-SHARED-ACTION
                   MOVE "UNKNOWN CUST" TO RPT-ACTION
                   PERFORM REFUSE-RECEIPT-PARA
                   GO TO PROCESS-RECEIPT-EXIT
           END-READ.
      *    A RECEIPT CAN RAISE ONE ON-ACCOUNT ITEM; WITH NO ROOM LEFT
      *    FOR IT THE RECEIPT WAITS FOR TOMORROW'S RUN UNTOUCHED.
           IF WS-ART-TOTAL NOT < WS-ART-MAX
               MOVE "TABLE-FUL" TO WS-SHARED-ACTION
               MOVE "NOT APPLIED" TO RPT-ACTION
               PERFORM REFUSE-RECEIPT-PARA
               GO TO PROCESS-RECEIPT-EXIT
           END-IF.
           ADD WS-RCP-AMOUNT TO WS-TOTAL-RECEIVED.
           MOVE WS-RCP-AMOUNT TO WS-REMAIN.
           MOVE 'Y' TO WS-APPLIED-ANY.
      *    A NAMED INVOICE IS SETTLED FIRST; ANY EXCESS, OR AN
      *    INVOICE THAT IS NOT OPEN FOR THIS CUSTOMER, GOES ON
      *    ACCOUNT RATHER THAN ONTO SOME OTHER INVOICE THE CUSTOMER
      *    HAS NOT ASKED US TO PAY.
           PERFORM APPLY-OLDEST-PARA
               UNTIL WS-REMAIN = ZERO OR NOT RECEIPT-APPLIED.
           IF WS-REMAIN > ZERO
               PERFORM PARK-ON-ACCOUNT-PARA
           END-IF.
           MOVE WS-RCP-CUST TO CB-CUST-ID.
           READ CUST-BALANCE
               INVALID KEY
                   MOVE WS-RCP-CUST TO CB-CUST-ID
                   COMPUTE CB-BALANCE = ZERO - WS-RCP-AMOUNT
                   WRITE CUST-BALANCE-RECORD
                   END-WRITE
               NOT INVALID KEY
                   SUBTRACT WS-RCP-AMOUNT FROM CB-BALANCE
                   REWRITE CUST-BALANCE-RECORD
           END-READ.
           COMPUTE WS-CTL-AMOUNT = ZERO - WS-RCP-AMOUNT.
           MOVE WS-RCP-REF TO WS-CTL-REF.
           CALL "CTLPOST" USING WS-CTL-TAG, WS-CTL-AMOUNT,
               WS-SHARED-PROGRAM, WS-CTL-REF.
       PROCESS-RECEIPT-EXIT.
           EXIT.

      *    OLDEST FIRST: PICK THE EARLIEST-DATED ITEM STILL OWING FOR
      *    THIS CUSTOMER (AND, WHEN ONE IS NAMED, THIS INVOICE) AND
      *    TAKE AS MUCH OF IT AS THE RECEIPT STILL COVERS.
       APPLY-OLDEST-PARA.
           MOVE ZERO TO WS-ART-PICK.
           MOVE 99999999 TO WS-PICK-DATE.
           PERFORM VARYING WS-ART-SUB FROM 1 BY 1
                   UNTIL WS-ART-SUB > WS-ART-TOTAL
               IF ART-T-CUST(WS-ART-SUB) = WS-RCP-CUST
                       AND ART-T-OPEN(WS-ART-SUB) > ZERO
                       AND ART-T-STATUS(WS-ART-SUB) NOT = 'C'
                       AND ART-T-TYPE(WS-ART-SUB) NOT = 'U'
                       AND ART-T-DATE(WS-ART-SUB) < WS-PICK-DATE
                   IF WS-RCP-INVOICE = SPACES
                           OR WS-RCP-INVOICE = ART-T-INVOICE(WS-ART-SUB)
                       MOVE WS-ART-SUB TO WS-ART-PICK
                       MOVE ART-T-DATE(WS-ART-SUB) TO WS-PICK-DATE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ART-PICK = ZERO
               MOVE 'N' TO WS-APPLIED-ANY
           ELSE
               IF ART-T-OPEN(WS-ART-PICK) > WS-REMAIN
                   MOVE WS-REMAIN TO WS-APPLY
                   MOVE 'P' TO ART-T-STATUS(WS-ART-PICK)
                   MOVE "PART PAID" TO RPT-ACTION
               ELSE
                   MOVE ART-T-OPEN(WS-ART-PICK) TO WS-APPLY
                   MOVE 'C' TO ART-T-STATUS(WS-ART-PICK)
                   MOVE "PAID" TO RPT-ACTION
               END-IF
               SUBTRACT WS-APPLY FROM ART-T-OPEN(WS-ART-PICK)
               SUBTRACT WS-APPLY FROM WS-REMAIN
               IF ALLOCATING-CREDIT
                   ADD WS-APPLY TO WS-TOTAL-CREDITS
                   MOVE "CREDIT APPLIED" TO RPT-ACTION
               ELSE
                   ADD WS-APPLY TO WS-TOTAL-APPLIED
               END-IF
               MOVE WS-RCP-CUST TO RPT-CUST
               MOVE WS-RCP-REF TO RPT-REF
               MOVE ART-T-INVOICE(WS-ART-PICK) TO RPT-INVOICE
               MOVE WS-APPLY TO RPT-AMOUNT
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
           END-IF.

      *    CASH NO OPEN ITEM CAN TAKE STAYS ON THE LEDGER AS A
      *    CREDIT ITEM FOR THE CUSTOMER, CARRYING ITS REFERENCE, SO
      *    THE STATEMENT SHOWS IT AND THE NEXT RUN ALLOCATES IT.
       PARK-ON-ACCOUNT-PARA.
           ADD 1 TO WS-ART-TOTAL.
           MOVE WS-RCP-CUST TO ART-T-CUST(WS-ART-TOTAL).
           MOVE WS-CURR-DATE TO ART-T-DATE(WS-ART-TOTAL).
           COMPUTE ART-T-AMOUNT(WS-ART-TOTAL) = ZERO - WS-REMAIN.
           MOVE SPACES TO ART-T-INVOICE(WS-ART-TOTAL).
           COMPUTE ART-T-OPEN(WS-ART-TOTAL) = ZERO - WS-REMAIN.
           MOVE 'O' TO ART-T-STATUS(WS-ART-TOTAL).
           MOVE 'U' TO ART-T-TYPE(WS-ART-TOTAL).
           MOVE WS-RCP-REF TO ART-T-REF(WS-ART-TOTAL).
           ADD 1 TO WS-ON-ACCT-COUNT.
           ADD WS-REMAIN TO WS-TOTAL-ON-ACCT.
           MOVE WS-RCP-CUST TO RPT-CUST.
           MOVE WS-RCP-REF TO RPT-REF.
           MOVE WS-RCP-INVOICE TO RPT-INVOICE.
           MOVE WS-REMAIN TO RPT-AMOUNT.
           MOVE "ON ACCOUNT" TO RPT-ACTION.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.

      *    A CREDIT ITEM THAT WAS ON THE LEDGER BEFORE THIS RUN TAKES
      *    THE CUSTOMER'S OPEN INVOICES THE WAY A RECEIPT WOULD. A
      *    CREDIT MEMO GOES TO THE INVOICE IT WAS RAISED AGAINST FIRST,
      *    EVERY OPEN LINE OF IT; WHAT IS LEFT, AND CASH ON ACCOUNT,
      *    GOES OLDEST FIRST. NO CASH MOVES, SO NEITHER THE DEPOSIT
      *    PROOF NOR THE CUSTOMER BALANCE IS TOUCHED. CASH PARKED BY
      *    THIS RUN WAITS FOR THE NEXT ONE.
       ALLOCATE-CREDIT-PARA.
           IF ART-T-OPEN(WS-CREDIT-SUB) NOT < ZERO
                   OR ART-T-STATUS(WS-CREDIT-SUB) = 'C'
               GO TO ALLOCATE-CREDIT-EXIT
           END-IF.
           COMPUTE WS-REMAIN = ZERO - ART-T-OPEN(WS-CREDIT-SUB).
           MOVE ART-T-CUST(WS-CREDIT-SUB) TO WS-RCP-CUST.
           IF ART-T-TYPE(WS-CREDIT-SUB) = 'M'
               MOVE ART-T-INVOICE(WS-CREDIT-SUB) TO WS-RCP-REF
               MOVE ART-T-REF(WS-CREDIT-SUB) TO WS-RCP-INVOICE
               MOVE 'Y' TO WS-APPLIED-ANY
               PERFORM APPLY-OLDEST-PARA
                   UNTIL WS-REMAIN = ZERO OR NOT RECEIPT-APPLIED
           ELSE
               MOVE ART-T-REF(WS-CREDIT-SUB) TO WS-RCP-REF
           END-IF.
           MOVE SPACES TO WS-RCP-INVOICE.
           MOVE 'Y' TO WS-APPLIED-ANY.
           PERFORM APPLY-OLDEST-PARA
               UNTIL WS-REMAIN = ZERO OR NOT RECEIPT-APPLIED.
           IF WS-REMAIN = ZERO
               MOVE 'C' TO ART-T-STATUS(WS-CREDIT-SUB)
           ELSE
               IF ZERO - WS-REMAIN NOT = ART-T-OPEN(WS-CREDIT-SUB)
                   MOVE 'P' TO ART-T-STATUS(WS-CREDIT-SUB)
               END-IF
           END-IF.
           COMPUTE ART-T-OPEN(WS-CREDIT-SUB) = ZERO - WS-REMAIN.
       ALLOCATE-CREDIT-EXIT.
           EXIT.

      *    A REFUSED RECEIPT IS STILL MONEY IN THE BANK: IT PRINTS ON
      *    THE JOURNAL AND COUNTS TOWARDS THE DEPOSIT, BUT TOUCHES NO
      *    LEDGER UNTIL SOMEBODY SORTS IT OUT.
       REFUSE-RECEIPT-PARA.
           ADD 1 TO WS-REFUSED-COUNT.
           ADD WS-RCP-AMOUNT TO WS-TOTAL-REFUSED.
           MOVE WS-RCP-CUST TO RPT-CUST.
           MOVE WS-RCP-REF TO RPT-REF.
           MOVE WS-RCP-INVOICE TO RPT-INVOICE.
           MOVE WS-RCP-AMOUNT TO RPT-AMOUNT.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           MOVE WS-RCP-REF TO WS-SHARED-KEY.
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
               WS-SHARED-ACTION, WS-SHARED-KEY.

      *    APPLIED PLUS ON ACCOUNT PLUS REFUSED IS EVERYTHING THAT
      *    CAME IN, AND THAT IS WHAT THE BANK SHOULD HAVE BANKED.
       PRINT-TOTALS-PARA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "CASH APPLIED TO INVOICES  : " TO RPT-TOTAL-LABEL.
           MOVE WS-TOTAL-APPLIED TO RPT-TOTAL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE "CASH HELD ON ACCOUNT      : " TO RPT-TOTAL-LABEL.
           MOVE WS-TOTAL-ON-ACCT TO RPT-TOTAL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE "RECEIPTS REFUSED          : " TO RPT-TOTAL-LABEL.
           MOVE WS-TOTAL-REFUSED TO RPT-TOTAL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           ADD WS-TOTAL-REFUSED TO WS-TOTAL-RECEIVED.
           MOVE "TOTAL CASH RECEIVED       : " TO RPT-TOTAL-LABEL.
           MOVE WS-TOTAL-RECEIVED TO RPT-TOTAL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           IF NOT DEPOSIT-GIVEN
               MOVE "NO DEPOSIT TOTAL GIVEN" TO RPT-VERDICT
               WRITE RPT-LINE FROM RPT-VERDICT-LINE
           ELSE
               MOVE "BANK DEPOSIT              : " TO RPT-TOTAL-LABEL
               MOVE WS-DEPOSIT TO RPT-TOTAL-AMOUNT
               WRITE RPT-LINE FROM RPT-TOTAL-LINE
               COMPUTE WS-DIFFERENCE = WS-DEPOSIT - WS-TOTAL-RECEIVED
               IF WS-DIFFERENCE = ZERO
                   MOVE "IN BALANCE WITH THE DEPOSIT" TO RPT-VERDICT
               ELSE
                   MOVE "DIFFERENCE                : "
                       TO RPT-TOTAL-LABEL
                   MOVE WS-DIFFERENCE TO RPT-TOTAL-AMOUNT
                   WRITE RPT-LINE FROM RPT-TOTAL-LINE
                   MOVE "OUT OF BALANCE WITH DEPOSIT" TO RPT-VERDICT
                   DISPLAY "*** CASH OUT OF BALANCE BY " WS-DIFFERENCE
                   MOVE 4 TO RETURN-CODE
               END-IF
               WRITE RPT-LINE FROM RPT-VERDICT-LINE
           END-IF.
      *    CREDITS ALLOCATED MOVE NO CASH AND STAND OUTSIDE THE PROOF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "CREDIT ITEMS ALLOCATED    : " TO RPT-TOTAL-LABEL.
           MOVE WS-TOTAL-CREDITS TO RPT-TOTAL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.

       LOAD-AR-DETAIL-PARA.
           OPEN INPUT AR-DETAIL.
           IF ARD-FILESTATUS NOT = "00"
               GO TO LOAD-AR-DETAIL-END
           END-IF.
           PERFORM LOAD-ONE-ITEM-PARA THRU LOAD-ONE-ITEM-EXIT
               UNTIL ARD-END-OF-FILE.
           CLOSE AR-DETAIL.
       LOAD-AR-DETAIL-END.
           EXIT.

      *    AN ITEM FROM BEFORE THE OPEN-AMOUNT COLUMN IS OPEN FOR ITS
      *    FULL ORIGINAL AMOUNT. A CLEARED ITEM IS LEFT ON THE FILE
      *    FOR THE REWRITE TO COPY THROUGH, SO ONLY OPEN ITEMS COUNT
      *    AGAINST THE TABLE.
       LOAD-ONE-ITEM-PARA.
           READ AR-DETAIL
               AT END
                   SET ARD-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-ITEM-EXIT
           END-READ.
           ADD 1 TO WS-ARD-LINE-NO.
           IF AR-CUST-ID = SPACES OR AR-ITEM-CLEARED
               GO TO LOAD-ONE-ITEM-EXIT
           END-IF.
           IF WS-ART-TOTAL < WS-ART-MAX
               ADD 1 TO WS-ART-TOTAL
               MOVE AR-CUST-ID TO ART-T-CUST(WS-ART-TOTAL)
               MOVE AR-DATE TO ART-T-DATE(WS-ART-TOTAL)
               COMPUTE ART-T-AMOUNT(WS-ART-TOTAL) =
                   FUNCTION NUMVAL(AR-AMOUNT)
               MOVE AR-INVOICE TO ART-T-INVOICE(WS-ART-TOTAL)
               IF AR-OPEN-AMOUNT-X = SPACES
                   MOVE ART-T-AMOUNT(WS-ART-TOTAL)
                       TO ART-T-OPEN(WS-ART-TOTAL)
               ELSE
                   COMPUTE ART-T-OPEN(WS-ART-TOTAL) =
                       FUNCTION NUMVAL(AR-OPEN-AMOUNT)
               END-IF
               MOVE AR-STATUS TO ART-T-STATUS(WS-ART-TOTAL)
               MOVE AR-TYPE TO ART-T-TYPE(WS-ART-TOTAL)
               MOVE AR-REF TO ART-T-REF(WS-ART-TOTAL)
               MOVE WS-ARD-LINE-NO TO ART-T-LINE(WS-ART-TOTAL)
               MOVE WS-ART-TOTAL TO WS-ART-LOADED
           ELSE
               ADD 1 TO WS-ART-SKIPPED
           END-IF.
       LOAD-ONE-ITEM-EXIT.
           EXIT.

      *    THE LEDGER IS REWRITTEN IN ITS ORIGINAL ORDER THROUGH A WORK
      *    FILE: EACH LINE IS READ AGAIN, A TABLED ITEM GOES OUT WITH
      *    ITS NEW OPEN AMOUNT AND EVERY OTHER LINE - THE CLEARED
      *    HISTORY - GOES OUT AS IT WAS READ. THE WORK FILE IS THEN
      *    COPIED BACK OVER ARDETAIL.DAT.
       REWRITE-AR-DETAIL-PARA.
           MOVE 'N' TO ARD-EOF.
           MOVE ZERO TO WS-ARD-LINE-NO.
           MOVE 1 TO WS-ART-SUB.
           OPEN OUTPUT AR-WORK.
           OPEN INPUT AR-DETAIL.
           IF ARD-FILESTATUS = "00"
               PERFORM COPY-ONE-ITEM-PARA THRU COPY-ONE-ITEM-EXIT
                   UNTIL ARD-END-OF-FILE
               CLOSE AR-DETAIL
           END-IF.
           PERFORM WRITE-NEW-ITEM-PARA
               UNTIL WS-ART-SUB > WS-ART-TOTAL.
           CLOSE AR-WORK.
           MOVE 'N' TO ARD-EOF.
           OPEN INPUT AR-WORK.
           OPEN OUTPUT AR-DETAIL.
           PERFORM COPY-BACK-ONE-PARA THRU COPY-BACK-ONE-EXIT
               UNTIL ARD-END-OF-FILE.
           CLOSE AR-DETAIL.
           CLOSE AR-WORK.

       COPY-ONE-ITEM-PARA.
           READ AR-DETAIL
               AT END
                   SET ARD-END-OF-FILE TO TRUE
                   GO TO COPY-ONE-ITEM-EXIT
           END-READ.
           ADD 1 TO WS-ARD-LINE-NO.
           IF AR-CUST-ID = SPACES
               GO TO COPY-ONE-ITEM-EXIT
           END-IF.
           IF WS-ART-SUB NOT > WS-ART-LOADED
               IF ART-T-LINE(WS-ART-SUB) = WS-ARD-LINE-NO
                   PERFORM BUILD-AR-RECORD-PARA
                   ADD 1 TO WS-ART-SUB
               END-IF
           END-IF.
           WRITE AR-WORK-LINE FROM AR-DETAIL-RECORD.
       COPY-ONE-ITEM-EXIT.
           EXIT.

      *    THE ON-ACCOUNT ITEMS THIS RUN RAISED FOLLOW THE OLD LINES.
       WRITE-NEW-ITEM-PARA.
           PERFORM BUILD-AR-RECORD-PARA.
           WRITE AR-WORK-LINE FROM AR-DETAIL-RECORD.
           ADD 1 TO WS-ART-SUB.

       BUILD-AR-RECORD-PARA.
           MOVE SPACES TO AR-DETAIL-RECORD.
           MOVE ART-T-CUST(WS-ART-SUB) TO AR-CUST-ID.
           MOVE ART-T-DATE(WS-ART-SUB) TO AR-DATE.
           MOVE ART-T-AMOUNT(WS-ART-SUB) TO AR-AMOUNT.
           MOVE ART-T-INVOICE(WS-ART-SUB) TO AR-INVOICE.
           MOVE ART-T-OPEN(WS-ART-SUB) TO AR-OPEN-AMOUNT.
           MOVE ART-T-STATUS(WS-ART-SUB) TO AR-STATUS.
           MOVE ART-T-TYPE(WS-ART-SUB) TO AR-TYPE.
           MOVE ART-T-REF(WS-ART-SUB) TO AR-REF.

       COPY-BACK-ONE-PARA.
           READ AR-WORK
               AT END
                   SET ARD-END-OF-FILE TO TRUE
                   GO TO COPY-BACK-ONE-EXIT
           END-READ.
           WRITE AR-DETAIL-RECORD FROM AR-WORK-LINE.
       COPY-BACK-ONE-EXIT.
           EXIT.
       END PROGRAM CASHAPP.
