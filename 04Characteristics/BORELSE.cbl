      *          balance and open item exactly as a fresh order line
      *          would be. Lines the stock still cannot cover stay
      *          queued, and BackorderRelease.rpt shows what was
      *          released and what still waits. A released line is
      *          taxed as the order batch taxes it - the item's
      *          catalog tax category through TAXCALC, nothing for a
      *          customer the CustMaster.dat master flags exempt -
      *          with the tax posted to account 2200 and the customer
      *          and control total carried on the gross. The
      *          customer's ContractPrice.dat price, when one is in
      *          force, is used ahead of the promotion and list
      *          prices, just as on a fresh order line; a line that
      *          was converted from a quotation bills at the quoted
      *          price it was queued with. The invoice history line
      *          carries the warehouse's average unit cost at release
      *          for the margin analysis.
      *          A queued kit (a code with components on the
      *          KitBom.dat bill of materials) is released only when
      *          every component can cover it, and then relieves and
      *          picks the components, not the kit, with the STKMOVE
      *          entries referencing the kit - the order batch's rule.
      *          A lot-controlled item is picked from its StockLot.dat
      *          lots earliest expiry first, as the order batch picks.
      *          A backorder queued under a sales order carries its
      *          order and line: the release marks that OrderLine.dat
      *          line picked and billed and moves an order still at
      *          entered to picked. An order that has already shipped
      *          or been delivered is reopened at picked, so DISPATCH
      *          sends the released line on a fresh confirmation and
      *          ORDCLOSE takes its delivery again; a backorder whose
      *          order ORDCLOSE has cancelled is dropped from the
      *          queue unshipped.
      *          A release whose processing date falls in an
      *          accounting period month-end has already closed is
      *          refused by PERCHK before anything ships and queued
      *          on suspense. Each charge to a customer balance is
      *          also passed to CTLPOST for the receivables control
      *          account.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT CONTROL-FILE ASSIGN TO "ControlTotal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-FILESTATUS.
       SELECT CUSTOMER-MASTER ASSIGN TO "CustMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CUST-ID
           FILE STATUS IS CUS-FILESTATUS.
       SELECT CUST-BALANCE ASSIGN TO "CustBal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       SELECT PROMO-FILE ASSIGN TO "Promo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRM-FILESTATUS.
       SELECT CONTRACT-FILE ASSIGN TO "ContractPrice.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTR-FILESTATUS.
       SELECT INVOICE-HIST ASSIGN TO "InvoiceHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IVH-FILESTATUS.
       SELECT BIN-FILE ASSIGN TO WS-BIN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BIN-FILESTATUS.
       SELECT STOCK-LOT ASSIGN TO "StockLot.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS LOT-FILESTATUS.
       SELECT ORDER-HEAD ASSIGN TO "OrderHead.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOH-ORDER-NO
           FILE STATUS IS SOH-FILESTATUS.
       SELECT ORDER-LINE-FILE ASSIGN TO "OrderLine.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOL-KEY
           FILE STATUS IS SOL-FILESTATUS.
       SELECT KIT-FILE ASSIGN TO "KitBom.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KIT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
           05 BO-CUST PIC X(6).
           05 FILLER PIC X(1).
           05 BO-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 BO-QUOTE-NO PIC X(6).
           05 FILLER PIC X(1).
           05 BO-QUOTE-PRICE PIC 9(5).99.
           05 BO-QUOTE-PRICE-X REDEFINES BO-QUOTE-PRICE PIC X(8).
           05 FILLER PIC X(1).
           05 BO-ORDER-NO PIC X(6).
           05 FILLER PIC X(1).
           05 BO-ORDER-LINE PIC X(3).
       FD ORDER-HEAD.
       COPY SOHREC REPLACING ==:REC:== BY ==ORDER-HEAD-RECORD==.
       FD ORDER-LINE-FILE.
       COPY SOLREC REPLACING ==:REC:== BY ==ORDER-LINE-RECORD==.
       FD CATALOG-FILE.
       01 CATALOG-LINE PIC X(50).
       FD STOCK-MASTER.
       01 SLS-LINE PIC X(48).
       FD CONTROL-FILE.
       01 CTL-LINE PIC X(20).
       FD CUSTOMER-MASTER.
       COPY CMREC REPLACING ==:REC:== BY ==CUSTOMER-RECORD==.
       FD CUST-BALANCE.
       01 CUST-BALANCE-RECORD.
           05 CB-CUST-ID PIC X(6).
           05 CB-BALANCE PIC S9(9)V99.
       FD AR-DETAIL.
       COPY ARDREC REPLACING ==:REC:== BY ==AR-DETAIL-RECORD==.
       FD RELEASE-REPORT.
       01 RPT-LINE PIC X(70).
       FD PROMO-FILE.
       01 PROMO-LINE PIC X(40).
       FD CONTRACT-FILE.
       01 CONTRACT-LINE PIC X(60).
      *    EVERY BILLED LINE IS KEPT ON THE INVOICE HISTORY UNDER ITS
      *    INVOICE NUMBER, SO A DISPUTED INVOICE CAN BE REPRODUCED
      *    MONTHS LATER BY THE INVREPRT UTILITY.
           05 IVH-AMOUNT PIC -(6)9.99.
           05 FILLER PIC X(1).
           05 IVH-PROMO PIC X(1).
           05 FILLER PIC X(1).
           05 IVH-TAX-CODE PIC X(1).
           05 FILLER PIC X(1).
           05 IVH-TAX-RATE PIC 9(2).999.
           05 FILLER PIC X(1).
           05 IVH-TAX PIC -(5)9.99.
           05 FILLER PIC X(1).
           05 IVH-GROSS PIC -(6)9.99.
      *    THE WAREHOUSE'S AVERAGE UNIT COST OF THE GOODS WHEN THEY
      *    SHIPPED, FOR THE MARGIN ANALYSIS; BLANK WHEN NO COST WAS
      *    KNOWN.
           05 FILLER PIC X(1).
           05 IVH-COST PIC -(4)9.99.
       FD LAST-INV-FILE.
       01 INV-NUM-RECORD PIC 9(6).
       FD BIN-FILE.
       01 BIN-LINE PIC X(50).
       FD STOCK-LOT.
       COPY LOTREC REPLACING ==:REC:== BY ==STOCK-LOT-RECORD==.
       FD KIT-FILE.
       01 KIT-LINE PIC X(30).


       WORKING-STORAGE SECTION.
                   04 WS-PRICE OCCURS 2 PIC X(5).
                   04 WS-REORDER-PT PIC 9(5).
                   04 WS-REORDER-QTY PIC 9(5).
                   04 WS-TAX-CAT PIC X(1).
                   04 WS-LOT-CTL PIC X(1).
       01 BKO-FILESTATUS PIC X(02).
       01 SLS-FILESTATUS PIC X(02).
       01 CAT-FILESTATUS PIC X(02).
       01 BAL-FILESTATUS PIC X(02).
       01 ARD-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 CUS-FILESTATUS PIC X(02).
       01 WS-CUST-FILE-SW PIC X(1) VALUE 'N'.
           88 CUST-FILE-OPEN VALUE 'Y'.
       01 BKO-EOF PIC X VALUE 'N'.
           88 BKO-END-OF-FILE VALUE 'Y'.
       01 CAT-EOF PIC X VALUE 'N'.
       01 WS-FOUND-FLAG PIC X VALUE 'N'.
           88 CODE-FOUND VALUE 'Y'.
       01 WS-FOUND-PRICE1 PIC X(5).
       01 WS-FOUND-TAX-CAT PIC X(1).
       01 WS-LKP-A-IDX PIC 9.
       01 WS-LKP-C-IDX PIC 9.
      *
      *    THE QUEUE, HELD IN ARRIVAL (OLDEST-FIRST) ORDER AND
      *    WRITTEN BACK WITHOUT THE RELEASED LINES ('Y') OR THE
      *    LINES OF A CANCELLED ORDER ('X').
       01 BOT-TABLE.
           05 BOT-ENTRY OCCURS 200 TIMES.
               10 BOT-T-ITEM PIC X(5).
               10 BOT-T-CUST PIC X(6).
               10 BOT-T-DATE PIC 9(8).
               10 BOT-T-RELEASED PIC X(1).
               10 BOT-T-QUOTE-NO PIC X(6).
               10 BOT-T-QUOTE-PRICE PIC 9(5)V99.
               10 BOT-T-ORDER-NO PIC X(6).
               10 BOT-T-ORDER-LINE PIC X(3).
       01 WS-BOT-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-BOT-MAX PIC 9(3) VALUE 200.
       01 WS-BOT-SUB PIC 9(3).
       01 WS-BOT-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-BO-CANCELLED-COUNT PIC 9(3) VALUE ZERO.
      *
       01 SOH-FILESTATUS PIC X(02).
       01 SOL-FILESTATUS PIC X(02).
       01 WS-ORDER-FILES-SW PIC X(1) VALUE 'N'.
           88 ORDER-FILES-OPEN VALUE 'Y'.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-WHSE PIC X(2) VALUE "01".
           88 BIN-FILE-LOADED VALUE 'Y'.
       01 WS-AISLE-IDX PIC 9.
       01 WS-BIN-IDX PIC 9.
       01 WS-PICK-ITEM PIC X(5).
       01 WS-PICK-REMAIN PIC S9(5).
       01 WS-PICK-QTY PIC 9(5).
       01 WS-PICK-SHORT-COUNT PIC 9(3) VALUE ZERO.
      *    THE LOTS OF A LOT-CONTROLLED ITEM ON STOCKLOT.DAT, TAKEN
      *    EARLIEST EXPIRY FIRST; A SHORTFALL COUNTS AS A SHORT PICK.
       01 LOT-FILESTATUS PIC X(02).
       01 WS-LOT-FILE-SW PIC X VALUE 'N'.
           88 LOT-FILE-OPEN VALUE 'Y'.
       01 WS-LOT-CTL-SW PIC X(1).
           88 PICK-LOT-CONTROLLED VALUE 'Y'.
       01 WS-LOT-A-IDX PIC 9.
       01 WS-LOT-C-IDX PIC 9.
       01 WS-LOT-REMAIN PIC S9(5).
       01 WS-LOT-TAKE PIC 9(5).
       01 WS-LOT-SORT PIC 9(8).
       01 WS-LOT-BEST-SORT PIC 9(8).
       01 WS-LOT-BEST-KEY PIC X(17).
       01 WS-LOT-BEST-SW PIC X(1).
           88 LOT-BEST-FOUND VALUE 'Y'.
       01 WS-LOT-SCAN-SW PIC X(1).
           88 LOT-SCAN-DONE VALUE 'Y'.
       01 WS-LOT-LEFT-SW PIC X(1).
           88 LOTS-EXHAUSTED VALUE 'Y'.
       01 PCK-LOT-LINE.
           05 PCK-LOT-ITEM PIC X(7).
           05 FILLER PIC X(4) VALUE "LOT ".
           05 PCK-LOT-NUMBER PIC X(10).
           05 FILLER PIC X(5) VALUE " EXP ".
           05 PCK-LOT-EXPIRY PIC 9(8).
           05 FILLER PIC X(6) VALUE " TAKE ".
           05 PCK-LOT-QTY PIC ZZZZ9.
       01 PCK-LOT-SHORT-LINE.
           05 PCK-LOT-SHORT-ITEM PIC X(7).
           05 FILLER PIC X(16) VALUE "*** LOTS SHORT ".
           05 PCK-LOT-SHORT-QTY PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE " ***".
       01 PCK-DETAIL-LINE.
           05 PCK-ITEM PIC X(7).
           05 FILLER PIC X(6) VALUE "AISLE ".
       01 WS-UNIT-PRICE PIC S9(5)V99.
       01 WS-LINE-AMOUNT PIC S9(7)V99.
       01 WS-RUN-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-RUN-TAX PIC S9(9)V99 VALUE ZERO.
      *
      *    THE LINE'S TAX, FROM THE SHARED TAXCALC RATE SERVICE.
       01 WS-TAX-CODE PIC X(1).
       01 WS-TAX-RATE PIC 9(2)V999.
       01 WS-LINE-TAX PIC S9(7)V99.
       01 WS-LINE-GROSS PIC S9(7)V99.
       01 WS-TAX-FOUND PIC X(1).
       01 WS-CURR-DATE PIC 9(8).
       01 WS-RELEASED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-WAITING-COUNT PIC 9(3) VALUE ZERO.
           05 TXD-ACCT PIC X(4) VALUE "4000".
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "BORELSE".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
      *    THE RECEIVABLES CONTROL ACCOUNT MOVES WITH THE CUSTOMER
      *    BALANCES, THROUGH THE SHARED CTLPOST SERVICE.
       01 WS-CTL-TAG PIC X(4) VALUE "AR".
       01 WS-CTL-AMOUNT PIC S9(9)V99.
       01 WS-CTL-REF PIC X(10).
       01 WS-PER-FUNC PIC X(1).
       01 WS-PER-DATE PIC 9(8).
       01 WS-PER-PAYLOAD PIC X(80).
       01 WS-PER-RESULT PIC X(1).
       01 WS-PROMO-ITEM PIC X(5).
       01 WS-HIST-ITEM PIC X(5).
       01 WS-HIST-QTY PIC S9(5).
       01 WS-HIST-COST PIC 9(5)V99.
      *    ONE INVOICE NUMBER PER CUSTOMER PER RUN, ISSUED FROM THE
      *    LASTINVNO.CTL LAST-USED-NUMBER FILE; A CASH SALE RUNS
      *    UNDER THE RUN'S CASH INVOICE.
       01 WS-PRM-SUB PIC 9(2).
       01 WS-PRM-FOUND-SW PIC X(1).
           88 PROMO-FOUND VALUE 'Y'.
      *    THE PRICE SOURCE OF THE LINE: 'C' CONTRACT, 'P' PROMO,
      *    SPACE LIST PRICE.
       01 WS-PROMO-FLAG PIC X(1).
       01 PRM-FILESTATUS PIC X(02).
       01 PRM-EOF PIC X(1) VALUE 'N'.
       01 WS-PRM-PRICE-IN PIC X(8).
       01 WS-PRM-START-IN PIC X(8).
       01 WS-PRM-END-IN PIC X(8).
      *
      *    NEGOTIATED PRICES FROM CONTRACTPRICE.DAT: CUSTOMER, ITEM,
      *    'P' WITH A FIXED PRICE OR 'D' WITH A DISCOUNT PERCENT OFF
      *    LIST, AND THE START AND END DATE. A CONTRACT IN FORCE ON
      *    THE PROCESSING DATE BEATS BOTH THE PROMO AND THE LIST.
       01 CTR-TABLE.
           05 CTR-ENTRY OCCURS 200 TIMES.
               10 CTR-T-CUST PIC X(6).
               10 CTR-T-ITEM PIC X(5).
               10 CTR-T-TYPE PIC X(1).
                   88 CTR-T-FIXED-PRICE VALUE 'P'.
                   88 CTR-T-DISCOUNT VALUE 'D'.
               10 CTR-T-VALUE PIC 9(5)V99.
               10 CTR-T-START PIC 9(8).
               10 CTR-T-END PIC 9(8).
       01 WS-CTR-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-CTR-MAX PIC 9(3) VALUE 200.
       01 WS-CTR-SUB PIC 9(3).
       01 WS-CTR-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-CTR-FOUND-SW PIC X(1).
           88 CONTRACT-FOUND VALUE 'Y'.
       01 CTR-FILESTATUS PIC X(02).
       01 CTR-EOF PIC X(1) VALUE 'N'.
           88 CTR-END-OF-FILE VALUE 'Y'.
       01 WS-CTR-CUST-IN PIC X(6).
       01 WS-CTR-ITEM-IN PIC X(5).
       01 WS-CTR-TYPE-IN PIC X(1).
       01 WS-CTR-VALUE-IN PIC X(10).
       01 WS-CTR-START-IN PIC X(8).
       01 WS-CTR-END-IN PIC X(8).
       01 WS-CONTRACT-CUST PIC X(6).
      *
      *    KIT BILLS OF MATERIALS FROM KITBOM.DAT, LOADED AS THE
      *    ORDER BATCH LOADS THEM: KIT CODE, COMPONENT CODE AND
      *    QUANTITY PER KIT, A REPEATED COMPONENT HELD ONCE.
       01 KIT-TABLE.
           05 KIT-ENTRY OCCURS 200 TIMES.
               10 KIT-T-KIT PIC X(5).
               10 KIT-T-COMP PIC X(5).
               10 KIT-T-QTY PIC 9(3).
       01 WS-KIT-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-KIT-MAX PIC 9(3) VALUE 200.
       01 WS-KIT-SUB PIC 9(3).
       01 WS-KIT-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-KIT-FOUND-SW PIC X(1).
           88 KIT-FOUND VALUE 'Y'.
       01 WS-KIT-LINE-SW PIC X(1).
           88 KIT-LINE-FOUND VALUE 'Y'.
       01 WS-KIT-SHORT-SW PIC X(1).
           88 KIT-SHORT VALUE 'Y'.
       01 KIT-FILESTATUS PIC X(02).
       01 KIT-EOF PIC X(1) VALUE 'N'.
           88 KIT-END-OF-FILE VALUE 'Y'.
       01 WS-KIT-KIT-IN PIC X(5).
       01 WS-KIT-COMP-IN PIC X(5).
       01 WS-KIT-QTY-IN PIC X(5).
       01 WS-KIT-QTY-NUM PIC 9(5).
       01 WS-KIT-NEED PIC S9(7).
       01 WS-KIT-COST PIC 9(7)V99.
       01 WS-PROC-DATE PIC 9(8).
       01 WS-CAL-FUNC PIC X(1).
       01 WS-CAL-RESULT PIC 9(8).
       01 WS-CAL-FLAG PIC X(1).

       01 WS-MOVE-ITEM PIC X(5).
       01 WS-MOVE-TYPE PIC X(1).
       01 WS-MOVE-QTY PIC S9(5).
       01 WS-MOVE-REF PIC X(10).
           PERFORM READ-LAST-INVOICE-PARA.
           PERFORM SET-PROC-DATE-PARA.
           PERFORM LOAD-PROMOS-PARA THRU LOAD-PROMOS-END.
           PERFORM LOAD-CONTRACTS-PARA THRU LOAD-CONTRACTS-END.
           PERFORM LOAD-BACKORDERS-PARA THRU LOAD-BACKORDERS-END.
      *    THESE ARE LIVE CUSTOMER ORDERS - A QUEUE THE TABLE CANNOT
      *    HOLD WHOLE IS REFUSED UNTOUCHED RATHER THAN REWRITTEN
               GOBACK
           END-IF.
           PERFORM LOAD-CATALOG-DRIVER-PARA.
           PERFORM LOAD-KITS-PARA THRU LOAD-KITS-END.
           IF WS-KIT-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-KIT-MAX " KIT COMPONENT "
               DISPLAY "*** LINES ON KITBOM.DAT - RUN REFUSED, RAISE "
               DISPLAY "*** THE KIT TABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'P' TO WS-PER-FUNC.
           MOVE WS-PROC-DATE TO WS-PER-DATE.
           MOVE SPACES TO WS-PER-PAYLOAD.
           STRING "BACKORDER RELEASE RUN FOR " WS-PROC-DATE
               " NOT POSTED" DELIMITED BY SIZE INTO WS-PER-PAYLOAD.
           CALL "PERCHK" USING WS-PER-FUNC, WS-SHARED-PROGRAM,
               WS-PER-DATE, WS-PER-PAYLOAD, WS-PER-RESULT.
           IF WS-PER-RESULT = 'N'
               DISPLAY "*** " WS-PROC-DATE " FALLS IN A CLOSED PERIOD "
               DISPLAY "*** - RUN REFUSED, NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O STOCK-MASTER.
           IF STK-FILESTATUS NOT = "00"
               DISPLAY " STOCKMASTER.DAT NOT FOUND "
               GOBACK
           END-IF.
           OPEN I-O STOCK-LOT.
           IF LOT-FILESTATUS = "00"
               SET LOT-FILE-OPEN TO TRUE
           END-IF.
           OPEN I-O ORDER-HEAD.
           OPEN I-O ORDER-LINE-FILE.
           IF SOH-FILESTATUS = "00" AND SOL-FILESTATUS = "00"
               SET ORDER-FILES-OPEN TO TRUE
           END-IF.
           OPEN EXTEND TRANSACTION-FILE.
           IF TXN-FILESTATUS NOT = "00"
               OPEN OUTPUT TRANSACTION-FILE
           IF SLS-FILESTATUS NOT = "00"
               OPEN OUTPUT SALES-HIST
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUS-FILESTATUS = "00"
               SET CUST-FILE-OPEN TO TRUE
           ELSE
               DISPLAY " CUSTMASTER.DAT NOT FOUND - NO TAX "
               DISPLAY " EXEMPTIONS APPLIED "
           END-IF.
           OPEN I-O CUST-BALANCE.
           IF BAL-FILESTATUS = "35"
               OPEN OUTPUT CUST-BALANCE
           MOVE "LINES PICKED SHORT: " TO RPT-TOTAL-LABEL.
           MOVE WS-PICK-SHORT-COUNT TO RPT-TOTAL-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE "ORDER CANCELLED   : " TO RPT-TOTAL-LABEL.
           MOVE WS-BO-CANCELLED-COUNT TO RPT-TOTAL-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           CLOSE RELEASE-REPORT.
           CLOSE INVOICE-HIST.
           PERFORM SAVE-LAST-INVOICE-PARA.
           CLOSE AR-DETAIL.
           CLOSE CUST-BALANCE.
           IF CUST-FILE-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE SALES-HIST.
           CLOSE TRANSACTION-FILE.
           IF ORDER-FILES-OPEN
               CLOSE ORDER-HEAD
               CLOSE ORDER-LINE-FILE
           END-IF.
           IF LOT-FILE-OPEN
               CLOSE STOCK-LOT
           END-IF.
           CLOSE STOCK-MASTER.
           PERFORM SAVE-BIN-FILE-PARA THRU SAVE-BIN-FILE-END.
           PERFORM REWRITE-BACKORDERS-PARA.
           END-IF.
           DISPLAY "BACKORDERS RELEASED : " WS-RELEASED-COUNT.
           DISPLAY "STILL WAITING       : " WS-WAITING-COUNT.
           DISPLAY "ORDER CANCELLED     : " WS-BO-CANCELLED-COUNT.
           DISPLAY "TAX ON RELEASES     : " WS-RUN-TAX.
           DISPLAY "VALUE RELEASED      : " WS-RUN-TOTAL.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
      *    PROMISED.
       RELEASE-ONE-PARA.
           MOVE 'N' TO BOT-T-RELEASED(WS-BOT-SUB).
      *    THE LINE OF A CANCELLED ORDER LEAVES THE QUEUE UNSHIPPED.
           IF BOT-T-ORDER-NO(WS-BOT-SUB) IS NUMERIC AND ORDER-FILES-OPEN
               MOVE BOT-T-ORDER-NO(WS-BOT-SUB) TO SOH-ORDER-NO
               READ ORDER-HEAD
                   INVALID KEY
                       MOVE SPACE TO SOH-STATUS
               END-READ
               IF SOH-IS-CANCELLED
                   MOVE 'X' TO BOT-T-RELEASED(WS-BOT-SUB)
                   ADD 1 TO WS-BO-CANCELLED-COUNT
                   MOVE BOT-T-ITEM(WS-BOT-SUB) TO RPT-ITEM
                   MOVE BOT-T-QTY(WS-BOT-SUB) TO RPT-QTY
                   MOVE BOT-T-CUST(WS-BOT-SUB) TO RPT-CUST
                   MOVE BOT-T-DATE(WS-BOT-SUB) TO RPT-BO-DATE
                   MOVE "ORD CANCELLED" TO RPT-VERDICT
                   WRITE RPT-LINE FROM RPT-DETAIL-LINE
                   GO TO RELEASE-ONE-EXIT
               END-IF
           END-IF.
           MOVE BOT-T-ITEM(WS-BOT-SUB) TO WS-LOOKUP-CODE.
           PERFORM LOOKUP-PRICE-PARA.
           IF NOT CODE-FOUND
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               GO TO RELEASE-ONE-EXIT
           END-IF.
      *    A KIT WAITS UNTIL EVERY ONE OF ITS COMPONENTS CAN COVER IT.
           MOVE BOT-T-ITEM(WS-BOT-SUB) TO WS-KIT-KIT-IN.
           PERFORM FIND-KIT-PARA.
           MOVE 'N' TO WS-KIT-SHORT-SW.
           IF KIT-FOUND
               PERFORM CHECK-KIT-COMP-PARA
                   VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-TOTAL
           ELSE
               MOVE WS-WHSE TO STK-WHSE
               MOVE BOT-T-ITEM(WS-BOT-SUB) TO STK-ITEM-CODE
               READ STOCK-MASTER
                   INVALID KEY
                       MOVE ZERO TO STK-ON-HAND
                       MOVE "33" TO STK-FILESTATUS
               END-READ
               IF STK-FILESTATUS NOT = "00"
                       OR STK-ON-HAND < BOT-T-QTY(WS-BOT-SUB)
                   SET KIT-SHORT TO TRUE
               END-IF
           END-IF.
           IF KIT-SHORT
               ADD 1 TO WS-WAITING-COUNT
               MOVE BOT-T-ITEM(WS-BOT-SUB) TO RPT-ITEM
               MOVE BOT-T-QTY(WS-BOT-SUB) TO RPT-QTY
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               GO TO RELEASE-ONE-EXIT
           END-IF.
           MOVE ZERO TO WS-KIT-COST.
           IF KIT-FOUND
               PERFORM RELIEVE-KIT-COMP-PARA
                   VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-TOTAL
           ELSE
               SUBTRACT BOT-T-QTY(WS-BOT-SUB) FROM STK-ON-HAND
               MOVE WS-CURR-DATE TO STK-LAST-MOVE
               REWRITE STOCK-RECORD
               MOVE BOT-T-ITEM(WS-BOT-SUB) TO WS-MOVE-ITEM
               MOVE 'I' TO WS-MOVE-TYPE
               COMPUTE WS-MOVE-QTY = ZERO - BOT-T-QTY(WS-BOT-SUB)
               MOVE "BACKORDER" TO WS-MOVE-REF
               CALL "STKMOVE" USING WS-MOVE-ITEM,
                   WS-MOVE-TYPE, WS-MOVE-QTY, WS-SHARED-PROGRAM,
                   WS-MOVE-REF
               IF STK-AVG-COST NUMERIC
                   MOVE STK-AVG-COST TO WS-KIT-COST
               END-IF
           END-IF.
           COMPUTE WS-UNIT-PRICE =
               FUNCTION NUMVAL(WS-FOUND-PRICE1).
           MOVE BOT-T-ITEM(WS-BOT-SUB) TO WS-PROMO-ITEM.
           MOVE BOT-T-CUST(WS-BOT-SUB) TO WS-CONTRACT-CUST.
           MOVE SPACE TO WS-PROMO-FLAG.
           IF BOT-T-QUOTE-NO(WS-BOT-SUB) NOT = SPACES
               MOVE BOT-T-QUOTE-PRICE(WS-BOT-SUB) TO WS-UNIT-PRICE
               MOVE 'Q' TO WS-PROMO-FLAG
           ELSE
               PERFORM JUDGE-CONTRACT-PARA THRU JUDGE-CONTRACT-EXIT
               IF NOT CONTRACT-FOUND
                   PERFORM JUDGE-PROMO-PARA
               END-IF
           END-IF.
           COMPUTE WS-LINE-AMOUNT =
               WS-UNIT-PRICE * BOT-T-QTY(WS-BOT-SUB).
           PERFORM CALC-TAX-PARA.
           ADD WS-LINE-TAX TO WS-RUN-TAX.
           ADD WS-LINE-GROSS TO WS-RUN-TOTAL.
           ADD 1 TO WS-RELEASED-COUNT.
           MOVE 'Y' TO BOT-T-RELEASED(WS-BOT-SUB).
           MOVE WS-LINE-AMOUNT TO TXD-AMOUNT.
           WRITE TXN-LINE.
           MOVE WS-TXN-DETAIL TO SLS-LINE.
           WRITE SLS-LINE.
      *    THE TAX BOOKS TO THE TAX-PAYABLE ACCOUNT ON THE DAY FILE
      *    ONLY - IT IS NOT A SALE, SO THE SALES HISTORY NEVER SEES IT.
           IF WS-LINE-TAX NOT = ZERO
               MOVE WS-LINE-TAX TO TXD-AMOUNT
               MOVE "2200" TO TXD-ACCT
               MOVE WS-TXN-DETAIL TO TXN-LINE
               WRITE TXN-LINE
               MOVE "4000" TO TXD-ACCT
           END-IF.
           MOVE BOT-T-CUST(WS-BOT-SUB) TO WS-INV-CUST.
           PERFORM GET-INVOICE-NO-PARA.
           MOVE BOT-T-ITEM(WS-BOT-SUB) TO WS-HIST-ITEM.
           MOVE BOT-T-QTY(WS-BOT-SUB) TO WS-HIST-QTY.
      *    A KIT'S COST IS THE SUM OF ITS COMPONENTS' AVERAGE COSTS.
           MOVE WS-KIT-COST TO WS-HIST-COST.
           PERFORM WRITE-INVOICE-HIST-PARA.
           IF BOT-T-CUST(WS-BOT-SUB) NOT = SPACES
               PERFORM POST-RECEIVABLE-PARA
           END-IF.
           IF BOT-T-ORDER-NO(WS-BOT-SUB) IS NUMERIC
                   AND BOT-T-ORDER-LINE(WS-BOT-SUB) IS NUMERIC
                   AND ORDER-FILES-OPEN
               PERFORM UPDATE-ORDER-PARA
           END-IF.
      *    THE PICK RUNS WITH OR WITHOUT A BIN GRID, SO THE LOTS OF
      *    A LOT-CONTROLLED ITEM ARE ALWAYS RELIEVED.
           IF KIT-FOUND
               PERFORM PICK-KIT-COMP-PARA
                   VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-TOTAL
           ELSE
               MOVE BOT-T-ITEM(WS-BOT-SUB) TO WS-PICK-ITEM
               MOVE BOT-T-QTY(WS-BOT-SUB) TO WS-PICK-REMAIN
               PERFORM PICK-LINE-PARA
           END-IF.
           MOVE BOT-T-ITEM(WS-BOT-SUB) TO RPT-ITEM.
       RELEASE-ONE-EXIT.
           EXIT.

      *    THE RELEASED LINE IS PICKED AND BILLED ON ITS ORDER, AND AN
      *    ORDER STILL AT ENTERED MOVES TO PICKED. AN ORDER ALREADY
      *    SHIPPED OR DELIVERED GOES BACK TO PICKED TOO: THE LINE IS
      *    ON THE BAY AND WAITS FOR ITS OWN DISPATCH CONFIRMATION.
       UPDATE-ORDER-PARA.
           MOVE BOT-T-ORDER-NO(WS-BOT-SUB) TO SOL-ORDER-NO.
           MOVE BOT-T-ORDER-LINE(WS-BOT-SUB) TO SOL-LINE-NO.
           READ ORDER-LINE-FILE
               NOT INVALID KEY
                   MOVE 'P' TO SOL-STATUS
                   MOVE WS-CURR-DATE TO SOL-STATUS-DATE
                   MOVE WS-LINE-GROSS TO SOL-GROSS
                   MOVE WS-THIS-INVOICE TO SOL-INVOICE
                   REWRITE ORDER-LINE-RECORD
                   END-REWRITE
           END-READ.
           MOVE BOT-T-ORDER-NO(WS-BOT-SUB) TO SOH-ORDER-NO.
           READ ORDER-HEAD
               NOT INVALID KEY
                   IF SOH-IS-ENTERED OR SOH-IS-SHIPPED
                           OR SOH-IS-DELIVERED
                       MOVE 'P' TO SOH-STATUS
                       MOVE WS-CURR-DATE TO SOH-STATUS-DATE
                       REWRITE ORDER-HEAD-RECORD
                       END-REWRITE
                   END-IF
           END-READ.

       CHECK-KIT-COMP-PARA.
           IF KIT-T-KIT(WS-KIT-SUB) = BOT-T-ITEM(WS-BOT-SUB)
               MOVE WS-WHSE TO STK-WHSE
               MOVE KIT-T-COMP(WS-KIT-SUB) TO STK-ITEM-CODE
               READ STOCK-MASTER
                   INVALID KEY
                       MOVE ZERO TO STK-ON-HAND
                       MOVE "33" TO STK-FILESTATUS
               END-READ
               COMPUTE WS-KIT-NEED =
                   KIT-T-QTY(WS-KIT-SUB) * BOT-T-QTY(WS-BOT-SUB)
               IF STK-FILESTATUS NOT = "00"
                       OR STK-ON-HAND < WS-KIT-NEED
                   SET KIT-SHORT TO TRUE
               END-IF
           END-IF.

      *    EACH COMPONENT IS RELIEVED AND JOURNALLED AGAINST THE KIT
      *    IT WENT OUT IN, SO THE MOVEMENT HISTORY SHOWS WHY IT LEFT.
       RELIEVE-KIT-COMP-PARA.
           IF KIT-T-KIT(WS-KIT-SUB) = BOT-T-ITEM(WS-BOT-SUB)
               MOVE WS-WHSE TO STK-WHSE
               MOVE KIT-T-COMP(WS-KIT-SUB) TO STK-ITEM-CODE
               READ STOCK-MASTER
                   INVALID KEY
                       MOVE ZERO TO STK-ON-HAND
               END-READ
               COMPUTE WS-KIT-NEED =
                   KIT-T-QTY(WS-KIT-SUB) * BOT-T-QTY(WS-BOT-SUB)
               SUBTRACT WS-KIT-NEED FROM STK-ON-HAND
               MOVE WS-CURR-DATE TO STK-LAST-MOVE
               REWRITE STOCK-RECORD
               IF STK-AVG-COST NUMERIC
                   COMPUTE WS-KIT-COST = WS-KIT-COST
                       + STK-AVG-COST * KIT-T-QTY(WS-KIT-SUB)
               END-IF
               MOVE KIT-T-COMP(WS-KIT-SUB) TO WS-MOVE-ITEM
               MOVE 'I' TO WS-MOVE-TYPE
               COMPUTE WS-MOVE-QTY = ZERO - WS-KIT-NEED
               MOVE SPACES TO WS-MOVE-REF
               MOVE BOT-T-ITEM(WS-BOT-SUB) TO WS-MOVE-REF
               CALL "STKMOVE" USING WS-MOVE-ITEM, WS-MOVE-TYPE,
                   WS-MOVE-QTY, WS-SHARED-PROGRAM, WS-MOVE-REF
           END-IF.

       PICK-KIT-COMP-PARA.
           IF KIT-T-KIT(WS-KIT-SUB) = BOT-T-ITEM(WS-BOT-SUB)
               MOVE KIT-T-COMP(WS-KIT-SUB) TO WS-PICK-ITEM
               COMPUTE WS-PICK-REMAIN =
                   KIT-T-QTY(WS-KIT-SUB) * BOT-T-QTY(WS-BOT-SUB)
               PERFORM PICK-LINE-PARA
           END-IF.

      *    WS-KIT-KIT-IN IS A KIT WHEN KITBOM.DAT LISTS ANY COMPONENT
      *    FOR IT.
       FIND-KIT-PARA.
           MOVE 'N' TO WS-KIT-FOUND-SW.
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-TOTAL OR KIT-FOUND
               IF KIT-T-KIT(WS-KIT-SUB) = WS-KIT-KIT-IN
                   SET KIT-FOUND TO TRUE
               END-IF
           END-PERFORM.

       LOAD-KITS-PARA.
           OPEN INPUT KIT-FILE.
           IF KIT-FILESTATUS NOT = "00"
               GO TO LOAD-KITS-END
           END-IF.
           PERFORM LOAD-ONE-KIT-PARA THRU LOAD-ONE-KIT-EXIT
               UNTIL KIT-END-OF-FILE.
           CLOSE KIT-FILE.
       LOAD-KITS-END.
           EXIT.

       LOAD-ONE-KIT-PARA.
           READ KIT-FILE
               AT END
                   SET KIT-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-KIT-EXIT
           END-READ.
           MOVE SPACES TO WS-KIT-KIT-IN.
           MOVE SPACES TO WS-KIT-COMP-IN.
           MOVE SPACES TO WS-KIT-QTY-IN.
           UNSTRING KIT-LINE DELIMITED BY ALL SPACE
               INTO WS-KIT-KIT-IN WS-KIT-COMP-IN WS-KIT-QTY-IN
           END-UNSTRING.
           IF WS-KIT-KIT-IN = SPACES OR WS-KIT-COMP-IN = SPACES
                   OR WS-KIT-COMP-IN = WS-KIT-KIT-IN
               GO TO LOAD-ONE-KIT-EXIT
           END-IF.
           COMPUTE WS-KIT-QTY-NUM = FUNCTION NUMVAL(WS-KIT-QTY-IN).
           IF WS-KIT-QTY-NUM = ZERO
               GO TO LOAD-ONE-KIT-EXIT
           END-IF.
           MOVE 'N' TO WS-KIT-LINE-SW.
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-TOTAL OR KIT-LINE-FOUND
               IF KIT-T-KIT(WS-KIT-SUB) = WS-KIT-KIT-IN
                       AND KIT-T-COMP(WS-KIT-SUB) = WS-KIT-COMP-IN
                   SET KIT-LINE-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF KIT-LINE-FOUND
               SUBTRACT 1 FROM WS-KIT-SUB
               ADD WS-KIT-QTY-NUM TO KIT-T-QTY(WS-KIT-SUB)
               GO TO LOAD-ONE-KIT-EXIT
           END-IF.
           IF WS-KIT-TOTAL < WS-KIT-MAX
               ADD 1 TO WS-KIT-TOTAL
               MOVE WS-KIT-KIT-IN TO KIT-T-KIT(WS-KIT-TOTAL)
               MOVE WS-KIT-COMP-IN TO KIT-T-COMP(WS-KIT-TOTAL)
               MOVE WS-KIT-QTY-NUM TO KIT-T-QTY(WS-KIT-TOTAL)
           ELSE
               ADD 1 TO WS-KIT-SKIPPED
           END-IF.
       LOAD-ONE-KIT-EXIT.
           EXIT.

      *    THE TAX CODE IS THE ITEM'S CATALOG CATEGORY UNLESS THE
      *    CUSTOMER IS EXEMPT; A CODE WITH NO RATE ON FILE FOR THE
      *    DAY BILLS NO TAX AND IS LOGGED FOR THE TAX DESK.
       CALC-TAX-PARA.
           MOVE WS-FOUND-TAX-CAT TO WS-TAX-CODE.
           IF BOT-T-CUST(WS-BOT-SUB) NOT = SPACES AND CUST-FILE-OPEN
               MOVE BOT-T-CUST(WS-BOT-SUB) TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE SPACE TO CM-TAX-EXEMPT
               END-READ
               IF CM-IS-TAX-EXEMPT
                   MOVE 'X' TO WS-TAX-CODE
               END-IF
           END-IF.
           CALL "TAXCALC" USING WS-TAX-CODE, WS-CURR-DATE,
               WS-LINE-AMOUNT, WS-TAX-RATE, WS-LINE-TAX, WS-TAX-FOUND.
           IF WS-TAX-FOUND NOT = 'Y'
               MOVE "NO-TAXRT " TO WS-SHARED-ACTION
               MOVE SPACES TO WS-SHARED-KEY
               STRING WS-TAX-CODE " " BOT-T-ITEM(WS-BOT-SUB)
                   DELIMITED BY SIZE INTO WS-SHARED-KEY
               CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
                   WS-SHARED-ACTION, WS-SHARED-KEY
           END-IF.
           COMPUTE WS-LINE-GROSS = WS-LINE-AMOUNT + WS-LINE-TAX.

      *    THE PICK WALKS THE AISLES IN ORDER, TAKING FROM EVERY BIN
      *    HOLDING THE ITEM UNTIL THE LINE IS COVERED; A BIN PICKED
      *    EMPTY IS FREED, AND A LINE THE BINS CANNOT COVER IS
      *    FLAGGED SHORT FOR THE WAREHOUSE TO CHASE.
      *    THE CALLER SETS THE ITEM AND QUANTITY TO PICK - THE
      *    QUEUED LINE ITSELF, OR EACH COMPONENT OF A KIT IN TURN.
       PICK-LINE-PARA.
           PERFORM FIND-LOT-CTL-PARA.
           IF PICK-LOT-CONTROLLED AND LOT-FILE-OPEN
               PERFORM PICK-LOTS-PARA
           END-IF.
           IF BIN-FILE-LOADED
               PERFORM PICK-BINS-PARA
           END-IF.

       PICK-BINS-PARA.
           PERFORM VARYING WS-AISLE-IDX FROM 1 BY 1
                   UNTIL WS-AISLE-IDX > 4 OR WS-PICK-REMAIN = ZERO
               PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
                       UNTIL WS-BIN-IDX > 5 OR WS-PICK-REMAIN = ZERO
                   IF WS-BIN-ITEM(WS-AISLE-IDX, WS-BIN-IDX)
                           = WS-PICK-ITEM
                       IF WS-BIN-QTY(WS-AISLE-IDX, WS-BIN-IDX)
                               NOT NUMERIC
                           MOVE ZERO TO WS-BIN-QTY
           END-PERFORM.
           IF WS-PICK-REMAIN > ZERO
               ADD 1 TO WS-PICK-SHORT-COUNT
               MOVE WS-PICK-ITEM TO PCK-SHORT-ITEM
               MOVE WS-PICK-REMAIN TO PCK-SHORT-QTY
               WRITE RPT-LINE FROM PCK-SHORT-LINE
           END-IF.

      *    A LOT-CONTROLLED ITEM IS TAKEN FROM ITS LOTS EARLIEST
      *    EXPIRY FIRST, A LOT WITH NO EXPIRY LAST. A LOT ALREADY PAST
      *    ITS EXPIRY IS NEVER PICKED - IT WAITS ON THE LOTEXPRY
      *    REPORT TO BE SOLD OFF OR WRITTEN OFF. EACH LOT TAKEN IS
      *    RELIEVED ON STOCKLOT.DAT AND PRINTED FOR THE PICKER.
       PICK-LOTS-PARA.
           MOVE WS-PICK-REMAIN TO WS-LOT-REMAIN.
           MOVE 'N' TO WS-LOT-LEFT-SW.
           PERFORM PICK-ONE-LOT-PARA THRU PICK-ONE-LOT-EXIT
               UNTIL WS-LOT-REMAIN NOT > ZERO OR LOTS-EXHAUSTED.
           IF WS-LOT-REMAIN > ZERO
               ADD 1 TO WS-PICK-SHORT-COUNT
               MOVE WS-PICK-ITEM TO PCK-LOT-SHORT-ITEM
               MOVE WS-LOT-REMAIN TO PCK-LOT-SHORT-QTY
               WRITE RPT-LINE FROM PCK-LOT-SHORT-LINE
           END-IF.

       PICK-ONE-LOT-PARA.
           MOVE 'N' TO WS-LOT-BEST-SW.
           MOVE 'N' TO WS-LOT-SCAN-SW.
           MOVE WS-WHSE TO LOT-WHSE.
           MOVE WS-PICK-ITEM TO LOT-ITEM-CODE.
           MOVE LOW-VALUES TO LOT-NUMBER.
           START STOCK-LOT KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY
                   SET LOT-SCAN-DONE TO TRUE
           END-START.
           PERFORM SCAN-LOT-PARA UNTIL LOT-SCAN-DONE.
           IF NOT LOT-BEST-FOUND
               SET LOTS-EXHAUSTED TO TRUE
               GO TO PICK-ONE-LOT-EXIT
           END-IF.
           MOVE WS-LOT-BEST-KEY TO LOT-KEY.
           READ STOCK-LOT
               INVALID KEY
                   SET LOTS-EXHAUSTED TO TRUE
                   GO TO PICK-ONE-LOT-EXIT
           END-READ.
           IF LOT-ON-HAND NOT < WS-LOT-REMAIN
               MOVE WS-LOT-REMAIN TO WS-LOT-TAKE
           ELSE
               MOVE LOT-ON-HAND TO WS-LOT-TAKE
           END-IF.
           SUBTRACT WS-LOT-TAKE FROM LOT-ON-HAND.
           SUBTRACT WS-LOT-TAKE FROM WS-LOT-REMAIN.
           REWRITE STOCK-LOT-RECORD.
           MOVE WS-PICK-ITEM TO PCK-LOT-ITEM.
           MOVE LOT-NUMBER TO PCK-LOT-NUMBER.
           MOVE LOT-EXPIRY TO PCK-LOT-EXPIRY.
           MOVE WS-LOT-TAKE TO PCK-LOT-QTY.
           WRITE RPT-LINE FROM PCK-LOT-LINE.
       PICK-ONE-LOT-EXIT.
           EXIT.

       SCAN-LOT-PARA.
           READ STOCK-LOT NEXT RECORD
               AT END
                   SET LOT-SCAN-DONE TO TRUE
               NOT AT END
                   IF LOT-WHSE NOT = WS-WHSE
                           OR LOT-ITEM-CODE NOT = WS-PICK-ITEM
                       SET LOT-SCAN-DONE TO TRUE
                   ELSE
                       PERFORM JUDGE-LOT-PARA
                   END-IF
           END-READ.

       JUDGE-LOT-PARA.
           IF LOT-ON-HAND > ZERO
                   AND (LOT-EXPIRY = ZERO
                       OR LOT-EXPIRY NOT < WS-CURR-DATE)
               IF LOT-EXPIRY = ZERO
                   MOVE 99999999 TO WS-LOT-SORT
               ELSE
                   MOVE LOT-EXPIRY TO WS-LOT-SORT
               END-IF
               IF NOT LOT-BEST-FOUND
                       OR WS-LOT-SORT < WS-LOT-BEST-SORT
                   SET LOT-BEST-FOUND TO TRUE
                   MOVE WS-LOT-SORT TO WS-LOT-BEST-SORT
                   MOVE LOT-KEY TO WS-LOT-BEST-KEY
               END-IF
           END-IF.

       FIND-LOT-CTL-PARA.
           MOVE 'N' TO WS-LOT-CTL-SW.
           PERFORM VARYING WS-LOT-A-IDX FROM 1 BY 1
                   UNTIL WS-LOT-A-IDX > 2 OR PICK-LOT-CONTROLLED
               PERFORM VARYING WS-LOT-C-IDX FROM 1 BY 1
                       UNTIL WS-LOT-C-IDX > 3 OR PICK-LOT-CONTROLLED
                   IF CODE-VAL(WS-LOT-A-IDX, WS-LOT-C-IDX)
                           = WS-PICK-ITEM
                       AND WS-LOT-CTL(WS-LOT-A-IDX, WS-LOT-C-IDX)
                           = 'Y'
                       SET PICK-LOT-CONTROLLED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       PICK-FROM-BIN-PARA.
           IF WS-BIN-QTY(WS-AISLE-IDX, WS-BIN-IDX)
                   NOT < WS-PICK-REMAIN
               MOVE SPACES TO WS-BIN-QTY(WS-AISLE-IDX, WS-BIN-IDX)
                   (1:5)
           END-IF.
           MOVE WS-PICK-ITEM TO PCK-ITEM.
           MOVE WS-AISLE-IDX TO PCK-AISLE.
           MOVE WS-BIN-IDX TO PCK-BIN.
           MOVE WS-PICK-QTY TO PCK-QTY.
       LOAD-ONE-PROMO-EXIT.
           EXIT.

       LOAD-CONTRACTS-PARA.
           OPEN INPUT CONTRACT-FILE.
           IF CTR-FILESTATUS NOT = "00"
               GO TO LOAD-CONTRACTS-END
           END-IF.
           PERFORM LOAD-ONE-CONTRACT-PARA THRU LOAD-ONE-CONTRACT-EXIT
               UNTIL CTR-END-OF-FILE.
           CLOSE CONTRACT-FILE.
           IF WS-CTR-SKIPPED > ZERO
               DISPLAY "*** " WS-CTR-SKIPPED " CONTRACT PRICES NOT "
                   "LOADED - RAISE THE CONTRACT TABLE"
           END-IF.
       LOAD-CONTRACTS-END.
           EXIT.

       LOAD-ONE-CONTRACT-PARA.
           READ CONTRACT-FILE
               AT END
                   SET CTR-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-CONTRACT-EXIT
           END-READ.
           MOVE SPACES TO WS-CTR-CUST-IN.
           MOVE SPACES TO WS-CTR-ITEM-IN.
           MOVE SPACES TO WS-CTR-TYPE-IN.
           MOVE SPACES TO WS-CTR-VALUE-IN.
           MOVE SPACES TO WS-CTR-START-IN.
           MOVE SPACES TO WS-CTR-END-IN.
           UNSTRING CONTRACT-LINE DELIMITED BY ALL SPACE
               INTO WS-CTR-CUST-IN WS-CTR-ITEM-IN WS-CTR-TYPE-IN
                   WS-CTR-VALUE-IN WS-CTR-START-IN WS-CTR-END-IN
           END-UNSTRING.
           IF WS-CTR-CUST-IN = SPACES OR WS-CTR-ITEM-IN = SPACES
                   OR (WS-CTR-TYPE-IN NOT = 'P'
                       AND WS-CTR-TYPE-IN NOT = 'D')
                   OR WS-CTR-VALUE-IN = SPACES
                   OR WS-CTR-START-IN NOT NUMERIC
                   OR WS-CTR-END-IN NOT NUMERIC
               GO TO LOAD-ONE-CONTRACT-EXIT
           END-IF.
           IF WS-CTR-TOTAL < WS-CTR-MAX
               ADD 1 TO WS-CTR-TOTAL
               MOVE WS-CTR-CUST-IN TO CTR-T-CUST(WS-CTR-TOTAL)
               MOVE WS-CTR-ITEM-IN TO CTR-T-ITEM(WS-CTR-TOTAL)
               MOVE WS-CTR-TYPE-IN TO CTR-T-TYPE(WS-CTR-TOTAL)
               COMPUTE CTR-T-VALUE(WS-CTR-TOTAL) =
                   FUNCTION NUMVAL(WS-CTR-VALUE-IN)
               MOVE WS-CTR-START-IN TO CTR-T-START(WS-CTR-TOTAL)
               MOVE WS-CTR-END-IN TO CTR-T-END(WS-CTR-TOTAL)
           ELSE
               ADD 1 TO WS-CTR-SKIPPED
           END-IF.
       LOAD-ONE-CONTRACT-EXIT.
           EXIT.

      *    A CUSTOMER'S CONTRACT FOR THE ITEM, IN FORCE ON THE
      *    PROCESSING DATE, SETS THE PRICE OUTRIGHT OR TAKES ITS
      *    PERCENT OFF THE LIST PRICE ALREADY IN WS-UNIT-PRICE.
       JUDGE-CONTRACT-PARA.
           MOVE 'N' TO WS-CTR-FOUND-SW.
           IF WS-CONTRACT-CUST = SPACES
               GO TO JUDGE-CONTRACT-EXIT
           END-IF.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > WS-CTR-TOTAL OR CONTRACT-FOUND
               IF CTR-T-CUST(WS-CTR-SUB) = WS-CONTRACT-CUST
                       AND CTR-T-ITEM(WS-CTR-SUB) = WS-PROMO-ITEM
                       AND WS-PROC-DATE
                           NOT < CTR-T-START(WS-CTR-SUB)
                       AND WS-PROC-DATE NOT > CTR-T-END(WS-CTR-SUB)
                   SET CONTRACT-FOUND TO TRUE
                   IF CTR-T-FIXED-PRICE(WS-CTR-SUB)
                       MOVE CTR-T-VALUE(WS-CTR-SUB) TO WS-UNIT-PRICE
                   ELSE
                       COMPUTE WS-UNIT-PRICE ROUNDED = WS-UNIT-PRICE
                           * (100 - CTR-T-VALUE(WS-CTR-SUB)) / 100
                   END-IF
                   MOVE 'C' TO WS-PROMO-FLAG
               END-IF
           END-PERFORM.
       JUDGE-CONTRACT-EXIT.
           EXIT.

       JUDGE-PROMO-PARA.
           MOVE 'N' TO WS-PRM-FOUND-SW.
           MOVE SPACE TO WS-PROMO-FLAG.
           MOVE WS-UNIT-PRICE TO IVH-PRICE.
           MOVE WS-LINE-AMOUNT TO IVH-AMOUNT.
           MOVE WS-PROMO-FLAG TO IVH-PROMO.
           MOVE WS-TAX-CODE TO IVH-TAX-CODE.
           MOVE WS-TAX-RATE TO IVH-TAX-RATE.
           MOVE WS-LINE-TAX TO IVH-TAX.
           MOVE WS-LINE-GROSS TO IVH-GROSS.
           IF WS-HIST-COST > ZERO
               MOVE WS-HIST-COST TO IVH-COST
           END-IF.
           WRITE INVOICE-HIST-RECORD.

       READ-LAST-INVOICE-PARA.
           READ CUST-BALANCE
               INVALID KEY
                   MOVE BOT-T-CUST(WS-BOT-SUB) TO CB-CUST-ID
                   MOVE WS-LINE-GROSS TO CB-BALANCE
                   WRITE CUST-BALANCE-RECORD
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-LINE-GROSS TO CB-BALANCE
                   REWRITE CUST-BALANCE-RECORD
           END-READ.
           MOVE WS-LINE-GROSS TO WS-CTL-AMOUNT.
           MOVE WS-THIS-INVOICE TO WS-CTL-REF.
           CALL "CTLPOST" USING WS-CTL-TAG, WS-CTL-AMOUNT,
               WS-SHARED-PROGRAM, WS-CTL-REF.
           MOVE SPACES TO AR-DETAIL-RECORD.
           MOVE BOT-T-CUST(WS-BOT-SUB) TO AR-CUST-ID.
           MOVE WS-CURR-DATE TO AR-DATE.
           MOVE WS-LINE-GROSS TO AR-AMOUNT.
      *    EACH ITEM CARRIES ITS INVOICE NUMBER AND STARTS FULLY OPEN;
      *    THE CASH-APPLICATION RUN WORKS IT DOWN FROM HERE.
           MOVE WS-THIS-INVOICE TO AR-INVOICE.
           MOVE WS-LINE-GROSS TO AR-OPEN-AMOUNT.
           MOVE 'O' TO AR-STATUS.
           MOVE 'I' TO AR-TYPE.
           WRITE AR-DETAIL-RECORD.

       LOAD-BACKORDERS-PARA.
               MOVE BO-CUST TO BOT-T-CUST(WS-BOT-TOTAL)
               MOVE BO-DATE TO BOT-T-DATE(WS-BOT-TOTAL)
               MOVE 'N' TO BOT-T-RELEASED(WS-BOT-TOTAL)
               MOVE BO-QUOTE-NO TO BOT-T-QUOTE-NO(WS-BOT-TOTAL)
               MOVE BO-ORDER-NO TO BOT-T-ORDER-NO(WS-BOT-TOTAL)
               MOVE BO-ORDER-LINE TO BOT-T-ORDER-LINE(WS-BOT-TOTAL)
               MOVE ZERO TO BOT-T-QUOTE-PRICE(WS-BOT-TOTAL)
               IF BO-QUOTE-NO NOT = SPACES
                   COMPUTE BOT-T-QUOTE-PRICE(WS-BOT-TOTAL) =
                       FUNCTION NUMVAL(BO-QUOTE-PRICE-X)
               END-IF
           ELSE
               ADD 1 TO WS-BOT-SKIPPED
           END-IF.
                   MOVE BOT-T-QTY(WS-BOT-SUB) TO BO-QTY
                   MOVE BOT-T-CUST(WS-BOT-SUB) TO BO-CUST
                   MOVE BOT-T-DATE(WS-BOT-SUB) TO BO-DATE
                   IF BOT-T-QUOTE-NO(WS-BOT-SUB) NOT = SPACES
                       MOVE BOT-T-QUOTE-NO(WS-BOT-SUB) TO BO-QUOTE-NO
                       MOVE BOT-T-QUOTE-PRICE(WS-BOT-SUB)
                           TO BO-QUOTE-PRICE
                   END-IF
                   MOVE BOT-T-ORDER-NO(WS-BOT-SUB) TO BO-ORDER-NO
                   MOVE BOT-T-ORDER-LINE(WS-BOT-SUB) TO BO-ORDER-LINE
                   WRITE BACKORDER-RECORD
               END-IF
           END-PERFORM.
                       SET CODE-FOUND TO TRUE
                       MOVE WS-PRICE(WS-LKP-A-IDX, WS-LKP-C-IDX, 1)
                           TO WS-FOUND-PRICE1
                       MOVE WS-TAX-CAT(WS-LKP-A-IDX, WS-LKP-C-IDX)
                           TO WS-FOUND-TAX-CAT
                   END-IF
               END-PERFORM
           END-PERFORM.
                           TO WS-PRICE(WS-ARTICLE-IDX, WS-CODE-IDX, 1)
                       MOVE WS-PRICE2-IN
                           TO WS-PRICE(WS-ARTICLE-IDX, WS-CODE-IDX, 2)
      *                THE TAX CATEGORY SITS IN COLUMN 42, AFTER THE
      *                SUPPLIER, SO A BLANK SUPPLIER CANNOT SHIFT IT.
                       MOVE CATALOG-LINE(42:1) TO WS-TAX-CAT
                           (WS-ARTICLE-IDX, WS-CODE-IDX)
      *                COLUMN 44 IS 'Y' FOR A LOT-CONTROLLED ITEM.
                       MOVE CATALOG-LINE(44:1) TO WS-LOT-CTL
                           (WS-ARTICLE-IDX, WS-CODE-IDX)
                   END-IF
           END-READ.
       END PROGRAM BORELSE.
