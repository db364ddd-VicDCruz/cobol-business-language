      *          appends each line amount to Transactions.dat and
      *          puts the day total on ControlTotal.dat so the
      *          existing BalanceReport control-total flow proves the
      *          day's sales. A customer line is held on
      *          CreditHold.dat instead of shipped when the balance
      *          plus open orders (backorders and lines already held)
      *          would pass the customer's credit limit, or when the
      *          customer has items more than 90 days old on
      *          ARDetail.dat; a line the supervisor has released
      *          from the hold (marked R) ships without the check.
      *          A customer's negotiated price on ContractPrice.dat,
      *          in force on the processing date, is used ahead of
      *          the promotion and list prices, and the invoice line
      *          notes which of the three priced it. A line QUOTECNV
      *          converted from a quotation (marked Q with the quote
      *          number and line) bills at the price captured on
      *          Quotes.dat instead, and carries the quote through a
      *          credit hold or a backorder so the promise is kept.
      *          Each billed line carries sales tax at the TAXCALC
      *          rate for the item's catalog tax category (none for
      *          a customer flagged exempt on the master): the tax
      *          prints beside the net, rides on the invoice history,
      *          posts to the tax-payable account 2200 on
      *          Transactions.dat, and the customer is billed and the
      *          control total proved on the gross. The invoice
      *          history line also carries the warehouse's moving-
      *          average unit cost of the goods as they shipped, for
      *          the MARGRPT gross-margin analysis.
      *          The run checkpoints to ORDENT.ckp after every order
      *          line it finishes: the line number, the invoice
      *          numbers in force, the control totals and counts so
      *          far and the number of Transactions.dat lines written.
      *          A rerun after an abend finds the checkpoint, carries
      *          on after that line without posting the early lines a
      *          second time, cuts Transactions.dat back to the
      *          checkpointed count and records the restart and the
      *          resume point on the RUNSTATS run statistics. A clean
      *          finish empties the checkpoint.
      *          A kit - a catalog code sold as a bundle of other
      *          catalog codes on the KitBom.dat bill of materials
      *          (kit code, component code, quantity per kit) - is
      *          invoiced at its own catalog price, but the stock
      *          relieved and picked is each component's, with the
      *          STKMOVE entries referencing the kit; a kit with any
      *          component short goes to backorder whole.
      *          A lot-controlled item (catalog column 44 'Y') is
      *          picked from its StockLot.dat lots earliest expiry
      *          first, never from a lot already expired, and the
      *          pick list names each lot taken.
      *          Every order line that passes validation is kept on
      *          the OrderHead.dat and OrderLine.dat sales order
      *          master: one order per customer per run, numbered
      *          from LastOrdNo.ctl (a cash sale runs under the run's
      *          cash order), entered at status E and moved to P
      *          picked as soon as one of its lines is picked. Each
      *          line records whether it was picked and billed,
      *          backordered or held on credit, and the backorder or
      *          hold carries the order and line so the release
      *          comes back to the same order; a released line whose
      *          order has since been cancelled is refused, and one
      *          picked after the rest of its order has shipped or
      *          been delivered reopens the order at P so DISPATCH
      *          will ship it. The pick
      *          list heads each line with its order. DISPATCH ships
      *          a picked order and ORDCLOSE delivers or cancels it.
      *          The day's sales post under the processing date, and
      *          PERCHK refuses the run - queued on suspense, nothing
      *          invoiced - when that date falls in an accounting
      *          period month-end has already closed.
      *          A counter session is run with the till (the operator
      *          ID at the till) as the second word of the command
      *          line, after the warehouse; each cash-sale line on the
      *          invoice history carries it, so CASHREC can total the
      *          day's cash sales by till against the counted cash-up.
      *          Each charge to a customer balance is also passed to
      *          CTLPOST, so the receivables control account moves
      *          with CustBal.dat for GLRECON to prove.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT PROMO-FILE ASSIGN TO "Promo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRM-FILESTATUS.
       SELECT CONTRACT-FILE ASSIGN TO "ContractPrice.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTR-FILESTATUS.
       SELECT INVOICE-HIST ASSIGN TO "InvoiceHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IVH-FILESTATUS.
       SELECT LAST-INV-FILE ASSIGN TO "LastInvNo.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INV-NUM-FILESTATUS.
       SELECT CREDIT-HOLD ASSIGN TO "CreditHold.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRH-FILESTATUS.
       SELECT QUOTE-FILE ASSIGN TO "Quotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QT-KEY
           FILE STATUS IS QTE-FILESTATUS.
       SELECT CHECKPOINT-FILE ASSIGN TO "ORDENT.ckp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CKP-FILESTATUS.
       SELECT TXN-WORK-FILE ASSIGN TO "Transactions.rst"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TXW-FILESTATUS.
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
       SELECT LAST-ORD-FILE ASSIGN TO "LastOrdNo.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORD-NUM-FILESTATUS.
       SELECT KIT-FILE ASSIGN TO "KitBom.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KIT-FILESTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDER-FILE.
       01 ORDER-LINE PIC X(50).
       FD CATALOG-FILE.
       01 CATALOG-LINE PIC X(50).
       FD STOCK-MASTER.
       COPY STKREC REPLACING ==:REC:== BY ==STOCK-RECORD==.
       FD INVOICE-REPORT.
       01 RPT-LINE PIC X(80).
       FD TRANSACTION-FILE.
       01 TXN-LINE PIC X(48).
      *    THE DAY FILE ABOVE IS REBUILT EVERY RUN FOR THE BALANCING
           05 CB-CUST-ID PIC X(6).
           05 CB-BALANCE PIC S9(9)V99.
       FD AR-DETAIL.
       COPY ARDREC REPLACING ==:REC:== BY ==AR-DETAIL-RECORD==.
      *    A LINE THE STOCK CANNOT COVER WAITS HERE INSTEAD OF
      *    DYING; THE BORELSE PASS RELEASES IT WHEN GOODS ARRIVE.
       FD BACKORDER-FILE.
           05 BO-CUST PIC X(6).
           05 FILLER PIC X(1).
           05 BO-DATE PIC 9(8).
      *    A LINE CONVERTED FROM A QUOTE WAITS WITH ITS QUOTE NUMBER
      *    AND QUOTED PRICE, WHICH THE RELEASE STILL HONOURS.
           05 FILLER PIC X(1).
           05 BO-QUOTE-NO PIC X(6).
           05 FILLER PIC X(1).
           05 BO-QUOTE-PRICE PIC 9(5).99.
      *    THE SALES ORDER AND LINE THE BACKORDER BELONGS TO.
           05 FILLER PIC X(1).
           05 BO-ORDER-NO PIC X(6).
           05 FILLER PIC X(1).
           05 BO-ORDER-LINE PIC X(3).
       FD BIN-FILE.
       01 BIN-LINE PIC X(50).
       FD PICK-REPORT.
       01 PCK-LINE PIC X(60).
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
      *    THE TAX CODE AND RATE THE LINE WAS TAXED AT, THE TAX, AND
      *    THE GROSS BILLED; IVH-AMOUNT STAYS THE NET. LINES WRITTEN
      *    BEFORE TAX WAS CHARGED CARRY SPACES HERE.
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
      *    THE TILL THAT TOOK A CASH SALE (CUSTOMER CASH); BLANK ON A
      *    CUSTOMER'S LINE.
           05 FILLER PIC X(1).
           05 IVH-TILL PIC X(8).
       FD LAST-INV-FILE.
       01 INV-NUM-RECORD PIC 9(6).
      *    A LINE THE CUSTOMER'S CREDIT WILL NOT STAND WAITS HERE FOR
      *    THE SUPERVISOR'S RELEASE OR CANCEL IN THE CRHOLD STEP.
       FD CREDIT-HOLD.
       COPY CRHREC REPLACING ==:REC:== BY ==CREDIT-HOLD-RECORD==.
       FD QUOTE-FILE.
       COPY QTREC REPLACING ==:REC:== BY ==QUOTE-RECORD==.
       FD CHECKPOINT-FILE.
       01 CKP-RECORD PIC X(650).
      *    ON A RESTART THE DAY FILE IS COPIED HERE AND BACK, KEEPING
      *    ONLY THE LINES THE CHECKPOINT VOUCHES FOR.
       FD TXN-WORK-FILE.
       01 TXW-LINE PIC X(48).
       FD STOCK-LOT.
       COPY LOTREC REPLACING ==:REC:== BY ==STOCK-LOT-RECORD==.
       FD KIT-FILE.
       01 KIT-LINE PIC X(30).
       FD ORDER-HEAD.
       COPY SOHREC REPLACING ==:REC:== BY ==ORDER-HEAD-RECORD==.
       FD ORDER-LINE-FILE.
       COPY SOLREC REPLACING ==:REC:== BY ==ORDER-LINE-RECORD==.
       FD LAST-ORD-FILE.
       01 ORD-NUM-RECORD PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-TABLE .
                   04 WS-PRICE OCCURS 2 PIC X(5).
                   04 WS-REORDER-PT PIC 9(5).
                   04 WS-REORDER-QTY PIC 9(5).
                   04 WS-TAX-CAT PIC X(1).
                   04 WS-LOT-CTL PIC X(1).
       01 ORD-FILESTATUS PIC X(02).
       01 CAT-FILESTATUS PIC X(02).
       01 STK-FILESTATUS PIC X(02).
      *    01); EACH WAREHOUSE KEEPS ITS OWN BIN GRID FILE.
       01 WS-CMD-LINE PIC X(80).
       01 WS-WHSE PIC X(2) VALUE "01".
       01 WS-TILL-ID PIC X(8) VALUE SPACES.
       01 WS-BIN-FILE-NAME PIC X(16).
      *
       01 WS-ORD-CODE PIC X(5).
       01 WS-ORD-QTY-X PIC X(10).
       01 WS-ORD-QTY PIC S9(5).
       01 WS-ORD-CUST PIC X(6).
       01 WS-ORD-RELEASE PIC X(1).
           88 ORD-CREDIT-RELEASED VALUE 'R'.
      *    THE QUOTE A CONVERTED LINE CAME FROM, AND WHETHER ITS
      *    QUOTED PRICE WAS FOUND ON QUOTES.DAT.
       01 WS-ORD-QUOTE-NO PIC X(6).
       01 WS-ORD-QUOTE-LINE PIC X(3).
       01 QTE-FILESTATUS PIC X(02).
       01 WS-QUOTE-FILE-SW PIC X(1) VALUE 'N'.
           88 QUOTE-FILE-OPEN VALUE 'Y'.
       01 WS-QTE-FOUND-SW PIC X(1).
           88 QUOTE-FOUND VALUE 'Y'.
       01 CUS-FILESTATUS PIC X(02).
       01 BAL-FILESTATUS PIC X(02).
       01 ARD-FILESTATUS PIC X(02).
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
           05 FILLER PIC X(16) VALUE "*** BINS SHORT ".
           05 PCK-SHORT-QTY PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE " ***".
       01 PCK-ORDER-LINE.
           05 FILLER PIC X(6) VALUE "ORDER ".
           05 PCK-ORDER-NO PIC 9(6).
           05 FILLER PIC X(6) VALUE " LINE ".
           05 PCK-ORDER-LINE-NO PIC 9(3).
           05 FILLER PIC X(6) VALUE " CUST ".
           05 PCK-ORDER-CUST PIC X(6).
       01 PCK-HEADER.
           05 FILLER PIC X(16) VALUE "PICKING LIST - ".
           05 PCK-HDR-DATE PIC 9(8).
       01 WS-PROMO-ITEM PIC X(5).
       01 WS-HIST-ITEM PIC X(5).
       01 WS-HIST-QTY PIC S9(5).
       01 WS-HIST-COST PIC 9(5)V99.
      *    ONE INVOICE NUMBER PER CUSTOMER PER RUN, ISSUED FROM THE
      *    LASTINVNO.CTL LAST-USED-NUMBER FILE; A CASH SALE RUNS
      *    UNDER THE RUN'S CASH INVOICE.
       01 WS-LAST-INV-NUMBER PIC 9(6) VALUE 700000.
       01 IVH-FILESTATUS PIC X(02).
       01 INV-NUM-FILESTATUS PIC X(02).
      *    ONE SALES ORDER PER CUSTOMER PER RUN, NUMBERED FROM THE
      *    LASTORDNO.CTL LAST-USED-NUMBER FILE THE SAME WAY, WITH THE
      *    LINES GIVEN SO FAR; A CASH SALE RUNS UNDER THE RUN'S CASH
      *    ORDER. A RELEASED LINE KEEPS THE ORDER AND LINE IT WAS
      *    HELD UNDER.
       01 ORN-TABLE.
           05 ORN-ENTRY OCCURS 20 TIMES.
               10 ORN-T-CUST PIC X(6).
               10 ORN-T-NUMBER PIC 9(6).
               10 ORN-T-LINES PIC 9(3).
       01 WS-ORN-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-ORN-MAX PIC 9(2) VALUE 20.
       01 WS-ORN-SUB PIC 9(2).
       01 WS-ORN-FOUND-SW PIC X(1).
           88 ORDER-NO-FOUND VALUE 'Y'.
       01 WS-ORN-CUST PIC X(6).
       01 WS-LAST-ORD-NUMBER PIC 9(6) VALUE 600000.
       01 WS-ORDERS-OPENED PIC 9(5) VALUE ZERO.
       01 SOH-FILESTATUS PIC X(02).
       01 SOL-FILESTATUS PIC X(02).
       01 ORD-NUM-FILESTATUS PIC X(02).
       01 WS-ORDER-FILES-SW PIC X(1) VALUE 'N'.
           88 ORDER-FILES-OPEN VALUE 'Y'.
       01 WS-SOH-NEW-SW PIC X(1).
           88 ORDER-HEAD-NEW VALUE 'Y'.
       01 WS-ORD-ORDER-X PIC X(6).
       01 WS-ORD-OLINE-X PIC X(3).
       01 WS-SO-ORDER-NO PIC 9(6).
       01 WS-SO-LINE-NO PIC 9(3).
       01 WS-SO-STATUS PIC X(1).

      *    PROMOTION RECORDS RIDE ALONGSIDE THE CATALOG: ITEM, PROMO
      *    PRICE, START AND END DATE. WHILE THE BUSINESS-CALENDAR
       01 WS-PRM-SUB PIC 9(2).
       01 WS-PRM-FOUND-SW PIC X(1).
           88 PROMO-FOUND VALUE 'Y'.
      *    THE PRICE SOURCE OF THE LINE: 'Q' QUOTE, 'C' CONTRACT,
      *    'P' PROMO, SPACE LIST PRICE.
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
      *    KIT BILLS OF MATERIALS FROM KITBOM.DAT: KIT CODE, COMPONENT
      *    CODE AND QUANTITY PER KIT, ONE LINE PER COMPONENT. THE KIT
      *    IS NEVER STOCKED - ITS COMPONENTS ARE RELIEVED AND PICKED
      *    IN ITS PLACE. A COMPONENT LISTED TWICE FOR A KIT IS HELD
      *    ONCE WITH THE QUANTITIES ADDED.
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
           88 CODE-FOUND VALUE 'Y'.
       01 WS-FOUND-ARTICLE PIC X(5).
       01 WS-FOUND-PRICE1 PIC X(5).
       01 WS-FOUND-TAX-CAT PIC X(1).
       01 WS-LKP-A-IDX PIC 9.
       01 WS-LKP-C-IDX PIC 9.
      *
       01 WS-UNIT-PRICE PIC S9(5)V99.
       01 WS-LINE-AMOUNT PIC S9(7)V99.
       01 WS-DAY-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-DAY-NET PIC S9(9)V99 VALUE ZERO.
       01 WS-DAY-TAX PIC S9(9)V99 VALUE ZERO.
      *
      *    THE LINE'S TAX, FROM THE SHARED TAXCALC RATE SERVICE.
       01 WS-TAX-CODE PIC X(1).
       01 WS-TAX-RATE PIC 9(2)V999.
       01 WS-LINE-TAX PIC S9(7)V99.
       01 WS-LINE-GROSS PIC S9(7)V99.
       01 WS-TAX-FOUND PIC X(1).
       01 WS-CURR-DATE PIC 9(8).
       01 WS-LINE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
      *
      *    CREDIT EXPOSURE PER CUSTOMER: THE VALUE OF WHAT IS ON
      *    ORDER BUT NOT YET BILLED (BACKORDERS AT CATALOG PRICE AND
      *    LINES ALREADY ON CREDIT HOLD), AND WHETHER THE CUSTOMER
      *    HAS ANY ITEM PAST 90 DAYS ON THE OPEN-ITEMS FILE.
       01 CRX-TABLE.
           05 CRX-ENTRY OCCURS 300 TIMES.
               10 CRX-T-CUST PIC X(6).
               10 CRX-T-OPEN PIC S9(9)V99.
               10 CRX-T-OVERDUE PIC X(1).
       01 WS-CRX-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-CRX-MAX PIC 9(3) VALUE 300.
       01 WS-CRX-SUB PIC 9(3).
       01 WS-CRX-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-CRX-CUST PIC X(6).
       01 WS-CRX-FOUND-SW PIC X(1).
           88 CRX-FOUND VALUE 'Y'.
       01 CRH-FILESTATUS PIC X(02).
       01 CRH-EOF PIC X(1) VALUE 'N'.
           88 CRH-END-OF-FILE VALUE 'Y'.
       01 ARD-EOF PIC X(1) VALUE 'N'.
           88 ARD-END-OF-FILE VALUE 'Y'.
       01 BKO-EOF PIC X(1) VALUE 'N'.
           88 BKO-END-OF-FILE VALUE 'Y'.
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-ITEM-OPEN PIC S9(7)V99.
       01 WS-CREDIT-EXPOSURE PIC S9(9)V99.
       01 WS-HOLD-REASON PIC X(1).
           88 CREDIT-HELD VALUE 'L' 'O'.
       01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
      *
      *    CHECKPOINT AND RESTART. THE CHECKPOINT IS WRITTEN AFTER
      *    EVERY ORDER LINE IS FULLY POSTED, SO A RERUN RESUMES AFTER
      *    THE LAST LINE WHOSE STOCK, INVOICE AND AR POSTINGS ALL
      *    LANDED; THE INVOICE NUMBERS TRAVEL WITH IT BECAUSE
      *    LASTINVNO.CTL IS ONLY SAVED AT A CLEAN FINISH.
       01 CKP-FILESTATUS PIC X(02).
       01 TXW-FILESTATUS PIC X(02).
       01 TXW-EOF PIC X(1) VALUE 'N'.
           88 TXW-END-OF-FILE VALUE 'Y'.
       01 WS-ORD-LINE-NO PIC 9(7) VALUE ZERO.
       01 WS-RESTART-LINE PIC 9(7) VALUE ZERO.
       01 WS-TXN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TXN-KEPT PIC 9(7) VALUE ZERO.
       01 WS-RESTART-SW PIC X(1) VALUE 'N'.
           88 RESTARTING VALUE 'Y'.
       01 WS-CKP-DATA.
           05 CKP-LINE-NO PIC 9(7).
           05 CKP-LAST-INV PIC 9(6).
           05 CKP-DAY-NET PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05 CKP-DAY-TAX PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05 CKP-DAY-TOTAL PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05 CKP-TXN-COUNT PIC 9(7).
           05 CKP-LINE-COUNT PIC 9(5).
           05 CKP-REJECT-COUNT PIC 9(5).
           05 CKP-BACKORDER-COUNT PIC 9(5).
           05 CKP-HELD-COUNT PIC 9(5).
           05 CKP-AR-POSTED-COUNT PIC 9(5).
           05 CKP-PICK-SHORT-COUNT PIC 9(3).
           05 CKP-IVN-TOTAL PIC 9(2).
           05 CKP-IVN-TABLE PIC X(240).
           05 CKP-LAST-ORD PIC 9(6).
           05 CKP-ORDERS-OPENED PIC 9(5).
           05 CKP-ORN-TOTAL PIC 9(2).
           05 CKP-ORN-TABLE PIC X(300).
       01 RPT-RESTART-LINE.
           05 FILLER PIC X(24) VALUE "*** RUN RESTARTED AFTER ".
           05 FILLER PIC X(11) VALUE "ORDER LINE ".
           05 RPT-RESTART-AFTER PIC 9(7).
           05 FILLER PIC X(4) VALUE " ***".
      *    THE RUN IS TIMED ON THE SHARED RUN STATISTICS; A RESTART
      *    AND THE LINE IT RESUMED AFTER RIDE ON THE SAME RECORD.
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7).
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "ORDENT".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
      *    THE RECEIVABLES CONTROL ACCOUNT MOVES WITH THE CUSTOMER
      *    BALANCES, THROUGH THE SHARED CTLPOST SERVICE.
       01 WS-CTL-TAG PIC X(4) VALUE "AR".
       01 WS-CTL-AMOUNT PIC S9(9)V99.
       01 WS-CTL-REF PIC X(10).
      *
       01 WS-PER-FUNC PIC X(1).
       01 WS-PER-DATE PIC 9(8).
       01 WS-PER-PAYLOAD PIC X(80).
       01 WS-PER-RESULT PIC X(1).
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(16) VALUE "INVOICE LINES - ".
           05 RPT-PRICE PIC -(4)9.99.
           05 FILLER PIC X(4) VALUE " = ".
           05 RPT-AMOUNT PIC -(6)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-TAX PIC -(5)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-GROSS PIC -(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-NOTE PIC X(14).
       01 RPT-HEADER-2.
           05 FILLER PIC X(38)
               VALUE "ITEM     QTY       PRICE           NET".
           05 FILLER PIC X(21) VALUE "       TAX      GROSS".
       01 RPT-TOTAL-LINE.
           05 RPT-TOTAL-CAPTION PIC X(20) VALUE "DAY-END SALES   : ".
           05 RPT-TOTAL PIC -(8)9.99.
       01 WS-AMOUNT-TEXT PIC -(8)9.99.
      *    THE TRANSACTION STREAM NOW CARRIES THE DETAIL THE SALES
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-WHSE WS-TILL-ID
           END-UNSTRING.
           IF WS-WHSE = SPACES
               MOVE "01" TO WS-WHSE
           STRING "BinGrid" WS-WHSE ".dat" DELIMITED BY SIZE
               INTO WS-BIN-FILE-NAME.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           MOVE 'S' TO WS-RS-PHASE.
           MOVE ZERO TO WS-RS-RECORDS.
           CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
               WS-RS-RECORDS.
           PERFORM READ-LAST-INVOICE-PARA.
           PERFORM READ-LAST-ORDER-PARA.
           PERFORM READ-CHECKPOINT-PARA.
           PERFORM SET-PROC-DATE-PARA.
           PERFORM LOAD-PROMOS-PARA THRU LOAD-PROMOS-END.
           PERFORM LOAD-CONTRACTS-PARA THRU LOAD-CONTRACTS-END.
           PERFORM LOAD-CATALOG-DRIVER-PARA.
           PERFORM LOAD-KITS-PARA THRU LOAD-KITS-END.
      *    A KIT MISSING A COMPONENT LINE WOULD SHIP SHORT WITH THE
      *    STOCK BOOK NONE THE WISER, SO THE RUN IS REFUSED INSTEAD.
           IF WS-KIT-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-KIT-MAX " KIT COMPONENT "
               DISPLAY "*** LINES ON KITBOM.DAT - RUN REFUSED, RAISE "
               DISPLAY "*** THE KIT TABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-EXPOSURE-PARA.
      *    A CUSTOMER THE EXPOSURE TABLE CANNOT PLACE WOULD SHIP WITH
      *    NO CREDIT CHECK AT ALL, SO THE RUN IS REFUSED INSTEAD.
           IF WS-CRX-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-CRX-MAX " CUSTOMERS WITH "
               DISPLAY "*** OPEN ITEMS OR ORDERS - RUN REFUSED, RAISE "
               DISPLAY "*** THE CREDIT EXPOSURE TABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'P' TO WS-PER-FUNC.
           MOVE WS-PROC-DATE TO WS-PER-DATE.
           MOVE SPACES TO WS-PER-PAYLOAD.
           STRING "ORDER ENTRY RUN FOR " WS-PROC-DATE " NOT POSTED"
               DELIMITED BY SIZE INTO WS-PER-PAYLOAD.
           CALL "PERCHK" USING WS-PER-FUNC, WS-SHARED-PROGRAM,
               WS-PER-DATE, WS-PER-PAYLOAD, WS-PER-RESULT.
           IF WS-PER-RESULT = 'N'
               DISPLAY "*** " WS-PROC-DATE " FALLS IN A CLOSED PERIOD "
               DISPLAY "*** - RUN REFUSED, NOTHING INVOICED"
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
           PERFORM OPEN-ORDER-FILES-PARA.
           OPEN INPUT ORDER-FILE.
           IF ORD-FILESTATUS NOT = "00"
               DISPLAY " ORDERS.DAT NOT FOUND - NO SALES TODAY "
               PERFORM CLOSE-ORDER-FILES-PARA
               IF LOT-FILE-OPEN
                   CLOSE STOCK-LOT
               END-IF
               CLOSE STOCK-MASTER
               GOBACK
           END-IF.
           IF RESTARTING
               PERFORM OPEN-RESTART-FILES-PARA
           ELSE
               OPEN OUTPUT INVOICE-REPORT
               MOVE WS-CURR-DATE TO RPT-HDR-DATE
               WRITE RPT-LINE FROM RPT-HEADER-1
               WRITE RPT-LINE FROM RPT-HEADER-2
               OPEN OUTPUT TRANSACTION-FILE
           END-IF.
           OPEN EXTEND SALES-HIST.
           IF SLS-FILESTATUS NOT = "00"
               OPEN OUTPUT SALES-HIST
           END-IF.
           PERFORM OPEN-CUSTOMER-FILES-PARA.
           PERFORM LOAD-BIN-FILE-PARA THRU LOAD-BIN-FILE-END.
           IF RESTARTING
               OPEN EXTEND PICK-REPORT
               IF PCK-FILESTATUS NOT = "00"
                   OPEN OUTPUT PICK-REPORT
               END-IF
           ELSE
               OPEN OUTPUT PICK-REPORT
               MOVE WS-CURR-DATE TO PCK-HDR-DATE
               WRITE PCK-LINE FROM PCK-HEADER
           END-IF.
           PERFORM PROCESS-ORDER-PARA THRU PROCESS-ORDER-EXIT
               UNTIL ORD-END-OF-FILE.
           MOVE "DAY-END NET     : " TO RPT-TOTAL-CAPTION.
           MOVE WS-DAY-NET TO RPT-TOTAL.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE "DAY-END TAX     : " TO RPT-TOTAL-CAPTION.
           MOVE WS-DAY-TAX TO RPT-TOTAL.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE "DAY-END SALES   : " TO RPT-TOTAL-CAPTION.
           MOVE WS-DAY-TOTAL TO RPT-TOTAL.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           PERFORM CLOSE-CUSTOMER-FILES-PARA.
           CLOSE SALES-HIST.
           CLOSE INVOICE-HIST.
           PERFORM SAVE-LAST-INVOICE-PARA.
           PERFORM SAVE-LAST-ORDER-PARA.
           PERFORM CLOSE-ORDER-FILES-PARA.
           CLOSE PICK-REPORT.
           PERFORM SAVE-BIN-FILE-PARA THRU SAVE-BIN-FILE-END.
           CLOSE TRANSACTION-FILE.
           CLOSE INVOICE-REPORT.
           CLOSE ORDER-FILE.
           IF LOT-FILE-OPEN
               CLOSE STOCK-LOT
           END-IF.
           CLOSE STOCK-MASTER.
           OPEN OUTPUT CONTROL-FILE.
           MOVE WS-DAY-TOTAL TO WS-AMOUNT-TEXT.
           MOVE WS-AMOUNT-TEXT TO CTL-LINE.
           WRITE CTL-LINE.
           CLOSE CONTROL-FILE.
      *    THE DAY IS POSTED WHOLE - NOTHING LEFT TO RESTART FROM.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
           MOVE 'E' TO WS-RS-PHASE.
           MOVE WS-ORD-LINE-NO TO WS-RS-RECORDS.
           CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
               WS-RS-RECORDS.
           DISPLAY "INVOICE LINES WRITTEN : " WS-LINE-COUNT.
           DISPLAY "LINES REJECTED        : " WS-REJECT-COUNT.
           DISPLAY "LINES BACKORDERED     : " WS-BACKORDER-COUNT.
           DISPLAY "LINES ON CREDIT HOLD  : " WS-HELD-COUNT.
           DISPLAY "AR POSTINGS           : " WS-AR-POSTED-COUNT.
           DISPLAY "SALES ORDERS OPENED   : " WS-ORDERS-OPENED.
           DISPLAY "DAY-END NET SALES     : " WS-DAY-NET.
           DISPLAY "DAY-END SALES TAX     : " WS-DAY-TAX.
           DISPLAY "DAY-END SALES TOTAL   : " WS-DAY-TOTAL.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
               DISPLAY " CUSTMASTER.DAT NOT FOUND - EVERY CUSTOMER "
               DISPLAY " ORDER LINE WILL BE REFUSED "
           END-IF.
           OPEN INPUT QUOTE-FILE.
           IF QTE-FILESTATUS = "00"
               SET QUOTE-FILE-OPEN TO TRUE
           END-IF.
           OPEN I-O CUST-BALANCE.
           IF BAL-FILESTATUS = "35"
               OPEN OUTPUT CUST-BALANCE
           IF CUST-FILE-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF QUOTE-FILE-OPEN
               CLOSE QUOTE-FILE
           END-IF.
           CLOSE CUST-BALANCE.
           CLOSE AR-DETAIL.

      *    HOLDING THE ITEM UNTIL THE LINE IS COVERED; A BIN PICKED
      *    EMPTY IS FREED, AND A LINE THE BINS CANNOT COVER IS
      *    FLAGGED SHORT FOR THE WAREHOUSE TO CHASE.
      *    THE CALLER SETS THE ITEM AND QUANTITY TO PICK - THE ORDER
      *    LINE ITSELF, OR EACH COMPONENT OF A KIT IN TURN.
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
               WRITE PCK-LINE FROM PCK-SHORT-LINE
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
               WRITE PCK-LINE FROM PCK-LOT-SHORT-LINE
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
           WRITE PCK-LINE FROM PCK-LOT-LINE.
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

      *    A CONVERTED LINE TAKES THE PRICE CAPTURED ON ITS QUOTE,
      *    PROVIDED THE QUOTE LINE IS FOR THIS CUSTOMER AND ITEM; ONE
      *    THAT DOES NOT MATCH IS LOGGED AND PRICED AS ANY OTHER.
       JUDGE-QUOTE-PARA.
           MOVE 'N' TO WS-QTE-FOUND-SW.
           IF WS-ORD-QUOTE-NO = SPACES
               GO TO JUDGE-QUOTE-EXIT
           END-IF.
           IF QUOTE-FILE-OPEN AND WS-ORD-QUOTE-NO IS NUMERIC
                   AND WS-ORD-QUOTE-LINE IS NUMERIC
               MOVE WS-ORD-QUOTE-NO TO QT-NUMBER
               MOVE WS-ORD-QUOTE-LINE TO QT-LINE
               READ QUOTE-FILE
                   INVALID KEY
                       MOVE "23" TO QTE-FILESTATUS
               END-READ
               IF QTE-FILESTATUS = "00" AND QT-ITEM = WS-ORD-CODE
                       AND QT-CUST = WS-ORD-CUST
                   SET QUOTE-FOUND TO TRUE
                   MOVE QT-PRICE TO WS-UNIT-PRICE
                   MOVE 'Q' TO WS-PROMO-FLAG
                   GO TO JUDGE-QUOTE-EXIT
               END-IF
           END-IF.
           MOVE "NO-QUOTE " TO WS-SHARED-ACTION.
           MOVE WS-ORD-QUOTE-NO TO WS-SHARED-KEY.
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
               WS-SHARED-ACTION, WS-SHARED-KEY.
       JUDGE-QUOTE-EXIT.
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
           IF WS-INV-CUST = "CASH"
               MOVE WS-TILL-ID TO IVH-TILL
           END-IF.
           WRITE INVOICE-HIST-RECORD.

       READ-LAST-INVOICE-PARA.
           WRITE INV-NUM-RECORD.
           CLOSE LAST-INV-FILE.

       READ-LAST-ORDER-PARA.
           OPEN INPUT LAST-ORD-FILE.
           IF ORD-NUM-FILESTATUS = "00"
               READ LAST-ORD-FILE INTO WS-LAST-ORD-NUMBER
                   AT END MOVE 600000 TO WS-LAST-ORD-NUMBER
               END-READ
               CLOSE LAST-ORD-FILE
           ELSE
               DISPLAY " LASTORDNO.CTL NOT FOUND - STARTING AT "
                   "600000 "
           END-IF.

       SAVE-LAST-ORDER-PARA.
           OPEN OUTPUT LAST-ORD-FILE.
           MOVE WS-LAST-ORD-NUMBER TO ORD-NUM-RECORD.
           WRITE ORD-NUM-RECORD.
           CLOSE LAST-ORD-FILE.

      *    THE SALES ORDER MASTER IS RAISED ON FIRST USE. A MASTER
      *    THAT WILL NOT OPEN LEAVES THE RUN SHIPPING AS BEFORE, WITH
      *    NO ORDERS RECORDED.
       OPEN-ORDER-FILES-PARA.
           OPEN I-O ORDER-HEAD.
           IF SOH-FILESTATUS = "35"
               OPEN OUTPUT ORDER-HEAD
               CLOSE ORDER-HEAD
               OPEN I-O ORDER-HEAD
           END-IF.
           OPEN I-O ORDER-LINE-FILE.
           IF SOL-FILESTATUS = "35"
               OPEN OUTPUT ORDER-LINE-FILE
               CLOSE ORDER-LINE-FILE
               OPEN I-O ORDER-LINE-FILE
           END-IF.
           IF SOH-FILESTATUS = "00" AND SOL-FILESTATUS = "00"
               SET ORDER-FILES-OPEN TO TRUE
           ELSE
               DISPLAY " ORDERHEAD.DAT/ORDERLINE.DAT WILL NOT OPEN - "
               DISPLAY " NO SALES ORDERS RECORDED THIS RUN "
           END-IF.

       CLOSE-ORDER-FILES-PARA.
           IF ORDER-FILES-OPEN
               CLOSE ORDER-HEAD
               CLOSE ORDER-LINE-FILE
           END-IF.

      *    THE LINE IS WRITTEN UNDER ITS ORDER - A NEW ORDER NUMBER
      *    FOR THE CUSTOMER'S FIRST LINE OF THE RUN, OR THE ORDER A
      *    RELEASED LINE WAS HELD UNDER - AND THE HEADER MOVES TO
      *    PICKED WITH THE FIRST LINE PICKED. A LINE OR HEADER
      *    ALREADY ON FILE (A RESTART RE-POSTING THE LINE THE RUN
      *    FELL OVER ON, OR A RELEASE) IS REWRITTEN.
       RECORD-ORDER-LINE-PARA.
           MOVE ZERO TO WS-SO-ORDER-NO.
           MOVE ZERO TO WS-SO-LINE-NO.
           IF NOT ORDER-FILES-OPEN
               GO TO RECORD-ORDER-LINE-EXIT
           END-IF.
           IF WS-ORD-ORDER-X IS NUMERIC AND WS-ORD-OLINE-X IS NUMERIC
               MOVE WS-ORD-ORDER-X TO WS-SO-ORDER-NO
               MOVE WS-ORD-OLINE-X TO WS-SO-LINE-NO
           ELSE
               MOVE WS-ORD-CUST TO WS-ORN-CUST
               PERFORM GET-ORDER-NO-PARA
           END-IF.
           MOVE WS-SO-ORDER-NO TO SOH-ORDER-NO.
           MOVE 'N' TO WS-SOH-NEW-SW.
           READ ORDER-HEAD
               INVALID KEY
                   SET ORDER-HEAD-NEW TO TRUE
                   MOVE SPACES TO ORDER-HEAD-RECORD
                   MOVE WS-SO-ORDER-NO TO SOH-ORDER-NO
                   MOVE WS-ORD-CUST TO SOH-CUST
                   MOVE WS-WHSE TO SOH-WHSE
                   MOVE WS-CURR-DATE TO SOH-ENTERED
                   MOVE 'E' TO SOH-STATUS
                   MOVE WS-CURR-DATE TO SOH-STATUS-DATE
                   MOVE ZERO TO SOH-LINE-COUNT
                   MOVE ZERO TO SOH-SHIP-DATE
                   MOVE ZERO TO SOH-POD-DATE
           END-READ.
           IF WS-SO-LINE-NO > SOH-LINE-COUNT
               MOVE WS-SO-LINE-NO TO SOH-LINE-COUNT
           END-IF.
           IF WS-SO-STATUS = 'P' AND (SOH-IS-ENTERED
                   OR SOH-IS-SHIPPED OR SOH-IS-DELIVERED)
               MOVE 'P' TO SOH-STATUS
               MOVE WS-CURR-DATE TO SOH-STATUS-DATE
           END-IF.
           IF ORDER-HEAD-NEW
               WRITE ORDER-HEAD-RECORD
               END-WRITE
           ELSE
               REWRITE ORDER-HEAD-RECORD
               END-REWRITE
           END-IF.
           MOVE SPACES TO ORDER-LINE-RECORD.
           MOVE WS-SO-ORDER-NO TO SOL-ORDER-NO.
           MOVE WS-SO-LINE-NO TO SOL-LINE-NO.
           MOVE WS-ORD-CODE TO SOL-ITEM.
           MOVE WS-ORD-QTY TO SOL-QTY.
           MOVE WS-SO-STATUS TO SOL-STATUS.
           MOVE WS-CURR-DATE TO SOL-STATUS-DATE.
           MOVE ZERO TO SOL-GROSS.
           MOVE ZERO TO SOL-INVOICE.
           IF WS-SO-STATUS = 'P'
               MOVE WS-LINE-GROSS TO SOL-GROSS
               MOVE WS-THIS-INVOICE TO SOL-INVOICE
           END-IF.
           WRITE ORDER-LINE-RECORD
               INVALID KEY
                   REWRITE ORDER-LINE-RECORD
                   END-REWRITE
           END-WRITE.
       RECORD-ORDER-LINE-EXIT.
           EXIT.

      *    THE CUSTOMER'S ORDER FOR THE RUN AND THE NEXT LINE ON IT;
      *    WITH THE TABLE FULL EACH FURTHER LINE OPENS AN ORDER OF
      *    ITS OWN.
       GET-ORDER-NO-PARA.
           IF WS-ORN-CUST = SPACES
               MOVE "CASH" TO WS-ORN-CUST
           END-IF.
           MOVE 'N' TO WS-ORN-FOUND-SW.
           PERFORM VARYING WS-ORN-SUB FROM 1 BY 1
                   UNTIL WS-ORN-SUB > WS-ORN-TOTAL
                   OR ORDER-NO-FOUND
               IF ORN-T-CUST(WS-ORN-SUB) = WS-ORN-CUST
                   SET ORDER-NO-FOUND TO TRUE
                   ADD 1 TO ORN-T-LINES(WS-ORN-SUB)
                   MOVE ORN-T-NUMBER(WS-ORN-SUB) TO WS-SO-ORDER-NO
                   MOVE ORN-T-LINES(WS-ORN-SUB) TO WS-SO-LINE-NO
               END-IF
           END-PERFORM.
           IF NOT ORDER-NO-FOUND
               ADD 1 TO WS-LAST-ORD-NUMBER
               ADD 1 TO WS-ORDERS-OPENED
               MOVE WS-LAST-ORD-NUMBER TO WS-SO-ORDER-NO
               MOVE 1 TO WS-SO-LINE-NO
               IF WS-ORN-TOTAL < WS-ORN-MAX
                   ADD 1 TO WS-ORN-TOTAL
                   MOVE WS-ORN-CUST TO ORN-T-CUST(WS-ORN-TOTAL)
                   MOVE WS-SO-ORDER-NO TO ORN-T-NUMBER(WS-ORN-TOTAL)
                   MOVE 1 TO ORN-T-LINES(WS-ORN-TOTAL)
               END-IF
           END-IF.

      *    A CHECKPOINT LEFT BEHIND MEANS THE LAST RUN DID NOT FINISH:
      *    THE TOTALS, COUNTS AND INVOICE NUMBERS PICK UP WHERE IT
      *    STOPPED, AHEAD OF WHATEVER LASTINVNO.CTL STILL SAYS.
       READ-CHECKPOINT-PARA.
           MOVE ZERO TO WS-RESTART-LINE.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKP-FILESTATUS NOT = "00"
               GO TO READ-CHECKPOINT-EXIT
           END-IF.
           READ CHECKPOINT-FILE INTO WS-CKP-DATA
               AT END
                   MOVE ZERO TO CKP-LINE-NO
           END-READ.
           CLOSE CHECKPOINT-FILE.
           IF CKP-LINE-NO NOT NUMERIC OR CKP-LINE-NO = ZERO
               GO TO READ-CHECKPOINT-EXIT
           END-IF.
           SET RESTARTING TO TRUE.
           MOVE CKP-LINE-NO TO WS-RESTART-LINE.
           MOVE CKP-LAST-INV TO WS-LAST-INV-NUMBER.
           MOVE CKP-DAY-NET TO WS-DAY-NET.
           MOVE CKP-DAY-TAX TO WS-DAY-TAX.
           MOVE CKP-DAY-TOTAL TO WS-DAY-TOTAL.
           MOVE CKP-TXN-COUNT TO WS-TXN-COUNT.
           MOVE CKP-LINE-COUNT TO WS-LINE-COUNT.
           MOVE CKP-REJECT-COUNT TO WS-REJECT-COUNT.
           MOVE CKP-BACKORDER-COUNT TO WS-BACKORDER-COUNT.
           MOVE CKP-HELD-COUNT TO WS-HELD-COUNT.
           MOVE CKP-AR-POSTED-COUNT TO WS-AR-POSTED-COUNT.
           MOVE CKP-PICK-SHORT-COUNT TO WS-PICK-SHORT-COUNT.
           MOVE CKP-IVN-TOTAL TO WS-IVN-TOTAL.
           MOVE CKP-IVN-TABLE TO IVN-TABLE.
      *    A CHECKPOINT LEFT BY A RUN BEFORE ORDERS WERE NUMBERED
      *    CARRIES NO ORDER TABLE; THE RUN STARTS ONE AFRESH.
           IF CKP-LAST-ORD NUMERIC AND CKP-ORN-TOTAL NUMERIC
               MOVE CKP-LAST-ORD TO WS-LAST-ORD-NUMBER
               MOVE CKP-ORDERS-OPENED TO WS-ORDERS-OPENED
               MOVE CKP-ORN-TOTAL TO WS-ORN-TOTAL
               MOVE CKP-ORN-TABLE TO ORN-TABLE
           END-IF.
           DISPLAY "RESUMING AFTER ORDER LINE : " WS-RESTART-LINE.
           MOVE 'R' TO WS-RS-PHASE.
           MOVE WS-RESTART-LINE TO WS-RS-RECORDS.
           CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
               WS-RS-RECORDS.
       READ-CHECKPOINT-EXIT.
           EXIT.

      *    THE BIN GRID IS SAVED WITH THE CHECKPOINT SO THE PICKS
      *    ALREADY TAKEN ARE NOT OFFERED AGAIN AFTER A RESTART.
       WRITE-CHECKPOINT-PARA.
           MOVE WS-ORD-LINE-NO TO CKP-LINE-NO.
           MOVE WS-LAST-INV-NUMBER TO CKP-LAST-INV.
           MOVE WS-DAY-NET TO CKP-DAY-NET.
           MOVE WS-DAY-TAX TO CKP-DAY-TAX.
           MOVE WS-DAY-TOTAL TO CKP-DAY-TOTAL.
           MOVE WS-TXN-COUNT TO CKP-TXN-COUNT.
           MOVE WS-LINE-COUNT TO CKP-LINE-COUNT.
           MOVE WS-REJECT-COUNT TO CKP-REJECT-COUNT.
           MOVE WS-BACKORDER-COUNT TO CKP-BACKORDER-COUNT.
           MOVE WS-HELD-COUNT TO CKP-HELD-COUNT.
           MOVE WS-AR-POSTED-COUNT TO CKP-AR-POSTED-COUNT.
           MOVE WS-PICK-SHORT-COUNT TO CKP-PICK-SHORT-COUNT.
           MOVE WS-IVN-TOTAL TO CKP-IVN-TOTAL.
           MOVE IVN-TABLE TO CKP-IVN-TABLE.
           MOVE WS-LAST-ORD-NUMBER TO CKP-LAST-ORD.
           MOVE WS-ORDERS-OPENED TO CKP-ORDERS-OPENED.
           MOVE WS-ORN-TOTAL TO CKP-ORN-TOTAL.
           MOVE ORN-TABLE TO CKP-ORN-TABLE.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CKP-RECORD FROM WS-CKP-DATA.
           CLOSE CHECKPOINT-FILE.
           PERFORM SAVE-BIN-FILE-PARA THRU SAVE-BIN-FILE-END.

      *    A RESTART KEEPS THE INVOICE AND PICK LISTS ALREADY PRINTED
      *    AND CARRIES ON UNDER THEM. TRANSACTIONS.DAT IS CUT BACK TO
      *    THE CHECKPOINTED COUNT FIRST, DROPPING ANY LINE HALF
      *    POSTED WHEN THE RUN FELL OVER, SO THE BALANCING PROOF
      *    AGREES WITH THE RESTORED CONTROL TOTAL.
       OPEN-RESTART-FILES-PARA.
           OPEN EXTEND INVOICE-REPORT.
           IF INV-FILESTATUS NOT = "00"
               OPEN OUTPUT INVOICE-REPORT
           END-IF.
           MOVE WS-RESTART-LINE TO RPT-RESTART-AFTER.
           WRITE RPT-LINE FROM RPT-RESTART-LINE.
           MOVE ZERO TO WS-TXN-KEPT.
           OPEN INPUT TRANSACTION-FILE.
           OPEN OUTPUT TXN-WORK-FILE.
           IF TXN-FILESTATUS = "00"
               MOVE 'N' TO TXW-EOF
               PERFORM KEEP-TXN-PARA
                   UNTIL TXW-END-OF-FILE OR WS-TXN-KEPT = WS-TXN-COUNT
               CLOSE TRANSACTION-FILE
           END-IF.
           CLOSE TXN-WORK-FILE.
           IF WS-TXN-KEPT < WS-TXN-COUNT
               DISPLAY "*** TRANSACTIONS.DAT HOLDS " WS-TXN-KEPT
                   " LINES, CHECKPOINT SAYS " WS-TXN-COUNT
               MOVE "TXN-SHORT" TO WS-SHARED-ACTION
               MOVE WS-RESTART-LINE TO WS-SHARED-KEY
               CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
                   WS-SHARED-ACTION, WS-SHARED-KEY
               MOVE WS-TXN-KEPT TO WS-TXN-COUNT
           END-IF.
           OPEN INPUT TXN-WORK-FILE.
           OPEN OUTPUT TRANSACTION-FILE.
           MOVE 'N' TO TXW-EOF.
           PERFORM RESTORE-TXN-PARA UNTIL TXW-END-OF-FILE.
           CLOSE TXN-WORK-FILE.
           CLOSE TRANSACTION-FILE.
           OPEN EXTEND TRANSACTION-FILE.

       KEEP-TXN-PARA.
           READ TRANSACTION-FILE
               AT END
                   SET TXW-END-OF-FILE TO TRUE
               NOT AT END
                   WRITE TXW-LINE FROM TXN-LINE
                   ADD 1 TO WS-TXN-KEPT
           END-READ.

       RESTORE-TXN-PARA.
           READ TXN-WORK-FILE
               AT END
                   SET TXW-END-OF-FILE TO TRUE
               NOT AT END
                   WRITE TXN-LINE FROM TXW-LINE
           END-READ.

       QUEUE-BACKORDER-PARA.
           OPEN EXTEND BACKORDER-FILE.
           IF BKO-FILESTATUS NOT = "00"
           MOVE WS-ORD-QTY TO BO-QTY.
           MOVE WS-ORD-CUST TO BO-CUST.
           MOVE WS-CURR-DATE TO BO-DATE.
           IF QUOTE-FOUND
               MOVE WS-ORD-QUOTE-NO TO BO-QUOTE-NO
               MOVE WS-UNIT-PRICE TO BO-QUOTE-PRICE
           END-IF.
           IF WS-SO-ORDER-NO > ZERO
               MOVE WS-SO-ORDER-NO TO BO-ORDER-NO
               MOVE WS-SO-LINE-NO TO BO-ORDER-LINE
           END-IF.
           WRITE BACKORDER-RECORD.
           CLOSE BACKORDER-FILE.
           IF WS-ORD-CUST NOT = SPACES
               MOVE WS-ORD-CUST TO WS-CRX-CUST
               PERFORM FIND-EXPOSURE-PARA
               IF CRX-FOUND
                   ADD WS-LINE-AMOUNT TO CRX-T-OPEN(WS-CRX-SUB)
               END-IF
           END-IF.

       POST-RECEIVABLE-PARA.
           MOVE WS-ORD-CUST TO CB-CUST-ID.
           READ CUST-BALANCE
               INVALID KEY
                   MOVE WS-ORD-CUST TO CB-CUST-ID
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
           MOVE WS-ORD-CUST TO AR-CUST-ID.
           MOVE WS-CURR-DATE TO AR-DATE.
           MOVE WS-LINE-GROSS TO AR-AMOUNT.
      *    EACH ITEM CARRIES ITS INVOICE NUMBER AND STARTS FULLY OPEN;
      *    THE CASH-APPLICATION RUN WORKS IT DOWN FROM HERE.
           MOVE WS-THIS-INVOICE TO AR-INVOICE.
           MOVE WS-LINE-GROSS TO AR-OPEN-AMOUNT.
           MOVE 'O' TO AR-STATUS.
           MOVE 'I' TO AR-TYPE.
           WRITE AR-DETAIL-RECORD.
           ADD 1 TO WS-AR-POSTED-COUNT.

      *    EACH LINE READ IS NUMBERED; ON A RESTART THE LINES THE
      *    CHECKPOINT ALREADY COVERS ARE READ PAST, NOT POSTED AGAIN.
       PROCESS-ORDER-PARA.
           READ ORDER-FILE INTO ORDER-LINE
               AT END
                   SET ORD-END-OF-FILE TO TRUE
                   GO TO PROCESS-ORDER-EXIT
           END-READ.
           ADD 1 TO WS-ORD-LINE-NO.
           IF WS-ORD-LINE-NO NOT > WS-RESTART-LINE
               GO TO PROCESS-ORDER-EXIT
           END-IF.
           PERFORM POST-ORDER-PARA THRU POST-ORDER-EXIT.
           PERFORM WRITE-CHECKPOINT-PARA.
       PROCESS-ORDER-EXIT.
           EXIT.

       POST-ORDER-PARA.
           MOVE SPACES TO WS-ORD-CUST.
           MOVE SPACES TO WS-ORD-RELEASE.
           MOVE SPACES TO WS-ORD-QUOTE-NO.
           MOVE SPACES TO WS-ORD-QUOTE-LINE.
           UNSTRING ORDER-LINE DELIMITED BY ALL SPACE
               INTO WS-ORD-CODE WS-ORD-QTY-X WS-ORD-CUST
                   WS-ORD-RELEASE WS-ORD-QUOTE-NO WS-ORD-QUOTE-LINE
           END-UNSTRING.
           IF WS-ORD-CODE = SPACES
               GO TO POST-ORDER-EXIT
           END-IF.
      *    A RELEASED LINE COMES BACK FROM CRHOLD IN ITS FIXED
      *    LAYOUT, SO ITS QUOTE AND ORDER REFERENCES ARE TAKEN BY
      *    POSITION - A BLANK QUOTE WOULD SHIFT THE ORDER LEFT.
           MOVE SPACES TO WS-ORD-ORDER-X.
           MOVE SPACES TO WS-ORD-OLINE-X.
           IF ORD-CREDIT-RELEASED
               MOVE ORDER-LINE(22:6) TO WS-ORD-QUOTE-NO
               MOVE ORDER-LINE(29:3) TO WS-ORD-QUOTE-LINE
               MOVE ORDER-LINE(33:6) TO WS-ORD-ORDER-X
               MOVE ORDER-LINE(40:3) TO WS-ORD-OLINE-X
           END-IF.
           MOVE ZERO TO WS-SO-ORDER-NO.
           MOVE ZERO TO WS-SO-LINE-NO.
           MOVE FUNCTION NUMVAL(WS-ORD-QTY-X) TO WS-ORD-QTY.
           MOVE WS-ORD-CODE TO WS-LOOKUP-CODE.
           PERFORM LOOKUP-PRICE-PARA.
               MOVE WS-ORD-QTY TO RPT-QTY
               MOVE ZERO TO RPT-PRICE
               MOVE ZERO TO RPT-AMOUNT
               MOVE ZERO TO RPT-TAX
               MOVE ZERO TO RPT-GROSS
               MOVE "UNKNOWN CODE" TO RPT-NOTE
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               MOVE "BAD-CODE " TO WS-SHARED-ACTION
               MOVE WS-ORD-CODE TO WS-SHARED-KEY
               CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
                   WS-SHARED-ACTION, WS-SHARED-KEY
               GO TO POST-ORDER-EXIT
           END-IF.
      *    A LINE CARRYING A CUSTOMER NUMBER MUST NAME A CUSTOMER THE
      *    MASTER KNOWS; A BLANK CUSTOMER IS A CASH SALE.
                   MOVE WS-ORD-QTY TO RPT-QTY
                   MOVE ZERO TO RPT-PRICE
                   MOVE ZERO TO RPT-AMOUNT
                   MOVE ZERO TO RPT-TAX
                   MOVE ZERO TO RPT-GROSS
                   MOVE "UNKNOWN CUST" TO RPT-NOTE
                   WRITE RPT-LINE FROM RPT-DETAIL-LINE
                   MOVE "BAD-CUST " TO WS-SHARED-ACTION
                   MOVE WS-ORD-CUST TO WS-SHARED-KEY
                   CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
                       WS-SHARED-ACTION, WS-SHARED-KEY
                   GO TO POST-ORDER-EXIT
               END-IF
           END-IF.
      *    A RELEASED LINE WHOSE ORDER WAS CANCELLED WHILE IT WAITED
      *    IS NOT SHIPPED.
           IF WS-ORD-ORDER-X IS NUMERIC AND ORDER-FILES-OPEN
               MOVE WS-ORD-ORDER-X TO SOH-ORDER-NO
               READ ORDER-HEAD
                   INVALID KEY
                       MOVE SPACE TO SOH-STATUS
               END-READ
               IF SOH-IS-CANCELLED
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE WS-ORD-CODE TO RPT-ITEM
                   MOVE WS-ORD-QTY TO RPT-QTY
                   MOVE ZERO TO RPT-PRICE
                   MOVE ZERO TO RPT-AMOUNT
                   MOVE ZERO TO RPT-TAX
                   MOVE ZERO TO RPT-GROSS
                   MOVE "ORD CANCELLED" TO RPT-NOTE
                   WRITE RPT-LINE FROM RPT-DETAIL-LINE
                   MOVE "ORD-CANC " TO WS-SHARED-ACTION
                   MOVE WS-ORD-ORDER-X TO WS-SHARED-KEY
                   CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
                       WS-SHARED-ACTION, WS-SHARED-KEY
                   GO TO POST-ORDER-EXIT
               END-IF
           END-IF.
      *    THE LINE IS PRICED BEFORE ANYTHING MOVES, SO THE CREDIT
      *    CHECK KNOWS WHAT IT WOULD ADD TO THE CUSTOMER'S BALANCE.
           COMPUTE WS-UNIT-PRICE =
               FUNCTION NUMVAL(WS-FOUND-PRICE1).
           MOVE WS-ORD-CODE TO WS-PROMO-ITEM.
           MOVE WS-ORD-CUST TO WS-CONTRACT-CUST.
           MOVE SPACE TO WS-PROMO-FLAG.
           PERFORM JUDGE-QUOTE-PARA THRU JUDGE-QUOTE-EXIT.
           IF NOT QUOTE-FOUND
               PERFORM JUDGE-CONTRACT-PARA THRU JUDGE-CONTRACT-EXIT
               IF NOT CONTRACT-FOUND
                   PERFORM JUDGE-PROMO-PARA
               END-IF
           END-IF.
           COMPUTE WS-LINE-AMOUNT = WS-UNIT-PRICE * WS-ORD-QTY.
           PERFORM CALC-TAX-PARA.
           IF WS-ORD-CUST NOT = SPACES AND NOT ORD-CREDIT-RELEASED
               PERFORM CREDIT-CHECK-PARA
               IF CREDIT-HELD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE WS-ORD-CODE TO RPT-ITEM
                   MOVE WS-ORD-QTY TO RPT-QTY
                   MOVE ZERO TO RPT-PRICE
                   MOVE ZERO TO RPT-AMOUNT
                   MOVE ZERO TO RPT-TAX
                   MOVE ZERO TO RPT-GROSS
                   MOVE "CREDIT HOLD" TO RPT-NOTE
                   WRITE RPT-LINE FROM RPT-DETAIL-LINE
                   MOVE 'H' TO WS-SO-STATUS
                   PERFORM RECORD-ORDER-LINE-PARA
                       THRU RECORD-ORDER-LINE-EXIT
                   PERFORM QUEUE-CREDIT-HOLD-PARA
                   MOVE "CRED-HOLD" TO WS-SHARED-ACTION
                   MOVE WS-ORD-CUST TO WS-SHARED-KEY
                   CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
                       WS-SHARED-ACTION, WS-SHARED-KEY
                   GO TO POST-ORDER-EXIT
               END-IF
           END-IF.
      *    A KIT IS JUDGED ON ITS COMPONENTS: ANY ONE SHORT HOLDS
      *    THE WHOLE KIT BACK.
           MOVE WS-ORD-CODE TO WS-KIT-KIT-IN.
           PERFORM FIND-KIT-PARA.
           MOVE 'N' TO WS-KIT-SHORT-SW.
           IF KIT-FOUND
               PERFORM CHECK-KIT-COMP-PARA
                   VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-TOTAL
           ELSE
               MOVE WS-WHSE TO STK-WHSE
               MOVE WS-ORD-CODE TO STK-ITEM-CODE
               READ STOCK-MASTER
                   INVALID KEY
                       MOVE ZERO TO STK-ON-HAND
                       MOVE "33" TO STK-FILESTATUS
               END-READ
               IF STK-FILESTATUS NOT = "00"
                       OR STK-ON-HAND < WS-ORD-QTY
                   SET KIT-SHORT TO TRUE
               END-IF
           END-IF.
      *    A LINE THAT WOULD DRIVE STOCK NEGATIVE IS REFUSED WHOLE -
      *    THE WAREHOUSE CANNOT SHIP WHAT THE BOOK DOES NOT HOLD.
      *    A LINE THE STOCK CANNOT COVER IS NO LONGER FORGOTTEN: IT
      *    GOES TO THE BACKORDER FILE FOR THE RELEASE PASS THAT RUNS
      *    AFTER RECEIVING POSTS.
           IF KIT-SHORT
               ADD 1 TO WS-BACKORDER-COUNT
               MOVE WS-ORD-CODE TO RPT-ITEM
               MOVE WS-ORD-QTY TO RPT-QTY
               MOVE ZERO TO RPT-PRICE
               MOVE ZERO TO RPT-AMOUNT
               MOVE ZERO TO RPT-TAX
               MOVE ZERO TO RPT-GROSS
               MOVE "BACKORDERED" TO RPT-NOTE
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               MOVE 'B' TO WS-SO-STATUS
               PERFORM RECORD-ORDER-LINE-PARA
                   THRU RECORD-ORDER-LINE-EXIT
               PERFORM QUEUE-BACKORDER-PARA
               MOVE "BACKORDER" TO WS-SHARED-ACTION
               MOVE WS-ORD-CODE TO WS-SHARED-KEY
               CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
                   WS-SHARED-ACTION, WS-SHARED-KEY
               GO TO POST-ORDER-EXIT
           END-IF.
           MOVE ZERO TO WS-KIT-COST.
           IF KIT-FOUND
               PERFORM RELIEVE-KIT-COMP-PARA
                   VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-TOTAL
           ELSE
               SUBTRACT WS-ORD-QTY FROM STK-ON-HAND
               MOVE WS-CURR-DATE TO STK-LAST-MOVE
               REWRITE STOCK-RECORD
               MOVE WS-ORD-CODE TO WS-MOVE-ITEM
               MOVE 'I' TO WS-MOVE-TYPE
               COMPUTE WS-MOVE-QTY = ZERO - WS-ORD-QTY
               MOVE SPACES TO WS-MOVE-REF
               MOVE WS-ORD-CUST TO WS-MOVE-REF
               CALL "STKMOVE" USING WS-MOVE-ITEM, WS-MOVE-TYPE,
                   WS-MOVE-QTY, WS-SHARED-PROGRAM, WS-MOVE-REF
               IF STK-AVG-COST NUMERIC
                   MOVE STK-AVG-COST TO WS-KIT-COST
               END-IF
           END-IF.
           ADD WS-LINE-AMOUNT TO WS-DAY-NET.
           ADD WS-LINE-TAX TO WS-DAY-TAX.
           ADD WS-LINE-GROSS TO WS-DAY-TOTAL.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-ORD-CODE TO RPT-ITEM.
           MOVE WS-ORD-QTY TO RPT-QTY.
           MOVE WS-UNIT-PRICE TO RPT-PRICE.
           MOVE WS-LINE-AMOUNT TO RPT-AMOUNT.
           MOVE WS-LINE-TAX TO RPT-TAX.
           MOVE WS-LINE-GROSS TO RPT-GROSS.
           MOVE SPACES TO RPT-NOTE.
           EVALUATE WS-PROMO-FLAG
           WHEN 'Q'
               STRING WS-FOUND-ARTICLE " QUOTE" DELIMITED BY SIZE
                   INTO RPT-NOTE
           WHEN 'C'
               STRING WS-FOUND-ARTICLE " CONTRACT" DELIMITED BY SIZE
                   INTO RPT-NOTE
           WHEN 'P'
               STRING WS-FOUND-ARTICLE " PROMO" DELIMITED BY SIZE
                   INTO RPT-NOTE
           WHEN OTHER
               STRING WS-FOUND-ARTICLE " LIST" DELIMITED BY SIZE
                   INTO RPT-NOTE
           END-EVALUATE.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           MOVE WS-LINE-AMOUNT TO TXD-AMOUNT.
           MOVE WS-ORD-CODE TO TXD-ITEM.
           MOVE WS-PROMO-FLAG TO TXD-PROMO.
           MOVE WS-TXN-DETAIL TO TXN-LINE.
           WRITE TXN-LINE.
           ADD 1 TO WS-TXN-COUNT.
           MOVE WS-TXN-DETAIL TO SLS-LINE.
           WRITE SLS-LINE.
      *    THE TAX BOOKS TO THE TAX-PAYABLE ACCOUNT ON THE DAY FILE
      *    ONLY - IT IS NOT A SALE, SO THE SALES HISTORY NEVER SEES IT.
           IF WS-LINE-TAX NOT = ZERO
               MOVE WS-LINE-TAX TO TXD-AMOUNT
               MOVE "2200" TO TXD-ACCT
               MOVE WS-TXN-DETAIL TO TXN-LINE
               WRITE TXN-LINE
               ADD 1 TO WS-TXN-COUNT
               MOVE "4000" TO TXD-ACCT
           END-IF.
           MOVE WS-ORD-CUST TO WS-INV-CUST.
           PERFORM GET-INVOICE-NO-PARA.
           MOVE WS-ORD-CODE TO WS-HIST-ITEM.
           MOVE WS-ORD-QTY TO WS-HIST-QTY.
      *    A KIT'S COST IS THE SUM OF ITS COMPONENTS' AVERAGE COSTS.
           MOVE WS-KIT-COST TO WS-HIST-COST.
           PERFORM WRITE-INVOICE-HIST-PARA.
           IF WS-ORD-CUST NOT = SPACES
               PERFORM POST-RECEIVABLE-PARA
           END-IF.
           MOVE 'P' TO WS-SO-STATUS.
           PERFORM RECORD-ORDER-LINE-PARA THRU RECORD-ORDER-LINE-EXIT.
           IF WS-SO-ORDER-NO > ZERO
               MOVE WS-SO-ORDER-NO TO PCK-ORDER-NO
               MOVE WS-SO-LINE-NO TO PCK-ORDER-LINE-NO
               MOVE WS-ORD-CUST TO PCK-ORDER-CUST
               WRITE PCK-LINE FROM PCK-ORDER-LINE
           END-IF.
      *    THE PICK RUNS WITH OR WITHOUT A BIN GRID, SO THE LOTS OF
      *    A LOT-CONTROLLED ITEM ARE ALWAYS RELIEVED.
           IF KIT-FOUND
               PERFORM PICK-KIT-COMP-PARA
                   VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-TOTAL
           ELSE
               MOVE WS-ORD-CODE TO WS-PICK-ITEM
               MOVE WS-ORD-QTY TO WS-PICK-REMAIN
               PERFORM PICK-LINE-PARA
           END-IF.
       POST-ORDER-EXIT.
           EXIT.

       CHECK-KIT-COMP-PARA.
           IF KIT-T-KIT(WS-KIT-SUB) = WS-ORD-CODE
               MOVE WS-WHSE TO STK-WHSE
               MOVE KIT-T-COMP(WS-KIT-SUB) TO STK-ITEM-CODE
               READ STOCK-MASTER
                   INVALID KEY
                       MOVE ZERO TO STK-ON-HAND
                       MOVE "33" TO STK-FILESTATUS
               END-READ
               COMPUTE WS-KIT-NEED = KIT-T-QTY(WS-KIT-SUB) * WS-ORD-QTY
               IF STK-FILESTATUS NOT = "00"
                       OR STK-ON-HAND < WS-KIT-NEED
                   SET KIT-SHORT TO TRUE
               END-IF
           END-IF.

      *    EACH COMPONENT IS RELIEVED AND JOURNALLED AGAINST THE KIT
      *    IT WENT OUT IN, SO THE MOVEMENT HISTORY SHOWS WHY IT LEFT.
       RELIEVE-KIT-COMP-PARA.
           IF KIT-T-KIT(WS-KIT-SUB) = WS-ORD-CODE
               MOVE WS-WHSE TO STK-WHSE
               MOVE KIT-T-COMP(WS-KIT-SUB) TO STK-ITEM-CODE
               READ STOCK-MASTER
                   INVALID KEY
                       MOVE ZERO TO STK-ON-HAND
               END-READ
               COMPUTE WS-KIT-NEED = KIT-T-QTY(WS-KIT-SUB) * WS-ORD-QTY
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
               MOVE WS-ORD-CODE TO WS-MOVE-REF
               CALL "STKMOVE" USING WS-MOVE-ITEM, WS-MOVE-TYPE,
                   WS-MOVE-QTY, WS-SHARED-PROGRAM, WS-MOVE-REF
           END-IF.

       PICK-KIT-COMP-PARA.
           IF KIT-T-KIT(WS-KIT-SUB) = WS-ORD-CODE
               MOVE KIT-T-COMP(WS-KIT-SUB) TO WS-PICK-ITEM
               COMPUTE WS-PICK-REMAIN =
                   KIT-T-QTY(WS-KIT-SUB) * WS-ORD-QTY
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

      *    A KIT MAY NOT LIST ITSELF, AND A LINE WITH NO QUANTITY IS
      *    IGNORED.
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
           IF WS-ORD-CUST NOT = SPACES AND CM-IS-TAX-EXEMPT
               MOVE 'X' TO WS-TAX-CODE
           END-IF.
           CALL "TAXCALC" USING WS-TAX-CODE, WS-CURR-DATE,
               WS-LINE-AMOUNT, WS-TAX-RATE, WS-LINE-TAX, WS-TAX-FOUND.
           IF WS-TAX-FOUND NOT = 'Y'
               MOVE "NO-TAXRT " TO WS-SHARED-ACTION
               MOVE SPACES TO WS-SHARED-KEY
               STRING WS-TAX-CODE " " WS-ORD-CODE DELIMITED BY SIZE
                   INTO WS-SHARED-KEY
               CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
                   WS-SHARED-ACTION, WS-SHARED-KEY
           END-IF.
           COMPUTE WS-LINE-GROSS = WS-LINE-AMOUNT + WS-LINE-TAX.

      *    AN ACCOUNT WITH ANYTHING PAST 90 DAYS IS HELD OUTRIGHT;
      *    OTHERWISE THE LINE IS HELD WHEN BALANCE, OPEN ORDERS AND
      *    THIS LINE TOGETHER PASS THE LIMIT. NO LIMIT ON THE MASTER
      *    (SPACES OR ZERO) MEANS NO LIMIT CHECK.
       CREDIT-CHECK-PARA.
           MOVE SPACE TO WS-HOLD-REASON.
           MOVE WS-ORD-CUST TO WS-CRX-CUST.
           PERFORM FIND-EXPOSURE-PARA.
           IF CRX-FOUND
               IF CRX-T-OVERDUE(WS-CRX-SUB) = 'Y'
                   MOVE 'O' TO WS-HOLD-REASON
               END-IF
           END-IF.
           IF CREDIT-HELD
               GO TO CREDIT-CHECK-EXIT
           END-IF.
           IF CM-CREDIT-LIMIT-X NOT NUMERIC OR CM-CREDIT-LIMIT = ZERO
               GO TO CREDIT-CHECK-EXIT
           END-IF.
           MOVE WS-ORD-CUST TO CB-CUST-ID.
           READ CUST-BALANCE
               INVALID KEY
                   MOVE ZERO TO CB-BALANCE
           END-READ.
           COMPUTE WS-CREDIT-EXPOSURE = CB-BALANCE + WS-LINE-GROSS.
           IF CRX-FOUND
               ADD CRX-T-OPEN(WS-CRX-SUB) TO WS-CREDIT-EXPOSURE
           END-IF.
           IF WS-CREDIT-EXPOSURE > CM-CREDIT-LIMIT
               MOVE 'L' TO WS-HOLD-REASON
           END-IF.
       CREDIT-CHECK-EXIT.
           EXIT.

       QUEUE-CREDIT-HOLD-PARA.
           OPEN EXTEND CREDIT-HOLD.
           IF CRH-FILESTATUS NOT = "00"
               OPEN OUTPUT CREDIT-HOLD
           END-IF.
           MOVE SPACES TO CREDIT-HOLD-RECORD.
           MOVE WS-ORD-CODE TO CH-ITEM.
           MOVE WS-ORD-QTY TO CH-QTY.
           MOVE WS-ORD-CUST TO CH-CUST.
           MOVE WS-CURR-DATE TO CH-DATE.
           MOVE WS-LINE-GROSS TO CH-AMOUNT.
           MOVE WS-HOLD-REASON TO CH-REASON.
           MOVE WS-ORD-QUOTE-NO TO CH-QUOTE-NO.
           MOVE WS-ORD-QUOTE-LINE TO CH-QUOTE-LINE.
           IF WS-SO-ORDER-NO > ZERO
               MOVE WS-SO-ORDER-NO TO CH-ORDER-NO
               MOVE WS-SO-LINE-NO TO CH-ORDER-LINE
           END-IF.
           WRITE CREDIT-HOLD-RECORD.
           CLOSE CREDIT-HOLD.
           IF CRX-FOUND
               ADD WS-LINE-GROSS TO CRX-T-OPEN(WS-CRX-SUB)
           END-IF.

      *    FINDS THE CUSTOMER'S EXPOSURE SLOT, OPENING ONE IF THERE
      *    IS ROOM; A CUSTOMER WITH NO SLOT IS COUNTED AS SKIPPED.
       FIND-EXPOSURE-PARA.
           MOVE 'N' TO WS-CRX-FOUND-SW.
           PERFORM VARYING WS-CRX-SUB FROM 1 BY 1
                   UNTIL WS-CRX-SUB > WS-CRX-TOTAL OR CRX-FOUND
               IF CRX-T-CUST(WS-CRX-SUB) = WS-CRX-CUST
                   SET CRX-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF CRX-FOUND
               SUBTRACT 1 FROM WS-CRX-SUB
           ELSE
               IF WS-CRX-TOTAL < WS-CRX-MAX
                   ADD 1 TO WS-CRX-TOTAL
                   MOVE WS-CRX-TOTAL TO WS-CRX-SUB
                   MOVE WS-CRX-CUST TO CRX-T-CUST(WS-CRX-SUB)
                   MOVE ZERO TO CRX-T-OPEN(WS-CRX-SUB)
                   MOVE 'N' TO CRX-T-OVERDUE(WS-CRX-SUB)
                   SET CRX-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CRX-SKIPPED
               END-IF
           END-IF.

      *    THE EXPOSURE IS BUILT BEFORE THE FIRST LINE IS PRICED:
      *    OVERDUE ITEMS FROM THE OPEN-ITEMS FILE, THEN THE VALUE OF
      *    THE BACKORDER QUEUE AND OF THE LINES ALREADY ON HOLD.
       LOAD-EXPOSURE-PARA.
           OPEN INPUT AR-DETAIL.
           IF ARD-FILESTATUS = "00"
               PERFORM LOAD-OVERDUE-PARA THRU LOAD-OVERDUE-EXIT
                   UNTIL ARD-END-OF-FILE
               CLOSE AR-DETAIL
           END-IF.
           OPEN INPUT BACKORDER-FILE.
           IF BKO-FILESTATUS = "00"
               PERFORM LOAD-BO-EXPOSURE-PARA THRU LOAD-BO-EXPOSURE-EXIT
                   UNTIL BKO-END-OF-FILE
               CLOSE BACKORDER-FILE
           END-IF.
           OPEN INPUT CREDIT-HOLD.
           IF CRH-FILESTATUS = "00"
               PERFORM LOAD-HELD-EXPOSURE-PARA
                   THRU LOAD-HELD-EXPOSURE-EXIT
                   UNTIL CRH-END-OF-FILE
               CLOSE CREDIT-HOLD
           END-IF.

      *    THE SAME 90-DAY LINE THE AGING REPORT DRAWS, ON WHAT IS
      *    STILL OPEN.
       LOAD-OVERDUE-PARA.
           READ AR-DETAIL
               AT END
                   SET ARD-END-OF-FILE TO TRUE
                   GO TO LOAD-OVERDUE-EXIT
           END-READ.
           IF AR-CUST-ID = SPACES OR AR-ITEM-CLEARED
                   OR AR-DATE NOT NUMERIC
               GO TO LOAD-OVERDUE-EXIT
           END-IF.
           IF AR-OPEN-AMOUNT-X = SPACES
               COMPUTE WS-ITEM-OPEN = FUNCTION NUMVAL(AR-AMOUNT)
           ELSE
               COMPUTE WS-ITEM-OPEN = FUNCTION NUMVAL(AR-OPEN-AMOUNT)
           END-IF.
           IF WS-ITEM-OPEN NOT > ZERO
               GO TO LOAD-OVERDUE-EXIT
           END-IF.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
               - FUNCTION INTEGER-OF-DATE(AR-DATE).
           IF WS-AGE-DAYS > 90
               MOVE AR-CUST-ID TO WS-CRX-CUST
               PERFORM FIND-EXPOSURE-PARA
               IF CRX-FOUND
                   MOVE 'Y' TO CRX-T-OVERDUE(WS-CRX-SUB)
               END-IF
           END-IF.
       LOAD-OVERDUE-EXIT.
           EXIT.

       LOAD-BO-EXPOSURE-PARA.
           READ BACKORDER-FILE
               AT END
                   SET BKO-END-OF-FILE TO TRUE
                   GO TO LOAD-BO-EXPOSURE-EXIT
           END-READ.
           IF BO-CUST = SPACES OR BO-QTY NOT NUMERIC
               GO TO LOAD-BO-EXPOSURE-EXIT
           END-IF.
           MOVE BO-ITEM TO WS-LOOKUP-CODE.
           PERFORM LOOKUP-PRICE-PARA.
           IF NOT CODE-FOUND
               GO TO LOAD-BO-EXPOSURE-EXIT
           END-IF.
           MOVE BO-CUST TO WS-CRX-CUST.
           PERFORM FIND-EXPOSURE-PARA.
           IF CRX-FOUND
               COMPUTE CRX-T-OPEN(WS-CRX-SUB) = CRX-T-OPEN(WS-CRX-SUB)
                   + FUNCTION NUMVAL(WS-FOUND-PRICE1) * BO-QTY
           END-IF.
       LOAD-BO-EXPOSURE-EXIT.
           EXIT.

       LOAD-HELD-EXPOSURE-PARA.
           READ CREDIT-HOLD
               AT END
                   SET CRH-END-OF-FILE TO TRUE
                   GO TO LOAD-HELD-EXPOSURE-EXIT
           END-READ.
           IF CH-CUST = SPACES
               GO TO LOAD-HELD-EXPOSURE-EXIT
           END-IF.
           MOVE CH-CUST TO WS-CRX-CUST.
           PERFORM FIND-EXPOSURE-PARA.
           IF CRX-FOUND
               COMPUTE CRX-T-OPEN(WS-CRX-SUB) = CRX-T-OPEN(WS-CRX-SUB)
                   + FUNCTION NUMVAL(CH-AMOUNT)
           END-IF.
       LOAD-HELD-EXPOSURE-EXIT.
           EXIT.

       LOOKUP-PRICE-PARA.
                           TO WS-FOUND-ARTICLE
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
       END PROGRAM ORDENT.
