      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer returns and credit-memo batch - goods come
      *          back through the books instead of a hand-typed
      *          negative line. Reads the Returns.dat file of invoice
      *          number, item, quantity and reason code, proves each
      *          return against what the InvoiceHist.dat history
      *          says was invoiced on that invoice, less everything
      *          already credited on CreditMemo.dat, and for each one
      *          that proves: issues a credit memo number from the
      *          LastCrMemo.ctl last-used-number file (one memo per
      *          invoice per run), puts the goods back on the
      *          StockMaster.dat on-hand through STKMOVE as a 'C'
      *          customer-return movement, writes the memo line to
      *          CreditMemo.dat at the invoiced price, posts a
      *          negative open item to ARDetail.dat and takes the
      *          value off CustBal.dat (a cash-sale invoice is a cash
      *          refund and touches neither), and reverses the sale
      *          on Transactions.dat, SalesHist.dat and the
      *          ControlTotal.dat control the way the backorder
      *          release adds to them. ReturnsRegister.rpt lists the
      *          run's returns and rejects, then summarises the whole
      *          credit-memo history by item and reason code so the
      *          items that keep coming back stand out. Rejected
      *          returns are logged through EXCPLOG. The sales tax
      *          billed on the line is reversed with it, at the tax
      *          code and rate the invoice line carried: the memo
      *          records it, the tax-payable account 2200 takes it
      *          back on Transactions.dat, and the customer is
      *          credited the gross. A run dated into an accounting
      *          period month-end has already closed is refused by
      *          PERCHK before anything is credited and queued on
      *          suspense. A lot-controlled item (Catalog.dat column
      *          44) goes back into StockLot.dat as well as the stock
      *          master, into the lot given after the reason code on
      *          the return line or lot NO-LOT when none is given. A
      *          kit on KitBom.dat has no stock record of its own: its
      *          components go back on the shelf instead, each through
      *          STKMOVE and its own lot, while the memo still credits
      *          the kit as invoiced. Each credit to a customer
      *          balance is also passed to CTLPOST for the
      *          receivables control account.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RETURN-FILE ASSIGN TO "Returns.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RET-FILESTATUS.
       SELECT INVOICE-HIST ASSIGN TO "InvoiceHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IVH-FILESTATUS.
       SELECT CREDIT-MEMO ASSIGN TO "CreditMemo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRM-FILESTATUS.
       SELECT LAST-CRM-FILE ASSIGN TO "LastCrMemo.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRM-NUM-FILESTATUS.
       SELECT STOCK-MASTER ASSIGN TO "StockMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-KEY
           FILE STATUS IS STK-FILESTATUS.
       SELECT CUST-BALANCE ASSIGN TO "CustBal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-CUST-ID
           FILE STATUS IS BAL-FILESTATUS.
       SELECT AR-DETAIL ASSIGN TO "ARDetail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARD-FILESTATUS.
       SELECT TRANSACTION-FILE ASSIGN TO "Transactions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TXN-FILESTATUS.
       SELECT SALES-HIST ASSIGN TO "SalesHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SLS-FILESTATUS.
       SELECT CONTROL-FILE ASSIGN TO "ControlTotal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-FILESTATUS.
       SELECT STOCK-LOT ASSIGN TO "StockLot.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS LOT-FILESTATUS.
       SELECT CATALOG-FILE ASSIGN TO "Catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-FILESTATUS.
       SELECT KIT-FILE ASSIGN TO "KitBom.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KIT-FILESTATUS.
       SELECT RETURNS-REPORT ASSIGN TO "ReturnsRegister.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETURN-FILE.
       01 RETURN-LINE PIC X(40).
       FD INVOICE-HIST.
       01 INVOICE-HIST-RECORD.
           05 IVH-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 IVH-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 IVH-CUST PIC X(6).
           05 FILLER PIC X(1).
           05 IVH-ITEM PIC X(5).
           05 FILLER PIC X(1).
           05 IVH-QTY PIC -(4)9.
           05 FILLER PIC X(1).
           05 IVH-PRICE PIC -(4)9.99.
           05 FILLER PIC X(1).
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
       FD CREDIT-MEMO.
       COPY CRMREC REPLACING ==:REC:== BY ==CREDIT-MEMO-RECORD==.
       FD LAST-CRM-FILE.
       01 CRM-NUM-RECORD PIC 9(6).
       FD STOCK-MASTER.
       COPY STKREC REPLACING ==:REC:== BY ==STOCK-RECORD==.
       FD CUST-BALANCE.
       01 CUST-BALANCE-RECORD.
           05 CB-CUST-ID PIC X(6).
           05 CB-BALANCE PIC S9(9)V99.
       FD AR-DETAIL.
       COPY ARDREC REPLACING ==:REC:== BY ==AR-DETAIL-RECORD==.
       FD TRANSACTION-FILE.
       01 TXN-LINE PIC X(48).
       FD SALES-HIST.
       01 SLS-LINE PIC X(48).
       FD CONTROL-FILE.
       01 CTL-LINE PIC X(20).
       FD STOCK-LOT.
       COPY LOTREC REPLACING ==:REC:== BY ==STOCK-LOT-RECORD==.
       FD CATALOG-FILE.
       01 CATALOG-LINE PIC X(50).
       FD KIT-FILE.
       01 KIT-LINE PIC X(30).
       FD RETURNS-REPORT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 RET-FILESTATUS PIC X(02).
       01 IVH-FILESTATUS PIC X(02).
       01 CRM-FILESTATUS PIC X(02).
       01 CRM-NUM-FILESTATUS PIC X(02).
       01 STK-FILESTATUS PIC X(02).
       01 BAL-FILESTATUS PIC X(02).
       01 ARD-FILESTATUS PIC X(02).
       01 TXN-FILESTATUS PIC X(02).
       01 SLS-FILESTATUS PIC X(02).
       01 CTL-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 RET-EOF PIC X VALUE 'N'.
           88 RET-END-OF-FILE VALUE 'Y'.
       01 IVH-EOF PIC X VALUE 'N'.
           88 IVH-END-OF-FILE VALUE 'Y'.
       01 CRM-EOF PIC X VALUE 'N'.
           88 CRM-END-OF-FILE VALUE 'Y'.
       01 LOT-FILESTATUS PIC X(02).
       01 WS-LOT-FILE-SW PIC X VALUE 'N'.
           88 LOT-FILE-OPEN VALUE 'Y'.
       01 WS-RET-LOT PIC X(10).
       01 WS-LOT-COUNT PIC 9(5) VALUE ZERO.
      *
      *    THE CATALOG, HELD ONLY FOR ITS LOT-CONTROL FLAG - THE
      *    SAME ARTICLE/CODE TABLE SHAPE TABL4 LOADS.
       01 WS-CAT-TABLE.
           02 WS-ARTICLE OCCURS 2.
               03 NAME-ARTICLE PIC X(5).
               03 WS-CODE OCCURS 3.
                   04 CODE-VAL PIC X(5).
                   04 WS-LOT-CTL PIC X(1).
       01 CAT-FILESTATUS PIC X(02).
       01 CAT-EOF PIC X VALUE 'N'.
           88 CAT-END-OF-FILE VALUE 'Y'.
       01 WS-ARTICLE-NAME-IN PIC X(5).
       01 WS-CODE-IN PIC X(5).
       01 WS-PREV-ARTICLE-NAME PIC X(5) VALUE SPACES.
       01 WS-ARTICLE-IDX PIC 9 VALUE ZERO.
       01 WS-CODE-IDX PIC 9 VALUE ZERO.
       01 WS-LKP-A-IDX PIC 9.
       01 WS-LKP-C-IDX PIC 9.
       01 WS-LKP-ITEM PIC X(5).
       01 WS-LOT-CTL-SW PIC X VALUE 'N'.
           88 ITEM-LOT-CONTROLLED VALUE 'Y'.
      *
      *    KIT BILLS OF MATERIALS FROM KITBOM.DAT: KIT CODE, COMPONENT
      *    CODE AND QUANTITY PER KIT, ONE LINE PER COMPONENT, LOADED
      *    THE WAY THE ORDER BATCH LOADS THEM.
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
       01 WS-NO-STOCK-SW PIC X(1).
           88 STOCK-MISSING VALUE 'Y'.
       01 KIT-FILESTATUS PIC X(02).
       01 KIT-EOF PIC X(1) VALUE 'N'.
           88 KIT-END-OF-FILE VALUE 'Y'.
       01 WS-KIT-KIT-IN PIC X(5).
       01 WS-KIT-COMP-IN PIC X(5).
       01 WS-KIT-QTY-IN PIC X(5).
       01 WS-KIT-QTY-NUM PIC 9(5).
      *
      *    THE ITEM AND QUANTITY GOING BACK ON THE SHELF - THE
      *    RETURNED ITEM ITSELF, OR ONE COMPONENT OF A RETURNED KIT.
       01 WS-RSK-ITEM PIC X(5).
       01 WS-RSK-QTY PIC S9(5).
       01 WS-RSK-LOT PIC X(10).
      *
      *    THE REASON CODES A RETURN MUST CARRY.
       01 RSN-VALUES.
           05 FILLER PIC X(16) VALUE "DMDAMAGED".
           05 FILLER PIC X(16) VALUE "WRWRONG ITEM".
           05 FILLER PIC X(16) VALUE "NWNOT WANTED".
           05 FILLER PIC X(16) VALUE "QLQUALITY".
           05 FILLER PIC X(16) VALUE "LTLATE DELIVERY".
           05 FILLER PIC X(16) VALUE "OTOTHER".
       01 RSN-TABLE REDEFINES RSN-VALUES.
           05 RSN-ENTRY OCCURS 6 TIMES.
               10 RSN-CODE PIC X(2).
               10 RSN-TEXT PIC X(14).
       01 WS-RSN-MAX PIC 9 VALUE 6.
       01 WS-RSN-SUB PIC 9.
       01 WS-RSN-FOUND PIC 9.
      *
      *    EVERYTHING ALREADY CREDITED, PER INVOICE AND ITEM, SO NO
      *    INVOICE LINE CAN BE RETURNED TWICE.
       01 RTD-TABLE.
           05 RTD-ENTRY OCCURS 500 TIMES.
               10 RTD-T-INVOICE PIC 9(6).
               10 RTD-T-ITEM PIC X(5).
               10 RTD-T-QTY PIC 9(7).
       01 WS-RTD-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-RTD-MAX PIC 9(3) VALUE 500.
       01 WS-RTD-SUB PIC 9(3).
       01 WS-RTD-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-RTD-FOUND-SW PIC X(1).
           88 RTD-FOUND VALUE 'Y'.
       01 WS-RTD-INVOICE PIC 9(6).
       01 WS-RTD-ITEM PIC X(5).
      *
      *    ONE CREDIT MEMO NUMBER PER INVOICE PER RUN, ISSUED FROM
      *    THE LASTCRMEMO.CTL LAST-USED-NUMBER FILE.
       01 CMN-TABLE.
           05 CMN-ENTRY OCCURS 20 TIMES.
               10 CMN-T-INVOICE PIC 9(6).
               10 CMN-T-NUMBER PIC 9(6).
       01 WS-CMN-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-CMN-MAX PIC 9(2) VALUE 20.
       01 WS-CMN-SUB PIC 9(2).
       01 WS-CMN-FOUND-SW PIC X(1).
           88 MEMO-FOUND VALUE 'Y'.
       01 WS-THIS-MEMO PIC 9(6).
       01 WS-LAST-CRM-NUMBER PIC 9(6) VALUE 800000.
      *
      *    THE HISTORY SUMMARY: QUANTITY RETURNED PER ITEM PER REASON.
       01 SUM-TABLE.
           05 SUM-ENTRY OCCURS 50 TIMES.
               10 SUM-T-ITEM PIC X(5).
               10 SUM-T-QTY OCCURS 6 TIMES PIC 9(7).
               10 SUM-T-TOTAL PIC 9(7).
               10 SUM-T-VALUE PIC S9(9)V99.
       01 WS-SUM-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-SUM-MAX PIC 9(2) VALUE 50.
       01 WS-SUM-SUB PIC 9(2).
       01 WS-SUM-FOUND-SW PIC X(1).
           88 SUM-FOUND VALUE 'Y'.
       01 WS-SUM-SKIPPED PIC 9(5) VALUE ZERO.
       01 WS-REASON-TOTALS.
           05 WS-REASON-QTY OCCURS 6 TIMES PIC 9(7).
       01 WS-ALL-QTY PIC 9(7).
       01 WS-ALL-VALUE PIC S9(9)V99.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-WHSE PIC X(2) VALUE "01".
       01 WS-CURR-DATE PIC 9(8).
       01 WS-RET-INVOICE-X PIC X(10).
       01 WS-RET-INVOICE PIC 9(6).
       01 WS-RET-ITEM PIC X(5).
       01 WS-RET-QTY-X PIC X(10).
       01 WS-RET-QTY PIC S9(5).
       01 WS-RET-REASON PIC X(2).
       01 WS-RET-CUST PIC X(6).
       01 WS-INVOICED-QTY PIC S9(7).
       01 WS-RETURNED-QTY PIC S9(7).
       01 WS-UNIT-PRICE PIC S9(5)V99.
       01 WS-LINE-AMOUNT PIC S9(7)V99.
       01 WS-RUN-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-TAX-TOTAL PIC S9(9)V99 VALUE ZERO.
      *    THE TAX THE INVOICE LINE WAS BILLED AT; A LINE BILLED
      *    BEFORE TAX WAS CHARGED CARRIES NO CODE AND REVERSES NONE.
       01 WS-TAX-CODE PIC X(1).
       01 WS-TAX-RATE PIC 9(2)V999.
       01 WS-LINE-TAX PIC S9(7)V99.
       01 WS-LINE-GROSS PIC S9(7)V99.
       01 WS-ACCEPTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AMOUNT-TEXT PIC -(8)9.99.
      *
       01 WS-MOVE-TYPE PIC X(1).
       01 WS-MOVE-QTY PIC S9(5).
       01 WS-MOVE-REF PIC X(10).
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "RETURNS".
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
      *
       01 WS-PARSE-RECORD PIC X(256).
       01 WS-PARSE-DELIM PIC X(1) VALUE SPACE.
       01 WS-PARSE-FIELDS.
           05 WS-PARSE-FIELD OCCURS 20 TIMES PIC X(40).
       01 WS-PARSE-COUNT PIC 99.
       01 WS-PARSE-ERROR PIC X(1).
       01 WS-PRIOR-CONTROL PIC S9(9)V99 VALUE ZERO.
       01 WS-NEW-CONTROL PIC S9(9)V99.
      *    THE TRANSACTION STREAM CARRIES AMOUNT, ITEM, QUANTITY AND
      *    DATE, THE SAME SHAPE THE ORDER BATCH WRITES; A RETURN
      *    GOES IN NEGATIVE AGAINST THE SAME SALES ACCOUNT.
       01 WS-TXN-DETAIL.
           05 TXD-AMOUNT PIC -(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TXD-ITEM PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TXD-QTY PIC -(4)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TXD-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TXD-PROMO PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TXD-ACCT PIC X(4) VALUE "4000".
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(26) VALUE "RETURNS REGISTER - ".
           05 RPT-HDR-DATE PIC 9(8).
       01 RPT-HEADER-2.
           05 FILLER PIC X(8) VALUE "MEMO".
           05 FILLER PIC X(8) VALUE "INVOICE".
           05 FILLER PIC X(7) VALUE "CUST".
           05 FILLER PIC X(6) VALUE "ITEM".
           05 FILLER PIC X(6) VALUE "  QTY".
           05 FILLER PIC X(12) VALUE "     CREDIT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "REASON".
       01 RPT-DETAIL-LINE.
           05 RPT-MEMO PIC X(8).
           05 RPT-INVOICE PIC X(8).
           05 RPT-CUST PIC X(7).
           05 RPT-ITEM PIC X(6).
           05 RPT-QTY PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-AMOUNT PIC -(7)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-REASON PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-NOTE PIC X(14).
       01 RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL PIC X(22).
           05 RPT-TOTAL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RPT-TOTAL-VALUE PIC -(8)9.99.
       01 RPT-SUM-HEADER-1.
           05 FILLER PIC X(40)
               VALUE "RETURNS BY ITEM AND REASON - ALL MEMOS".
       01 RPT-SUM-HEADER-2.
           05 FILLER PIC X(7) VALUE "ITEM".
           05 RPT-SUM-HDR-CODE OCCURS 6 TIMES.
               10 FILLER PIC X(4) VALUE SPACES.
               10 RPT-SUM-HDR-RSN PIC X(2).
           05 FILLER PIC X(8) VALUE "   TOTAL".
           05 FILLER PIC X(13) VALUE "        VALUE".
       01 RPT-SUM-LINE.
           05 RPT-SUM-ITEM PIC X(7).
           05 RPT-SUM-QTY OCCURS 6 TIMES PIC ZZZZZ9.
           05 RPT-SUM-TOTAL PIC ZZZZZZZ9.
           05 RPT-SUM-VALUE PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-WHSE
           END-UNSTRING.
           IF WS-WHSE = SPACES
               MOVE "01" TO WS-WHSE
           END-IF.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RETURN-FILE.
           IF RET-FILESTATUS NOT = "00"
               DISPLAY " RETURNS.DAT NOT FOUND - NO RETURNS TODAY "
               GOBACK
           END-IF.
           PERFORM LOAD-PRIOR-RETURNS-PARA THRU LOAD-PRIOR-RETURNS-END.
      *    A CREDIT HISTORY THE TABLE CANNOT HOLD WHOLE WOULD LET AN
      *    INVOICE LINE BE CREDITED TWICE, SO THE RUN IS REFUSED.
           IF WS-RTD-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-RTD-MAX " RETURNED INVOICE "
               DISPLAY "*** LINES ON CREDITMEMO.DAT - RUN REFUSED, "
               DISPLAY "*** RAISE THE TABLE"
               CLOSE RETURN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-CATALOG-DRIVER-PARA.
           PERFORM LOAD-KITS-PARA THRU LOAD-KITS-END.
      *    A KIT MISSING A COMPONENT LINE WOULD COME BACK SHORT WITH
      *    THE STOCK BOOK NONE THE WISER, SO THE RUN IS REFUSED.
           IF WS-KIT-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-KIT-MAX " KIT COMPONENT "
               DISPLAY "*** LINES ON KITBOM.DAT - RUN REFUSED, RAISE "
               DISPLAY "*** THE KIT TABLE"
               CLOSE RETURN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'P' TO WS-PER-FUNC.
           MOVE WS-CURR-DATE TO WS-PER-DATE.
           MOVE SPACES TO WS-PER-PAYLOAD.
           STRING "RETURNS RUN FOR " WS-CURR-DATE " NOT POSTED"
               DELIMITED BY SIZE INTO WS-PER-PAYLOAD.
           CALL "PERCHK" USING WS-PER-FUNC, WS-SHARED-PROGRAM,
               WS-PER-DATE, WS-PER-PAYLOAD, WS-PER-RESULT.
           IF WS-PER-RESULT = 'N'
               DISPLAY "*** " WS-CURR-DATE " FALLS IN A CLOSED PERIOD "
               DISPLAY "*** - RUN REFUSED, NOTHING POSTED"
               CLOSE RETURN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O STOCK-MASTER.
           IF STK-FILESTATUS NOT = "00"
               DISPLAY " STOCKMASTER.DAT NOT FOUND "
               CLOSE RETURN-FILE
               GOBACK
           END-IF.
           OPEN I-O STOCK-LOT.
           IF LOT-FILESTATUS = "35"
               OPEN OUTPUT STOCK-LOT
               CLOSE STOCK-LOT
               OPEN I-O STOCK-LOT
           END-IF.
           IF LOT-FILESTATUS = "00"
               SET LOT-FILE-OPEN TO TRUE
           END-IF.
           PERFORM READ-LAST-MEMO-PARA.
           OPEN EXTEND CREDIT-MEMO.
           IF CRM-FILESTATUS NOT = "00"
               OPEN OUTPUT CREDIT-MEMO
           END-IF.
           OPEN I-O CUST-BALANCE.
           IF BAL-FILESTATUS = "35"
               OPEN OUTPUT CUST-BALANCE
               CLOSE CUST-BALANCE
               OPEN I-O CUST-BALANCE
           END-IF.
           OPEN EXTEND AR-DETAIL.
           IF ARD-FILESTATUS NOT = "00"
               OPEN OUTPUT AR-DETAIL
           END-IF.
           OPEN EXTEND TRANSACTION-FILE.
           IF TXN-FILESTATUS NOT = "00"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF.
           OPEN EXTEND SALES-HIST.
           IF SLS-FILESTATUS NOT = "00"
               OPEN OUTPUT SALES-HIST
           END-IF.
           OPEN OUTPUT RETURNS-REPORT.
           MOVE WS-CURR-DATE TO RPT-HDR-DATE.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           WRITE RPT-LINE FROM RPT-HEADER-2.

           PERFORM PROCESS-RETURN-PARA THRU PROCESS-RETURN-EXIT
               UNTIL RET-END-OF-FILE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "RETURNS CREDITED    : " TO RPT-TOTAL-LABEL.
           MOVE WS-ACCEPTED-COUNT TO RPT-TOTAL-COUNT.
           MOVE WS-CREDIT-TOTAL TO RPT-TOTAL-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE "  OF WHICH TAX      : " TO RPT-TOTAL-LABEL.
           MOVE WS-ACCEPTED-COUNT TO RPT-TOTAL-COUNT.
           MOVE WS-TAX-TOTAL TO RPT-TOTAL-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE "RETURNS REJECTED    : " TO RPT-TOTAL-LABEL.
           MOVE WS-REJECTED-COUNT TO RPT-TOTAL-COUNT.
           MOVE ZERO TO RPT-TOTAL-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           CLOSE SALES-HIST.
           CLOSE TRANSACTION-FILE.
           CLOSE AR-DETAIL.
           CLOSE CUST-BALANCE.
           CLOSE CREDIT-MEMO.
           PERFORM SAVE-LAST-MEMO-PARA.
           IF LOT-FILE-OPEN
               CLOSE STOCK-LOT
           END-IF.
           CLOSE STOCK-MASTER.
           CLOSE RETURN-FILE.
           IF WS-RUN-TOTAL NOT = ZERO
               PERFORM POST-CONTROL-TOTAL-PARA
           END-IF.
           PERFORM PRINT-SUMMARY-PARA.
           CLOSE RETURNS-REPORT.
           DISPLAY "RETURNS CREDITED    : " WS-ACCEPTED-COUNT.
           DISPLAY "RETURNS REJECTED    : " WS-REJECTED-COUNT.
           DISPLAY "TAX REVERSED        : " WS-TAX-TOTAL.
           DISPLAY "LOTS RESTOCKED      : " WS-LOT-COUNT.
           DISPLAY "VALUE CREDITED      : " WS-CREDIT-TOTAL.
           GOBACK.

       PROCESS-RETURN-PARA.
           READ RETURN-FILE
               AT END
                   SET RET-END-OF-FILE TO TRUE
                   GO TO PROCESS-RETURN-EXIT
           END-READ.
           IF RETURN-LINE = SPACES
               GO TO PROCESS-RETURN-EXIT
           END-IF.
           MOVE SPACES TO WS-RET-INVOICE-X.
           MOVE SPACES TO WS-RET-ITEM.
           MOVE SPACES TO WS-RET-QTY-X.
           MOVE SPACES TO WS-RET-REASON.
           MOVE SPACES TO WS-RET-CUST.
           MOVE SPACES TO WS-RET-LOT.
           MOVE ZERO TO WS-RET-INVOICE.
           MOVE ZERO TO WS-RET-QTY.
           UNSTRING RETURN-LINE DELIMITED BY ALL SPACE
               INTO WS-RET-INVOICE-X WS-RET-ITEM WS-RET-QTY-X
                   WS-RET-REASON WS-RET-LOT
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(WS-RET-INVOICE-X) NOT = ZERO
               MOVE "BAD INVOICE" TO RPT-NOTE
               GO TO REJECT-RETURN-PARA
           END-IF.
           COMPUTE WS-RET-INVOICE = FUNCTION NUMVAL(WS-RET-INVOICE-X).
           IF FUNCTION TEST-NUMVAL(WS-RET-QTY-X) NOT = ZERO
               MOVE "BAD QUANTITY" TO RPT-NOTE
               GO TO REJECT-RETURN-PARA
           END-IF.
           COMPUTE WS-RET-QTY = FUNCTION NUMVAL(WS-RET-QTY-X).
           IF WS-RET-QTY NOT > ZERO
               MOVE "BAD QUANTITY" TO RPT-NOTE
               GO TO REJECT-RETURN-PARA
           END-IF.
           MOVE ZERO TO WS-RSN-FOUND.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > WS-RSN-MAX
               IF RSN-CODE(WS-RSN-SUB) = WS-RET-REASON
                   MOVE WS-RSN-SUB TO WS-RSN-FOUND
               END-IF
           END-PERFORM.
           IF WS-RSN-FOUND = ZERO
               MOVE "BAD REASON" TO RPT-NOTE
               GO TO REJECT-RETURN-PARA
           END-IF.
           PERFORM SCAN-INVOICE-PARA THRU SCAN-INVOICE-END.
           IF WS-INVOICED-QTY NOT > ZERO
               MOVE "NOT INVOICED" TO RPT-NOTE
               GO TO REJECT-RETURN-PARA
           END-IF.
      *    A RETURN MAY NOT TAKE BACK MORE THAN THE INVOICE BILLED,
      *    LESS WHAT EARLIER MEMOS HAVE ALREADY CREDITED.
           MOVE WS-RET-INVOICE TO WS-RTD-INVOICE.
           MOVE WS-RET-ITEM TO WS-RTD-ITEM.
           PERFORM FIND-RETURNED-PARA.
           MOVE ZERO TO WS-RETURNED-QTY.
           IF RTD-FOUND
               MOVE RTD-T-QTY(WS-RTD-SUB) TO WS-RETURNED-QTY
           END-IF.
           IF WS-RET-QTY > WS-INVOICED-QTY - WS-RETURNED-QTY
               MOVE "OVER RETURN" TO RPT-NOTE
               GO TO REJECT-RETURN-PARA
           END-IF.
      *    A KIT HAS NO STOCK RECORD OF ITS OWN; EVERY ONE OF ITS
      *    COMPONENTS MUST HAVE ONE BEFORE ANY IS PUT BACK.
           MOVE WS-RET-ITEM TO WS-KIT-KIT-IN.
           PERFORM FIND-KIT-PARA.
           MOVE 'N' TO WS-NO-STOCK-SW.
           IF KIT-FOUND
               PERFORM CHECK-KIT-COMP-PARA
                   VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-TOTAL
           ELSE
               MOVE WS-WHSE TO STK-WHSE
               MOVE WS-RET-ITEM TO STK-ITEM-CODE
               READ STOCK-MASTER
                   INVALID KEY
                       SET STOCK-MISSING TO TRUE
               END-READ
           END-IF.
           IF STOCK-MISSING
               MOVE "NO STOCK REC" TO RPT-NOTE
               GO TO REJECT-RETURN-PARA
           END-IF.
           IF NOT RTD-FOUND
               MOVE "TABLE FULL" TO RPT-NOTE
               GO TO REJECT-RETURN-PARA
           END-IF.
           PERFORM GET-MEMO-NO-PARA.
           IF KIT-FOUND
               PERFORM RESTOCK-KIT-COMP-PARA
                   VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-TOTAL
           ELSE
               MOVE WS-RET-ITEM TO WS-RSK-ITEM
               MOVE WS-RET-QTY TO WS-RSK-QTY
               MOVE WS-RET-LOT TO WS-RSK-LOT
               PERFORM RESTOCK-ITEM-PARA
           END-IF.
           COMPUTE WS-LINE-AMOUNT = WS-UNIT-PRICE * WS-RET-QTY.
           COMPUTE WS-LINE-TAX ROUNDED =
               WS-LINE-AMOUNT * WS-TAX-RATE / 100.
           COMPUTE WS-LINE-GROSS = WS-LINE-AMOUNT + WS-LINE-TAX.
           ADD WS-RET-QTY TO RTD-T-QTY(WS-RTD-SUB).
           ADD 1 TO WS-ACCEPTED-COUNT.
           ADD WS-LINE-GROSS TO WS-CREDIT-TOTAL.
           ADD WS-LINE-TAX TO WS-TAX-TOTAL.
           SUBTRACT WS-LINE-GROSS FROM WS-RUN-TOTAL.
           MOVE SPACES TO CREDIT-MEMO-RECORD.
           MOVE WS-THIS-MEMO TO CRM-NUMBER.
           MOVE WS-CURR-DATE TO CRM-DATE.
           MOVE WS-RET-INVOICE TO CRM-INVOICE.
           MOVE WS-RET-CUST TO CRM-CUST.
           MOVE WS-RET-ITEM TO CRM-ITEM.
           MOVE WS-RET-QTY TO CRM-QTY.
           MOVE WS-UNIT-PRICE TO CRM-PRICE.
           MOVE WS-LINE-AMOUNT TO CRM-AMOUNT.
           MOVE WS-RET-REASON TO CRM-REASON.
           MOVE WS-TAX-CODE TO CRM-TAX-CODE.
           MOVE WS-TAX-RATE TO CRM-TAX-RATE.
           MOVE WS-LINE-TAX TO CRM-TAX.
           WRITE CREDIT-MEMO-RECORD.
           COMPUTE TXD-AMOUNT = ZERO - WS-LINE-AMOUNT.
           MOVE WS-RET-ITEM TO TXD-ITEM.
           COMPUTE TXD-QTY = ZERO - WS-RET-QTY.
           MOVE WS-CURR-DATE TO TXD-DATE.
           MOVE SPACE TO TXD-PROMO.
           MOVE WS-TXN-DETAIL TO TXN-LINE.
           WRITE TXN-LINE.
           MOVE WS-TXN-DETAIL TO SLS-LINE.
           WRITE SLS-LINE.
      *    THE TAX COMES BACK OFF THE TAX-PAYABLE ACCOUNT ON THE DAY
      *    FILE ONLY, AS THE ORDER BATCH BOOKED IT.
           IF WS-LINE-TAX NOT = ZERO
               COMPUTE TXD-AMOUNT = ZERO - WS-LINE-TAX
               MOVE "2200" TO TXD-ACCT
               MOVE WS-TXN-DETAIL TO TXN-LINE
               WRITE TXN-LINE
               MOVE "4000" TO TXD-ACCT
           END-IF.
           IF WS-RET-CUST = "CASH" OR WS-RET-CUST = SPACES
               MOVE "CASH REFUND" TO RPT-NOTE
           ELSE
               PERFORM POST-CREDIT-PARA
               MOVE "CREDITED" TO RPT-NOTE
           END-IF.
           MOVE WS-THIS-MEMO TO RPT-MEMO.
           MOVE WS-RET-INVOICE TO RPT-INVOICE.
           MOVE WS-RET-CUST TO RPT-CUST.
           MOVE WS-RET-ITEM TO RPT-ITEM.
           MOVE WS-RET-QTY TO RPT-QTY.
           MOVE WS-LINE-GROSS TO RPT-AMOUNT.
           MOVE RSN-TEXT(WS-RSN-FOUND) TO RPT-REASON.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           GO TO PROCESS-RETURN-EXIT.
      *    A REJECTED RETURN PRINTS WITH ITS REASON AND IS LOGGED;
      *    NOTHING IS CREDITED AND NO STOCK MOVES.
       REJECT-RETURN-PARA.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO RPT-MEMO.
           MOVE WS-RET-INVOICE-X TO RPT-INVOICE.
           MOVE WS-RET-CUST TO RPT-CUST.
           MOVE WS-RET-ITEM TO RPT-ITEM.
           MOVE WS-RET-QTY TO RPT-QTY.
           MOVE ZERO TO RPT-AMOUNT.
           MOVE WS-RET-REASON TO RPT-REASON.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           MOVE "BAD-RETRN" TO WS-SHARED-ACTION.
           MOVE WS-RET-INVOICE-X TO WS-SHARED-KEY.
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM,
               WS-SHARED-ACTION, WS-SHARED-KEY.
       PROCESS-RETURN-EXIT.
           EXIT.

      *    THE GOODS GO BACK ON THE STOCK MASTER AND ARE JOURNALLED
      *    AGAINST THE MEMO; A LOT-CONTROLLED ITEM GOES BACK INTO ITS
      *    LOT AS WELL, SO THE LOTS STILL ADD UP TO THE ON-HAND.
       RESTOCK-ITEM-PARA.
           MOVE WS-WHSE TO STK-WHSE.
           MOVE WS-RSK-ITEM TO STK-ITEM-CODE.
           READ STOCK-MASTER
               INVALID KEY
                   MOVE ZERO TO STK-ON-HAND
           END-READ.
           ADD WS-RSK-QTY TO STK-ON-HAND.
           MOVE WS-CURR-DATE TO STK-LAST-MOVE.
           REWRITE STOCK-RECORD.
           MOVE 'C' TO WS-MOVE-TYPE.
           MOVE WS-RSK-QTY TO WS-MOVE-QTY.
           MOVE SPACES TO WS-MOVE-REF.
           MOVE WS-THIS-MEMO TO WS-MOVE-REF.
           CALL "STKMOVE" USING WS-RSK-ITEM, WS-MOVE-TYPE,
               WS-MOVE-QTY, WS-SHARED-PROGRAM, WS-MOVE-REF.
           MOVE WS-RSK-ITEM TO WS-LKP-ITEM.
           PERFORM FIND-LOT-CTL-PARA.
           IF ITEM-LOT-CONTROLLED AND LOT-FILE-OPEN
               PERFORM RESTOCK-LOT-PARA
           END-IF.

      *    RETURNED GOODS GO BACK INTO THE LOT THE RETURN LINE NAMES,
      *    OR LOT NO-LOT; A LOT ALREADY ON FILE ADDS TO IT AND KEEPS
      *    THE EXPIRY IT WAS RAISED WITH.
       RESTOCK-LOT-PARA.
           IF WS-RSK-LOT = SPACES
               MOVE "NO-LOT" TO WS-RSK-LOT
           END-IF.
           MOVE WS-WHSE TO LOT-WHSE.
           MOVE WS-RSK-ITEM TO LOT-ITEM-CODE.
           MOVE WS-RSK-LOT TO LOT-NUMBER.
           READ STOCK-LOT
               INVALID KEY
                   MOVE WS-WHSE TO LOT-WHSE
                   MOVE WS-RSK-ITEM TO LOT-ITEM-CODE
                   MOVE WS-RSK-LOT TO LOT-NUMBER
                   MOVE ZERO TO LOT-EXPIRY
                   MOVE WS-RSK-QTY TO LOT-ON-HAND
                   MOVE WS-CURR-DATE TO LOT-RECEIVED
                   WRITE STOCK-LOT-RECORD
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-RSK-QTY TO LOT-ON-HAND
                   REWRITE STOCK-LOT-RECORD
           END-READ.
           ADD 1 TO WS-LOT-COUNT.

       CHECK-KIT-COMP-PARA.
           IF KIT-T-KIT(WS-KIT-SUB) = WS-RET-ITEM
               MOVE WS-WHSE TO STK-WHSE
               MOVE KIT-T-COMP(WS-KIT-SUB) TO STK-ITEM-CODE
               READ STOCK-MASTER
                   INVALID KEY
                       SET STOCK-MISSING TO TRUE
               END-READ
           END-IF.

      *    EACH COMPONENT GOES BACK AT THE KIT QUANTITY TIMES ITS
      *    QUANTITY PER KIT. A LOT NAMED ON THE LINE BELONGS TO THE
      *    KIT, NOT TO ANY ONE COMPONENT, SO COMPONENTS GO TO NO-LOT.
       RESTOCK-KIT-COMP-PARA.
           IF KIT-T-KIT(WS-KIT-SUB) = WS-RET-ITEM
               MOVE KIT-T-COMP(WS-KIT-SUB) TO WS-RSK-ITEM
               COMPUTE WS-RSK-QTY = KIT-T-QTY(WS-KIT-SUB) * WS-RET-QTY
               MOVE SPACES TO WS-RSK-LOT
               PERFORM RESTOCK-ITEM-PARA
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

       FIND-LOT-CTL-PARA.
           MOVE 'N' TO WS-LOT-CTL-SW.
           PERFORM VARYING WS-LKP-A-IDX FROM 1 BY 1
                   UNTIL WS-LKP-A-IDX > 2 OR ITEM-LOT-CONTROLLED
               PERFORM VARYING WS-LKP-C-IDX FROM 1 BY 1
                       UNTIL WS-LKP-C-IDX > 3 OR ITEM-LOT-CONTROLLED
                   IF CODE-VAL(WS-LKP-A-IDX, WS-LKP-C-IDX)
                           = WS-LKP-ITEM
                       AND WS-LOT-CTL(WS-LKP-A-IDX, WS-LKP-C-IDX)
                           = 'Y'
                       SET ITEM-LOT-CONTROLLED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    NO CATALOG MEANS NO ITEM IS TAKEN AS LOT-CONTROLLED; THE
      *    RETURNS STILL GO BACK ON THE STOCK MASTER.
       LOAD-CATALOG-DRIVER-PARA.
           OPEN INPUT CATALOG-FILE.
           IF CAT-FILESTATUS = "00"
               PERFORM LOAD-CATALOG-PARA WITH TEST BEFORE
                   UNTIL CAT-END-OF-FILE
               CLOSE CATALOG-FILE
           ELSE
               DISPLAY " CATALOG FILE NOT FOUND - NO LOTS RESTOCKED "
           END-IF.

       LOAD-CATALOG-PARA.
           READ CATALOG-FILE INTO CATALOG-LINE
               AT END
                   SET CAT-END-OF-FILE TO TRUE
               NOT AT END
                   UNSTRING CATALOG-LINE DELIMITED BY SPACE
                       INTO WS-ARTICLE-NAME-IN WS-CODE-IN
                   IF WS-ARTICLE-NAME-IN NOT = WS-PREV-ARTICLE-NAME
                       ADD 1 TO WS-ARTICLE-IDX
                       MOVE ZERO TO WS-CODE-IDX
                       MOVE WS-ARTICLE-NAME-IN TO WS-PREV-ARTICLE-NAME
                   END-IF
                   ADD 1 TO WS-CODE-IDX
                   IF WS-ARTICLE-IDX <= 2 AND WS-CODE-IDX <= 3
                       MOVE WS-ARTICLE-NAME-IN
                           TO NAME-ARTICLE(WS-ARTICLE-IDX)
                       MOVE WS-CODE-IN
                           TO CODE-VAL(WS-ARTICLE-IDX, WS-CODE-IDX)
                       MOVE CATALOG-LINE(44:1) TO WS-LOT-CTL
                           (WS-ARTICLE-IDX, WS-CODE-IDX)
                   END-IF
           END-READ.

      *    WHAT THE INVOICE BILLED FOR THIS ITEM, THE PRICE IT WAS
      *    BILLED AT, THE TAX IT WAS BILLED WITH AND THE CUSTOMER IT
      *    WAS BILLED TO.
       SCAN-INVOICE-PARA.
           MOVE ZERO TO WS-INVOICED-QTY.
           MOVE ZERO TO WS-UNIT-PRICE.
           MOVE SPACE TO WS-TAX-CODE.
           MOVE ZERO TO WS-TAX-RATE.
           MOVE 'N' TO IVH-EOF.
           OPEN INPUT INVOICE-HIST.
           IF IVH-FILESTATUS NOT = "00"
               GO TO SCAN-INVOICE-END
           END-IF.
           PERFORM SCAN-ONE-INVOICE-PARA THRU SCAN-ONE-INVOICE-EXIT
               UNTIL IVH-END-OF-FILE.
           CLOSE INVOICE-HIST.
       SCAN-INVOICE-END.
           EXIT.

       SCAN-ONE-INVOICE-PARA.
           READ INVOICE-HIST
               AT END
                   SET IVH-END-OF-FILE TO TRUE
                   GO TO SCAN-ONE-INVOICE-EXIT
           END-READ.
           IF IVH-NUMBER NOT NUMERIC
               GO TO SCAN-ONE-INVOICE-EXIT
           END-IF.
           IF IVH-NUMBER = WS-RET-INVOICE AND IVH-ITEM = WS-RET-ITEM
               ADD FUNCTION NUMVAL(IVH-QTY) TO WS-INVOICED-QTY
               COMPUTE WS-UNIT-PRICE = FUNCTION NUMVAL(IVH-PRICE)
               MOVE IVH-CUST TO WS-RET-CUST
               IF IVH-TAX-CODE NOT = SPACE
                   MOVE IVH-TAX-CODE TO WS-TAX-CODE
                   COMPUTE WS-TAX-RATE = FUNCTION NUMVAL(IVH-TAX-RATE)
               END-IF
           END-IF.
       SCAN-ONE-INVOICE-EXIT.
           EXIT.

       POST-CREDIT-PARA.
           MOVE WS-RET-CUST TO CB-CUST-ID.
           READ CUST-BALANCE
               INVALID KEY
                   MOVE WS-RET-CUST TO CB-CUST-ID
                   COMPUTE CB-BALANCE = ZERO - WS-LINE-GROSS
                   WRITE CUST-BALANCE-RECORD
                   END-WRITE
               NOT INVALID KEY
                   SUBTRACT WS-LINE-GROSS FROM CB-BALANCE
                   REWRITE CUST-BALANCE-RECORD
           END-READ.
           COMPUTE WS-CTL-AMOUNT = ZERO - WS-LINE-GROSS.
           MOVE WS-THIS-MEMO TO WS-CTL-REF.
           CALL "CTLPOST" USING WS-CTL-TAG, WS-CTL-AMOUNT,
               WS-SHARED-PROGRAM, WS-CTL-REF.
      *    THE MEMO STANDS ON THE LEDGER AS A CREDIT ITEM UNDER ITS
      *    OWN NUMBER, POINTING BACK AT THE INVOICE IT REVERSES.
           MOVE SPACES TO AR-DETAIL-RECORD.
           MOVE WS-RET-CUST TO AR-CUST-ID.
           MOVE WS-CURR-DATE TO AR-DATE.
           COMPUTE AR-AMOUNT = ZERO - WS-LINE-GROSS.
           MOVE WS-THIS-MEMO TO AR-INVOICE.
           COMPUTE AR-OPEN-AMOUNT = ZERO - WS-LINE-GROSS.
           MOVE 'O' TO AR-STATUS.
           MOVE 'M' TO AR-TYPE.
           MOVE WS-RET-INVOICE TO AR-REF.
           WRITE AR-DETAIL-RECORD.

       GET-MEMO-NO-PARA.
           MOVE 'N' TO WS-CMN-FOUND-SW.
           PERFORM VARYING WS-CMN-SUB FROM 1 BY 1
                   UNTIL WS-CMN-SUB > WS-CMN-TOTAL
                   OR MEMO-FOUND
               IF CMN-T-INVOICE(WS-CMN-SUB) = WS-RET-INVOICE
                   SET MEMO-FOUND TO TRUE
                   MOVE CMN-T-NUMBER(WS-CMN-SUB) TO WS-THIS-MEMO
               END-IF
           END-PERFORM.
           IF NOT MEMO-FOUND
               ADD 1 TO WS-LAST-CRM-NUMBER
               MOVE WS-LAST-CRM-NUMBER TO WS-THIS-MEMO
               IF WS-CMN-TOTAL < WS-CMN-MAX
                   ADD 1 TO WS-CMN-TOTAL
                   MOVE WS-RET-INVOICE TO CMN-T-INVOICE(WS-CMN-TOTAL)
                   MOVE WS-THIS-MEMO TO CMN-T-NUMBER(WS-CMN-TOTAL)
               END-IF
           END-IF.

       READ-LAST-MEMO-PARA.
           OPEN INPUT LAST-CRM-FILE.
           IF CRM-NUM-FILESTATUS = "00"
               READ LAST-CRM-FILE INTO WS-LAST-CRM-NUMBER
                   AT END MOVE 800000 TO WS-LAST-CRM-NUMBER
               END-READ
               CLOSE LAST-CRM-FILE
           ELSE
               DISPLAY " LASTCRMEMO.CTL NOT FOUND - STARTING AT "
                   "800000 "
           END-IF.

       SAVE-LAST-MEMO-PARA.
           OPEN OUTPUT LAST-CRM-FILE.
           MOVE WS-LAST-CRM-NUMBER TO CRM-NUM-RECORD.
           WRITE CRM-NUM-RECORD.
           CLOSE LAST-CRM-FILE.

      *    FINDS THE INVOICE/ITEM SLOT, OPENING ONE IF THERE IS ROOM.
       FIND-RETURNED-PARA.
           MOVE 'N' TO WS-RTD-FOUND-SW.
           PERFORM VARYING WS-RTD-SUB FROM 1 BY 1
                   UNTIL WS-RTD-SUB > WS-RTD-TOTAL OR RTD-FOUND
               IF RTD-T-INVOICE(WS-RTD-SUB) = WS-RTD-INVOICE
                       AND RTD-T-ITEM(WS-RTD-SUB) = WS-RTD-ITEM
                   SET RTD-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF RTD-FOUND
               SUBTRACT 1 FROM WS-RTD-SUB
           ELSE
               IF WS-RTD-TOTAL < WS-RTD-MAX
                   ADD 1 TO WS-RTD-TOTAL
                   MOVE WS-RTD-TOTAL TO WS-RTD-SUB
                   MOVE WS-RTD-INVOICE TO RTD-T-INVOICE(WS-RTD-SUB)
                   MOVE WS-RTD-ITEM TO RTD-T-ITEM(WS-RTD-SUB)
                   MOVE ZERO TO RTD-T-QTY(WS-RTD-SUB)
                   SET RTD-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-RTD-SKIPPED
               END-IF
           END-IF.

       LOAD-PRIOR-RETURNS-PARA.
           OPEN INPUT CREDIT-MEMO.
           IF CRM-FILESTATUS NOT = "00"
               GO TO LOAD-PRIOR-RETURNS-END
           END-IF.
           PERFORM LOAD-ONE-RETURN-PARA THRU LOAD-ONE-RETURN-EXIT
               UNTIL CRM-END-OF-FILE.
           CLOSE CREDIT-MEMO.
       LOAD-PRIOR-RETURNS-END.
           EXIT.

       LOAD-ONE-RETURN-PARA.
           READ CREDIT-MEMO
               AT END
                   SET CRM-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-RETURN-EXIT
           END-READ.
           IF CRM-INVOICE NOT NUMERIC OR CRM-QTY NOT NUMERIC
               GO TO LOAD-ONE-RETURN-EXIT
           END-IF.
           MOVE CRM-INVOICE TO WS-RTD-INVOICE.
           MOVE CRM-ITEM TO WS-RTD-ITEM.
           PERFORM FIND-RETURNED-PARA.
           IF RTD-FOUND
               ADD CRM-QTY TO RTD-T-QTY(WS-RTD-SUB)
           END-IF.
       LOAD-ONE-RETURN-EXIT.
           EXIT.

       POST-CONTROL-TOTAL-PARA.
           OPEN INPUT CONTROL-FILE.
           IF CTL-FILESTATUS = "00"
               READ CONTROL-FILE INTO CTL-LINE
                   AT END MOVE SPACES TO CTL-LINE
               END-READ
               MOVE SPACES TO WS-PARSE-RECORD
               MOVE CTL-LINE TO WS-PARSE-RECORD
               CALL "FLDPARSE" USING WS-PARSE-RECORD, WS-PARSE-DELIM,
                   WS-PARSE-FIELDS, WS-PARSE-COUNT, WS-PARSE-ERROR
               END-CALL
               IF WS-PARSE-COUNT > ZERO
                   COMPUTE WS-PRIOR-CONTROL =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(1))
               END-IF
               CLOSE CONTROL-FILE
           END-IF.
           COMPUTE WS-NEW-CONTROL = WS-PRIOR-CONTROL + WS-RUN-TOTAL.
           OPEN OUTPUT CONTROL-FILE.
           MOVE WS-NEW-CONTROL TO WS-AMOUNT-TEXT.
           MOVE WS-AMOUNT-TEXT TO CTL-LINE.
           WRITE CTL-LINE.
           CLOSE CONTROL-FILE.

      *    THE WHOLE CREDIT-MEMO HISTORY, THIS RUN'S MEMOS INCLUDED,
      *    SUMMED PER ITEM AND REASON - THE ITEMS THAT KEEP COMING
      *    BACK, AND WHY.
       PRINT-SUMMARY-PARA.
           MOVE 'N' TO CRM-EOF.
           OPEN INPUT CREDIT-MEMO.
           IF CRM-FILESTATUS NOT = "00"
               GO TO PRINT-SUMMARY-EXIT
           END-IF.
           PERFORM SUM-ONE-MEMO-PARA THRU SUM-ONE-MEMO-EXIT
               UNTIL CRM-END-OF-FILE.
           CLOSE CREDIT-MEMO.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM RPT-SUM-HEADER-1.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > WS-RSN-MAX
               MOVE RSN-CODE(WS-RSN-SUB)
                   TO RPT-SUM-HDR-RSN(WS-RSN-SUB)
               MOVE ZERO TO WS-REASON-QTY(WS-RSN-SUB)
           END-PERFORM.
           WRITE RPT-LINE FROM RPT-SUM-HEADER-2.
           MOVE ZERO TO WS-ALL-QTY.
           MOVE ZERO TO WS-ALL-VALUE.
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                   UNTIL WS-SUM-SUB > WS-SUM-TOTAL
               MOVE SUM-T-ITEM(WS-SUM-SUB) TO RPT-SUM-ITEM
               PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                       UNTIL WS-RSN-SUB > WS-RSN-MAX
                   MOVE SUM-T-QTY(WS-SUM-SUB, WS-RSN-SUB)
                       TO RPT-SUM-QTY(WS-RSN-SUB)
                   ADD SUM-T-QTY(WS-SUM-SUB, WS-RSN-SUB)
                       TO WS-REASON-QTY(WS-RSN-SUB)
               END-PERFORM
               MOVE SUM-T-TOTAL(WS-SUM-SUB) TO RPT-SUM-TOTAL
               MOVE SUM-T-VALUE(WS-SUM-SUB) TO RPT-SUM-VALUE
               ADD SUM-T-TOTAL(WS-SUM-SUB) TO WS-ALL-QTY
               ADD SUM-T-VALUE(WS-SUM-SUB) TO WS-ALL-VALUE
               WRITE RPT-LINE FROM RPT-SUM-LINE
           END-PERFORM.
           MOVE "ALL" TO RPT-SUM-ITEM.
           MOVE WS-ALL-QTY TO RPT-SUM-TOTAL.
           MOVE WS-ALL-VALUE TO RPT-SUM-VALUE.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > WS-RSN-MAX
               MOVE WS-REASON-QTY(WS-RSN-SUB)
                   TO RPT-SUM-QTY(WS-RSN-SUB)
           END-PERFORM.
           WRITE RPT-LINE FROM RPT-SUM-LINE.
           IF WS-SUM-SKIPPED > ZERO
               MOVE SPACES TO RPT-LINE
               MOVE "*** MORE ITEMS THAN THE SUMMARY HOLDS - TRUNCATED"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       PRINT-SUMMARY-EXIT.
           EXIT.

       SUM-ONE-MEMO-PARA.
           READ CREDIT-MEMO
               AT END
                   SET CRM-END-OF-FILE TO TRUE
                   GO TO SUM-ONE-MEMO-EXIT
           END-READ.
           IF CRM-QTY NOT NUMERIC
               GO TO SUM-ONE-MEMO-EXIT
           END-IF.
           MOVE ZERO TO WS-RSN-FOUND.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > WS-RSN-MAX
               IF RSN-CODE(WS-RSN-SUB) = CRM-REASON
                   MOVE WS-RSN-SUB TO WS-RSN-FOUND
               END-IF
           END-PERFORM.
           IF WS-RSN-FOUND = ZERO
               MOVE WS-RSN-MAX TO WS-RSN-FOUND
           END-IF.
           MOVE 'N' TO WS-SUM-FOUND-SW.
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                   UNTIL WS-SUM-SUB > WS-SUM-TOTAL OR SUM-FOUND
               IF SUM-T-ITEM(WS-SUM-SUB) = CRM-ITEM
                   SET SUM-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF SUM-FOUND
               SUBTRACT 1 FROM WS-SUM-SUB
           ELSE
               IF WS-SUM-TOTAL < WS-SUM-MAX
                   ADD 1 TO WS-SUM-TOTAL
                   MOVE WS-SUM-TOTAL TO WS-SUM-SUB
                   INITIALIZE SUM-ENTRY(WS-SUM-SUB)
                   MOVE CRM-ITEM TO SUM-T-ITEM(WS-SUM-SUB)
               ELSE
                   ADD 1 TO WS-SUM-SKIPPED
                   GO TO SUM-ONE-MEMO-EXIT
               END-IF
           END-IF.
           ADD CRM-QTY TO SUM-T-QTY(WS-SUM-SUB, WS-RSN-FOUND).
           ADD CRM-QTY TO SUM-T-TOTAL(WS-SUM-SUB).
           COMPUTE SUM-T-VALUE(WS-SUM-SUB) = SUM-T-VALUE(WS-SUM-SUB)
               + FUNCTION NUMVAL(CRM-AMOUNT).
       SUM-ONE-MEMO-EXIT.
           EXIT.
       END PROGRAM RETURNS.
