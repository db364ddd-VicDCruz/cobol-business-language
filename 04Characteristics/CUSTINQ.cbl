      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer account inquiry console - "what do I owe"
      *          answered from one screen instead of five files
      *          opened by hand. Takes a customer number, or a
      *          partial name searched along CustMaster.dat, and
      *          shows the customer's name and address, credit
      *          limit, the current balance on CustBal.dat, every
      *          open item on ARDetail.dat with its age in days, the
      *          last five invoices on InvoiceHist.dat with their
      *          totals, and any lines still waiting on
      *          Backorders.dat. Because the screen discloses account
      *          balances, every lookup and name search is logged
      *          through the shared INQLOG audit exactly as employee
      *          lookups are. Reached from the WHSMENU and OPERMENU
      *          consoles, or run on its own.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       SELECT INVOICE-HIST ASSIGN TO "InvoiceHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IVH-FILESTATUS.
       SELECT BACKORDER-FILE ASSIGN TO "Backorders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BKO-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER.
       COPY CMREC REPLACING ==:REC:== BY ==CUSTOMER-RECORD==.
       FD CUST-BALANCE.
       01 CUST-BALANCE-RECORD.
           05 CB-CUST-ID PIC X(6).
           05 CB-BALANCE PIC S9(9)V99.
       FD AR-DETAIL.
       COPY ARDREC REPLACING ==:REC:== BY ==AR-DETAIL-RECORD==.
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
           05 IVH-QTY PIC X(5).
           05 FILLER PIC X(1).
           05 IVH-PRICE PIC X(8).
           05 FILLER PIC X(1).
           05 IVH-AMOUNT PIC X(10).
           05 FILLER PIC X(1).
           05 IVH-PROMO PIC X(1).
           05 FILLER PIC X(1).
           05 IVH-TAX-CODE PIC X(1).
           05 FILLER PIC X(1).
           05 IVH-TAX-RATE PIC X(6).
           05 FILLER PIC X(1).
           05 IVH-TAX PIC X(9).
           05 FILLER PIC X(1).
           05 IVH-GROSS PIC X(10).
       FD BACKORDER-FILE.
       01 BACKORDER-RECORD.
           05 BO-ITEM PIC X(5).
           05 FILLER PIC X(1).
           05 BO-QTY PIC 9(5).
           05 FILLER PIC X(1).
           05 BO-CUST PIC X(6).
           05 FILLER PIC X(1).
           05 BO-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 BO-QUOTE-NO PIC X(6).
           05 FILLER PIC X(1).
           05 BO-QUOTE-PRICE PIC X(8).

       WORKING-STORAGE SECTION.
       01 CUS-FILESTATUS PIC X(02).
       01 BAL-FILESTATUS PIC X(02).
       01 ARD-FILESTATUS PIC X(02).
       01 IVH-FILESTATUS PIC X(02).
       01 BKO-FILESTATUS PIC X(02).
       01 ARD-EOF PIC X(1).
           88 ARD-END-OF-FILE VALUE 'Y'.
       01 IVH-EOF PIC X(1).
           88 IVH-END-OF-FILE VALUE 'Y'.
       01 BKO-EOF PIC X(1).
           88 BKO-END-OF-FILE VALUE 'Y'.
      *
       01 WS-MENU-CHOICE PIC X(1).
       01 WS-MENU-DONE PIC X(1) VALUE 'N'.
           88 MENU-DONE VALUE 'Y'.
       01 WS-IN-CUST PIC X(6).
       01 WS-SEARCH-NAME PIC X(30).
       01 WS-SEARCH-LEN PIC 99.
       01 WS-SEARCH-DONE PIC X(1) VALUE 'N'.
           88 SEARCH-DONE VALUE 'Y'.
       01 WS-MATCH-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CURR-DATE PIC 9(8).
      *
       01 WS-ITEM-AMOUNT PIC S9(9)V99.
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-OPEN-COUNT PIC 9(5).
       01 WS-OPEN-TOTAL PIC S9(9)V99.
       01 WS-BO-COUNT PIC 9(5).
       01 WS-LINE-GROSS PIC S9(9)V99.
      *
      *    THE LAST FIVE INVOICES, OLDEST FIRST; A NEW INVOICE NUMBER
      *    PUSHES THE OLDEST OUT WHEN THE TABLE IS FULL.
       01 IVQ-TABLE.
           05 IVQ-ENTRY OCCURS 5 TIMES.
               10 IVQ-T-NUMBER PIC 9(6).
               10 IVQ-T-DATE PIC 9(8).
               10 IVQ-T-LINES PIC 9(3).
               10 IVQ-T-TOTAL PIC S9(9)V99.
       01 WS-IVQ-TOTAL PIC 9(1).
       01 WS-IVQ-MAX PIC 9(1) VALUE 5.
       01 WS-IVQ-SUB PIC 9(1).
       01 WS-IVQ-FOUND-SW PIC X(1).
           88 IVQ-FOUND VALUE 'Y'.
      *
       01 WS-SHOW-AMOUNT PIC -(8)9.99.
       01 WS-SHOW-AGE PIC -(4)9.
       01 WS-SHOW-QTY PIC Z(4)9.
       01 WS-SHOW-COUNT PIC ZZ9.
      *
      *    EVERY LOOKUP AND NAME SEARCH IS LOGGED THROUGH THE SHARED
      *    INQLOG AUDIT - A BALANCE DISPLAY MUST LEAVE A TRACE.
       01 WS-INQ-PROGRAM PIC X(9) VALUE "CUSTINQ".
       01 WS-INQ-TYPE PIC X(1).
       01 WS-INQ-KEY PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
       MOVE 'N' TO WS-MENU-DONE
       DISPLAY "=== CUSTOMER ACCOUNT INQUIRY ==="
       PERFORM SHOW-MENU-PARA THRU SHOW-MENU-EXIT
           UNTIL MENU-DONE
      *    GOBACK SO THE CONSOLES CAN CALL THIS AND CARRY ON.
       GOBACK.

       SHOW-MENU-PARA.
       DISPLAY " "
       DISPLAY "1 - CUSTOMER BY NUMBER"
       DISPLAY "2 - CUSTOMER SEARCH BY NAME"
       DISPLAY "0 - RETURN"
       DISPLAY "CHOICE ? " WITH NO ADVANCING
       ACCEPT WS-MENU-CHOICE
       EVALUATE WS-MENU-CHOICE
       WHEN '1'
           DISPLAY "CUSTOMER NUMBER ? " WITH NO ADVANCING
           ACCEPT WS-IN-CUST
           PERFORM INQUIRY-BY-NUMBER-PARA
               THRU INQUIRY-BY-NUMBER-EXIT
       WHEN '2'
           PERFORM SEARCH-BY-NAME-PARA THRU SEARCH-BY-NAME-EXIT
       WHEN '0'
           SET MENU-DONE TO TRUE
       WHEN OTHER
           DISPLAY "PLEASE CHOOSE 0 THROUGH 2"
       END-EVALUATE.
       SHOW-MENU-EXIT.
       EXIT.

       INQUIRY-BY-NUMBER-PARA.
       IF WS-IN-CUST = SPACES
           DISPLAY "NO CUSTOMER NUMBER GIVEN"
           GO TO INQUIRY-BY-NUMBER-EXIT
       END-IF
       MOVE 'I' TO WS-INQ-TYPE
       MOVE SPACES TO WS-INQ-KEY
       MOVE WS-IN-CUST TO WS-INQ-KEY
       CALL "INQLOG" USING WS-INQ-PROGRAM, WS-INQ-TYPE,
           WS-INQ-KEY
       END-CALL
       OPEN INPUT CUSTOMER-MASTER
       IF CUS-FILESTATUS NOT = "00"
           DISPLAY " CUSTMASTER.DAT NOT FOUND "
           DISPLAY " FILE STATUS IS : " CUS-FILESTATUS
           GO TO INQUIRY-BY-NUMBER-EXIT
       END-IF
       MOVE WS-IN-CUST TO CM-CUST-ID
       READ CUSTOMER-MASTER
           INVALID KEY
               DISPLAY "NO CUSTOMER ON FILE FOR " WS-IN-CUST
               CLOSE CUSTOMER-MASTER
               GO TO INQUIRY-BY-NUMBER-EXIT
       END-READ
       CLOSE CUSTOMER-MASTER
       PERFORM SHOW-CUSTOMER-PARA
       PERFORM SHOW-BALANCE-PARA
       PERFORM SHOW-OPEN-ITEMS-PARA THRU SHOW-OPEN-ITEMS-EXIT
       PERFORM SHOW-INVOICES-PARA THRU SHOW-INVOICES-EXIT
       PERFORM SHOW-BACKORDERS-PARA THRU SHOW-BACKORDERS-EXIT.
       INQUIRY-BY-NUMBER-EXIT.
       EXIT.

      *    THE MASTER IS KEYED ON THE NUMBER ONLY, SO A NAME SEARCH
      *    READS IT THROUGH; THE MATCHES ARE LISTED AND ONE OF THEM
      *    MAY THEN BE OPENED AS A LOOKUP IN ITS OWN RIGHT.
       SEARCH-BY-NAME-PARA.
       DISPLAY "PARTIAL NAME ? " WITH NO ADVANCING
       ACCEPT WS-SEARCH-NAME
       IF WS-SEARCH-NAME = SPACES
           DISPLAY "NO SEARCH NAME GIVEN"
           GO TO SEARCH-BY-NAME-EXIT
       END-IF
       MOVE 'N' TO WS-INQ-TYPE
       MOVE WS-SEARCH-NAME TO WS-INQ-KEY
       CALL "INQLOG" USING WS-INQ-PROGRAM, WS-INQ-TYPE,
           WS-INQ-KEY
       END-CALL
       OPEN INPUT CUSTOMER-MASTER
       IF CUS-FILESTATUS NOT = "00"
           DISPLAY " CUSTMASTER.DAT NOT FOUND "
           DISPLAY " FILE STATUS IS : " CUS-FILESTATUS
           GO TO SEARCH-BY-NAME-EXIT
       END-IF
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-NAME))
           TO WS-SEARCH-LEN
       IF WS-SEARCH-LEN > 20
           MOVE 20 TO WS-SEARCH-LEN
       END-IF
       MOVE ZERO TO WS-MATCH-COUNT
       MOVE 'N' TO WS-SEARCH-DONE
       PERFORM LIST-NAME-MATCH-PARA THRU LIST-NAME-MATCH-EXIT
           UNTIL SEARCH-DONE
       CLOSE CUSTOMER-MASTER
       DISPLAY "MATCHES FOUND : " WS-MATCH-COUNT
       IF WS-MATCH-COUNT = ZERO
           GO TO SEARCH-BY-NAME-EXIT
       END-IF
       DISPLAY "CUSTOMER NUMBER TO SHOW (BLANK FOR NONE) ? "
           WITH NO ADVANCING
       ACCEPT WS-IN-CUST
       IF WS-IN-CUST NOT = SPACES
           PERFORM INQUIRY-BY-NUMBER-PARA
               THRU INQUIRY-BY-NUMBER-EXIT
       END-IF.
       SEARCH-BY-NAME-EXIT.
       EXIT.

       LIST-NAME-MATCH-PARA.
       READ CUSTOMER-MASTER NEXT RECORD
           AT END
               SET SEARCH-DONE TO TRUE
           NOT AT END
               IF CM-NAME(1:WS-SEARCH-LEN)
                       = WS-SEARCH-NAME(1:WS-SEARCH-LEN)
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY CM-CUST-ID " " CM-NAME " " CM-CITY
               END-IF
       END-READ.
       LIST-NAME-MATCH-EXIT.
       EXIT.

       SHOW-CUSTOMER-PARA.
       DISPLAY " "
       DISPLAY "CUSTOMER     : " CM-CUST-ID " " CM-NAME
       DISPLAY "ADDRESS      : " CM-STREET
       DISPLAY "               " CM-CITY
       IF CM-CREDIT-LIMIT-X NOT NUMERIC
           MOVE ZERO TO CM-CREDIT-LIMIT
       END-IF
       IF CM-CREDIT-LIMIT = ZERO
           DISPLAY "CREDIT LIMIT : NONE SET"
       ELSE
           MOVE CM-CREDIT-LIMIT TO WS-SHOW-AMOUNT
           DISPLAY "CREDIT LIMIT : " WS-SHOW-AMOUNT
       END-IF
       IF CM-IS-TAX-EXEMPT
           DISPLAY "TAX STATUS   : TAX EXEMPT"
       END-IF.

       SHOW-BALANCE-PARA.
       OPEN INPUT CUST-BALANCE
       IF BAL-FILESTATUS NOT = "00"
           DISPLAY "BALANCE      : CUSTBAL.DAT NOT FOUND"
       ELSE
           MOVE CM-CUST-ID TO CB-CUST-ID
           READ CUST-BALANCE
               INVALID KEY
                   DISPLAY "BALANCE      : NOTHING OWED"
               NOT INVALID KEY
                   MOVE CB-BALANCE TO WS-SHOW-AMOUNT
                   DISPLAY "BALANCE      : " WS-SHOW-AMOUNT
           END-READ
           CLOSE CUST-BALANCE
       END-IF.

      *    AN ITEM NOT YET CLEARED IS OPEN FOR ITS OPEN AMOUNT (THE
      *    ORIGINAL AMOUNT ON AN ITEM WRITTEN BEFORE THAT COLUMN),
      *    AGED FROM ITS ITEM DATE AS THE AGING RUN AGES IT.
       SHOW-OPEN-ITEMS-PARA.
       DISPLAY " "
       DISPLAY "OPEN ITEMS   : DATE     INVOICE TYPE      OPEN   AGE"
       MOVE ZERO TO WS-OPEN-COUNT
       MOVE ZERO TO WS-OPEN-TOTAL
       OPEN INPUT AR-DETAIL
       IF ARD-FILESTATUS NOT = "00"
           DISPLAY "               ARDETAIL.DAT NOT FOUND"
           GO TO SHOW-OPEN-ITEMS-EXIT
       END-IF
       MOVE 'N' TO ARD-EOF
       PERFORM SHOW-ONE-ITEM-PARA THRU SHOW-ONE-ITEM-EXIT
           UNTIL ARD-END-OF-FILE
       CLOSE AR-DETAIL
       MOVE WS-OPEN-COUNT TO WS-SHOW-COUNT
       MOVE WS-OPEN-TOTAL TO WS-SHOW-AMOUNT
       DISPLAY "               " WS-SHOW-COUNT " OPEN, TOTAL "
           WS-SHOW-AMOUNT.
       SHOW-OPEN-ITEMS-EXIT.
       EXIT.

       SHOW-ONE-ITEM-PARA.
       READ AR-DETAIL
           AT END
               SET ARD-END-OF-FILE TO TRUE
               GO TO SHOW-ONE-ITEM-EXIT
       END-READ
       IF AR-CUST-ID NOT = CM-CUST-ID OR AR-ITEM-CLEARED
           GO TO SHOW-ONE-ITEM-EXIT
       END-IF
       IF AR-OPEN-AMOUNT-X = SPACES
           COMPUTE WS-ITEM-AMOUNT = FUNCTION NUMVAL(AR-AMOUNT)
       ELSE
           COMPUTE WS-ITEM-AMOUNT = FUNCTION NUMVAL(AR-OPEN-AMOUNT)
       END-IF
       IF WS-ITEM-AMOUNT = ZERO
           GO TO SHOW-ONE-ITEM-EXIT
       END-IF
       COMPUTE WS-AGE-DAYS =
           FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
           - FUNCTION INTEGER-OF-DATE(AR-DATE)
       ADD 1 TO WS-OPEN-COUNT
       ADD WS-ITEM-AMOUNT TO WS-OPEN-TOTAL
       MOVE WS-ITEM-AMOUNT TO WS-SHOW-AMOUNT
       MOVE WS-AGE-DAYS TO WS-SHOW-AGE
       DISPLAY "               " AR-DATE " " AR-INVOICE "  "
           AR-TYPE " " WS-SHOW-AMOUNT " " WS-SHOW-AGE.
       SHOW-ONE-ITEM-EXIT.
       EXIT.

      *    THE INVOICE TOTAL IS THE GROSS OF ITS LINES; A LINE BILLED
      *    BEFORE TAX WAS CHARGED COUNTS AT ITS NET.
       SHOW-INVOICES-PARA.
       DISPLAY " "
       DISPLAY "LAST INVOICES: NUMBER DATE     LINES         TOTAL"
       MOVE ZERO TO WS-IVQ-TOTAL
       OPEN INPUT INVOICE-HIST
       IF IVH-FILESTATUS NOT = "00"
           DISPLAY "               INVOICEHIST.DAT NOT FOUND"
           GO TO SHOW-INVOICES-EXIT
       END-IF
       MOVE 'N' TO IVH-EOF
       PERFORM GATHER-INVOICE-PARA THRU GATHER-INVOICE-EXIT
           UNTIL IVH-END-OF-FILE
       CLOSE INVOICE-HIST
       IF WS-IVQ-TOTAL = ZERO
           DISPLAY "               NONE ON FILE"
       END-IF
       PERFORM VARYING WS-IVQ-SUB FROM 1 BY 1
               UNTIL WS-IVQ-SUB > WS-IVQ-TOTAL
           MOVE IVQ-T-LINES(WS-IVQ-SUB) TO WS-SHOW-COUNT
           MOVE IVQ-T-TOTAL(WS-IVQ-SUB) TO WS-SHOW-AMOUNT
           DISPLAY "               " IVQ-T-NUMBER(WS-IVQ-SUB) " "
               IVQ-T-DATE(WS-IVQ-SUB) "   " WS-SHOW-COUNT " "
               WS-SHOW-AMOUNT
       END-PERFORM.
       SHOW-INVOICES-EXIT.
       EXIT.

       GATHER-INVOICE-PARA.
       READ INVOICE-HIST
           AT END
               SET IVH-END-OF-FILE TO TRUE
               GO TO GATHER-INVOICE-EXIT
       END-READ
       IF IVH-CUST NOT = CM-CUST-ID
           GO TO GATHER-INVOICE-EXIT
       END-IF
       IF IVH-GROSS = SPACES
           COMPUTE WS-LINE-GROSS = FUNCTION NUMVAL(IVH-AMOUNT)
       ELSE
           COMPUTE WS-LINE-GROSS = FUNCTION NUMVAL(IVH-GROSS)
       END-IF
       MOVE 'N' TO WS-IVQ-FOUND-SW
       PERFORM VARYING WS-IVQ-SUB FROM 1 BY 1
               UNTIL WS-IVQ-SUB > WS-IVQ-TOTAL OR IVQ-FOUND
           IF IVQ-T-NUMBER(WS-IVQ-SUB) = IVH-NUMBER
               SET IVQ-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF IVQ-FOUND
           SUBTRACT 1 FROM WS-IVQ-SUB
       ELSE
           IF WS-IVQ-TOTAL = WS-IVQ-MAX
               PERFORM VARYING WS-IVQ-SUB FROM 1 BY 1
                       UNTIL WS-IVQ-SUB = WS-IVQ-MAX
                   MOVE IVQ-ENTRY(WS-IVQ-SUB + 1)
                       TO IVQ-ENTRY(WS-IVQ-SUB)
               END-PERFORM
           ELSE
               ADD 1 TO WS-IVQ-TOTAL
           END-IF
           MOVE WS-IVQ-TOTAL TO WS-IVQ-SUB
           MOVE IVH-NUMBER TO IVQ-T-NUMBER(WS-IVQ-SUB)
           MOVE IVH-DATE TO IVQ-T-DATE(WS-IVQ-SUB)
           MOVE ZERO TO IVQ-T-LINES(WS-IVQ-SUB)
           MOVE ZERO TO IVQ-T-TOTAL(WS-IVQ-SUB)
       END-IF
       ADD 1 TO IVQ-T-LINES(WS-IVQ-SUB)
       ADD WS-LINE-GROSS TO IVQ-T-TOTAL(WS-IVQ-SUB).
       GATHER-INVOICE-EXIT.
       EXIT.

       SHOW-BACKORDERS-PARA.
       DISPLAY " "
       DISPLAY "BACKORDERS   : ITEM    QTY SINCE    QUOTE"
       MOVE ZERO TO WS-BO-COUNT
       OPEN INPUT BACKORDER-FILE
       IF BKO-FILESTATUS NOT = "00"
           DISPLAY "               NONE WAITING"
           GO TO SHOW-BACKORDERS-EXIT
       END-IF
       MOVE 'N' TO BKO-EOF
       PERFORM SHOW-ONE-BO-PARA THRU SHOW-ONE-BO-EXIT
           UNTIL BKO-END-OF-FILE
       CLOSE BACKORDER-FILE
       IF WS-BO-COUNT = ZERO
           DISPLAY "               NONE WAITING"
       END-IF.
       SHOW-BACKORDERS-EXIT.
       EXIT.

       SHOW-ONE-BO-PARA.
       READ BACKORDER-FILE
           AT END
               SET BKO-END-OF-FILE TO TRUE
               GO TO SHOW-ONE-BO-EXIT
       END-READ
       IF BO-CUST NOT = CM-CUST-ID OR BO-ITEM = SPACES
           GO TO SHOW-ONE-BO-EXIT
       END-IF
       ADD 1 TO WS-BO-COUNT
       MOVE BO-QTY TO WS-SHOW-QTY
       DISPLAY "               " BO-ITEM " " WS-SHOW-QTY " " BO-DATE
           " " BO-QUOTE-NO.
       SHOW-ONE-BO-EXIT.
       EXIT.
       END PROGRAM CUSTINQ.
