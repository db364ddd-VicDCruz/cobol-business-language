      ******************************************************************
      * Author:
      * Date:
      * Purpose: Accounts-payable payment proposal - suppliers are
      *          paid on purpose, from a list someone signed, not
      *          from memory. Selects every APOpen.dat item still
      *          open and due by the date given on the command line
      *          as YYYYMMDD (default today), supplier by supplier,
      *          and prints PayProposal.rpt for sign-off with a
      *          total per supplier and for the run. A supplier
      *          carrying the hold flag on Supplier.dat (an 'H'
      *          after the lead time), or not on Supplier.dat at
      *          all, is listed but not proposed. The proposed items
      *          are written to APPayProposed.dat (supplier, invoice,
      *          amount); the lines signed off are copied to
      *          APPayApproved.dat for APPAY to pay - the same
      *          propose and apply gate ROPCALC and ROPAPPLY keep.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AP-OPEN ASSIGN TO "APOpen.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APO-FILESTATUS.
       SELECT SUPPLIER-FILE ASSIGN TO "Supplier.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUP-FILESTATUS.
       SELECT PROPOSED-FILE ASSIGN TO "APPayProposed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRP-FILESTATUS.
       SELECT PROPOSAL-REPORT ASSIGN TO "PayProposal.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AP-OPEN.
       COPY APREC REPLACING ==:REC:== BY ==AP-OPEN-RECORD==.
       FD SUPPLIER-FILE.
       01 SUPPLIER-LINE PIC X(40).
       FD PROPOSED-FILE.
       01 PROPOSED-RECORD.
           05 PRP-SUPPLIER PIC X(4).
           05 FILLER PIC X(1).
           05 PRP-INVOICE PIC X(10).
           05 FILLER PIC X(1).
           05 PRP-AMOUNT PIC 9(7).99.
       FD PROPOSAL-REPORT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 APO-FILESTATUS PIC X(02).
       01 SUP-FILESTATUS PIC X(02).
       01 PRP-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
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
      *    THE PAYABLES, HELD IN FILE ORDER SO EACH SUPPLIER'S DUE
      *    ITEMS CAN BE GATHERED TOGETHER.
       01 APT-TABLE.
           05 APT-ENTRY OCCURS 500 TIMES.
               10 APT-T-SUPPLIER PIC X(4).
               10 APT-T-INVOICE PIC X(10).
               10 APT-T-INV-DATE PIC 9(8).
               10 APT-T-DUE-DATE PIC 9(8).
               10 APT-T-AMOUNT PIC 9(7)V99.
               10 APT-T-SELECTED PIC X(1).
                   88 APT-ITEM-DUE VALUE 'Y'.
               10 APT-T-DONE PIC X(1).
                   88 APT-ITEM-LISTED VALUE 'Y'.
       01 WS-APT-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-APT-MAX PIC 9(3) VALUE 500.
       01 WS-APT-SUB PIC 9(3).
       01 WS-APT-SCAN PIC 9(3).
       01 WS-APT-SKIPPED PIC 9(3) VALUE ZERO.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-DUE-X PIC X(8).
       01 WS-DUE-BY PIC 9(8).
       01 WS-CURR-DATE PIC 9(8).
       01 WS-THIS-SUPPLIER PIC X(4).
       01 WS-PAYABLE-SW PIC X(1).
           88 SUPPLIER-PAYABLE VALUE 'Y'.
       01 WS-SUPPLIER-TOTAL PIC 9(9)V99.
      *
       01 WS-PROPOSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PROPOSED-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HELD-TOTAL PIC 9(9)V99 VALUE ZERO.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(30) VALUE "AP PAYMENT PROPOSAL - DUE BY ".
           05 RPT-HDR-DUE PIC 9(8).
           05 FILLER PIC X(6) VALUE "  RUN ".
           05 RPT-HDR-DATE PIC 9(8).
       01 RPT-SUPPLIER-LINE.
           05 FILLER PIC X(9) VALUE "SUPPLIER ".
           05 RPT-SUP-CODE PIC X(6).
           05 RPT-SUP-NAME PIC X(22).
           05 RPT-SUP-NOTE PIC X(24).
       01 RPT-ITEM-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RPT-INVOICE PIC X(12).
           05 FILLER PIC X(9) VALUE "INV DATE ".
           05 RPT-INV-DATE PIC 9(8).
           05 FILLER PIC X(6) VALUE "  DUE ".
           05 RPT-DUE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-AMOUNT PIC Z(6)9.99.
       01 RPT-SUBTOTAL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RPT-SUB-LABEL PIC X(41).
           05 RPT-SUB-AMOUNT PIC Z(8)9.99.
       01 RPT-COUNT-LINE.
           05 RPT-COUNT-LABEL PIC X(28).
           05 RPT-COUNT-VALUE PIC ZZZZ9.
       01 RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL PIC X(28).
           05 RPT-TOTAL-AMOUNT PIC Z(8)9.99.
       01 RPT-SIGN-LINE.
           05 FILLER PIC X(40)
               VALUE "APPROVED BY : ____________________  ".
           05 FILLER PIC X(20) VALUE "DATE : __________".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-DUE-X.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-DUE-X
           END-UNSTRING.
           IF WS-DUE-X = SPACES
               MOVE WS-CURR-DATE TO WS-DUE-BY
           ELSE
               IF WS-DUE-X NOT NUMERIC
                   DISPLAY "USAGE: APPROP [DUE-BY-YYYYMMDD]"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-DUE-X TO WS-DUE-BY
           END-IF.
           PERFORM LOAD-SUPPLIERS-PARA.
           PERFORM LOAD-AP-OPEN-PARA THRU LOAD-AP-OPEN-END.
      *    A SUPPLIER MISSED OFF THE TABLE WOULD LOSE ITS HOLD FLAG,
      *    AND AN ITEM MISSED OFF WOULD GO UNPAID UNSEEN - EITHER
      *    WAY THE PROPOSAL IS REFUSED.
           IF WS-SUP-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-SUP-MAX " SUPPLIERS ON "
               DISPLAY "*** SUPPLIER.DAT - RUN REFUSED, RAISE THE TABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-APT-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-APT-MAX " ITEMS ON "
               DISPLAY "*** APOPEN.DAT - RUN REFUSED, RAISE THE TABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PROPOSED-FILE.
           OPEN OUTPUT PROPOSAL-REPORT.
           MOVE WS-DUE-BY TO RPT-HDR-DUE.
           MOVE WS-CURR-DATE TO RPT-HDR-DATE.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           PERFORM PROPOSE-SUPPLIER-PARA THRU PROPOSE-SUPPLIER-EXIT
               VARYING WS-APT-SUB FROM 1 BY 1
               UNTIL WS-APT-SUB > WS-APT-TOTAL.
           PERFORM PRINT-TOTALS-PARA.
           CLOSE PROPOSAL-REPORT.
           CLOSE PROPOSED-FILE.
           DISPLAY "INVOICES PROPOSED  : " WS-PROPOSED-COUNT.
           DISPLAY "INVOICES ON HOLD   : " WS-HELD-COUNT.
           DISPLAY "REVIEW PAYPROPOSAL.RPT, COPY APPROVED LINES TO "
               "APPAYAPPROVED.DAT, THEN RUN APPAY".
           GOBACK.

      *    THE FIRST DUE ITEM NOT YET LISTED BRINGS IN ITS SUPPLIER:
      *    ALL THAT SUPPLIER'S DUE ITEMS ARE LISTED TOGETHER, AND
      *    PROPOSED ONLY WHEN THE SUPPLIER IS KNOWN AND NOT HELD.
       PROPOSE-SUPPLIER-PARA.
           IF NOT APT-ITEM-DUE(WS-APT-SUB)
                   OR APT-ITEM-LISTED(WS-APT-SUB)
               GO TO PROPOSE-SUPPLIER-EXIT
           END-IF.
           MOVE APT-T-SUPPLIER(WS-APT-SUB) TO WS-THIS-SUPPLIER.
           MOVE 'N' TO WS-SUP-FOUND-SW.
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                   UNTIL WS-SUP-SUB > WS-SUP-TOTAL OR SUPPLIER-FOUND
               IF SUP-T-CODE(WS-SUP-SUB) = WS-THIS-SUPPLIER
                   SET SUPPLIER-FOUND TO TRUE
               END-IF
           END-PERFORM.
           MOVE SPACES TO RPT-SUP-NAME.
           MOVE SPACES TO RPT-SUP-NOTE.
           MOVE WS-THIS-SUPPLIER TO RPT-SUP-CODE.
           MOVE 'Y' TO WS-PAYABLE-SW.
           IF SUPPLIER-FOUND
               SUBTRACT 1 FROM WS-SUP-SUB
               MOVE SUP-T-NAME(WS-SUP-SUB) TO RPT-SUP-NAME
               IF SUP-T-HOLD(WS-SUP-SUB) = 'H'
                   MOVE 'N' TO WS-PAYABLE-SW
                   MOVE "*** ON HOLD - NOT PAID" TO RPT-SUP-NOTE
               END-IF
           ELSE
               MOVE 'N' TO WS-PAYABLE-SW
               MOVE "*** NOT ON SUPPLIER.DAT" TO RPT-SUP-NOTE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM RPT-SUPPLIER-LINE.
           MOVE ZERO TO WS-SUPPLIER-TOTAL.
           PERFORM LIST-ITEM-PARA
               VARYING WS-APT-SCAN FROM WS-APT-SUB BY 1
               UNTIL WS-APT-SCAN > WS-APT-TOTAL.
           IF SUPPLIER-PAYABLE
               MOVE "SUPPLIER TOTAL TO PAY" TO RPT-SUB-LABEL
           ELSE
               MOVE "SUPPLIER TOTAL HELD" TO RPT-SUB-LABEL
           END-IF.
           MOVE WS-SUPPLIER-TOTAL TO RPT-SUB-AMOUNT.
           WRITE RPT-LINE FROM RPT-SUBTOTAL-LINE.
       PROPOSE-SUPPLIER-EXIT.
           EXIT.

       LIST-ITEM-PARA.
           IF APT-T-SUPPLIER(WS-APT-SCAN) = WS-THIS-SUPPLIER
                   AND APT-ITEM-DUE(WS-APT-SCAN)
               MOVE 'Y' TO APT-T-DONE(WS-APT-SCAN)
               MOVE APT-T-INVOICE(WS-APT-SCAN) TO RPT-INVOICE
               MOVE APT-T-INV-DATE(WS-APT-SCAN) TO RPT-INV-DATE
               MOVE APT-T-DUE-DATE(WS-APT-SCAN) TO RPT-DUE-DATE
               MOVE APT-T-AMOUNT(WS-APT-SCAN) TO RPT-AMOUNT
               WRITE RPT-LINE FROM RPT-ITEM-LINE
               ADD APT-T-AMOUNT(WS-APT-SCAN) TO WS-SUPPLIER-TOTAL
               IF SUPPLIER-PAYABLE
                   ADD 1 TO WS-PROPOSED-COUNT
                   ADD APT-T-AMOUNT(WS-APT-SCAN) TO WS-PROPOSED-TOTAL
                   MOVE SPACES TO PROPOSED-RECORD
                   MOVE APT-T-SUPPLIER(WS-APT-SCAN) TO PRP-SUPPLIER
                   MOVE APT-T-INVOICE(WS-APT-SCAN) TO PRP-INVOICE
                   MOVE APT-T-AMOUNT(WS-APT-SCAN) TO PRP-AMOUNT
                   WRITE PROPOSED-RECORD
               ELSE
                   ADD 1 TO WS-HELD-COUNT
                   ADD APT-T-AMOUNT(WS-APT-SCAN) TO WS-HELD-TOTAL
               END-IF
           END-IF.

       PRINT-TOTALS-PARA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "INVOICES PROPOSED         : " TO RPT-COUNT-LABEL.
           MOVE WS-PROPOSED-COUNT TO RPT-COUNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "TOTAL PROPOSED            : " TO RPT-TOTAL-LABEL.
           MOVE WS-PROPOSED-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE "INVOICES DUE BUT HELD     : " TO RPT-COUNT-LABEL.
           MOVE WS-HELD-COUNT TO RPT-COUNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "TOTAL HELD                : " TO RPT-TOTAL-LABEL.
           MOVE WS-HELD-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM RPT-SIGN-LINE.

      *    A SUPPLIER LINE IS CODE, NAME, LEAD-TIME DAYS AND, WHEN
      *    PAYMENT IS STOPPED, AN 'H'.
       LOAD-SUPPLIERS-PARA.
           OPEN INPUT SUPPLIER-FILE.
           IF SUP-FILESTATUS NOT = "00"
               DISPLAY " SUPPLIER.DAT NOT FOUND - NO SUPPLIER CAN "
               DISPLAY " BE PROPOSED "
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
           MOVE AP-SUPPLIER TO APT-T-SUPPLIER(WS-APT-TOTAL).
           MOVE AP-INVOICE TO APT-T-INVOICE(WS-APT-TOTAL).
           MOVE AP-INV-DATE TO APT-T-INV-DATE(WS-APT-TOTAL).
           MOVE AP-DUE-DATE TO APT-T-DUE-DATE(WS-APT-TOTAL).
           MOVE AP-AMOUNT TO APT-T-AMOUNT(WS-APT-TOTAL).
           MOVE 'N' TO APT-T-DONE(WS-APT-TOTAL).
           IF AP-ITEM-OPEN AND AP-DUE-DATE NOT > WS-DUE-BY
               MOVE 'Y' TO APT-T-SELECTED(WS-APT-TOTAL)
           ELSE
               MOVE 'N' TO APT-T-SELECTED(WS-APT-TOTAL)
           END-IF.
       LOAD-ONE-AP-EXIT.
           EXIT.
       END PROGRAM APPROP.
