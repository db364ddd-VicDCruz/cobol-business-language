      *          every InvoiceHist.dat line stored under that number
      *          is regenerated as InvoiceReprint.rpt - date,
      *          customer, each item line with quantity, price and
      *          net amount, the sales tax and the gross (quote-,
      *          contract- and promo-priced lines flagged), and the
      *          invoice net, tax and total.
      *          Lines billed before tax was charged show no tax and
      *          a gross equal to the net. An invoice old enough for
      *          PERARCH to have moved it off to an InvoiceArch.YYYYMM
      *          archive is reprinted by giving ARCH after the number:
      *          every InvoiceArch file listed on ArchIndex.dat is
      *          searched ahead of the live history.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INVOICE-HIST ASSIGN TO WS-IVH-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IVH-FILESTATUS.
       SELECT REPRINT-REPORT ASSIGN TO "InvoiceReprint.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.
       SELECT ARCHIVE-INDEX ASSIGN TO "ArchIndex.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IDX-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
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
       FD REPRINT-REPORT.
       01 RPT-LINE PIC X(70).
       FD ARCHIVE-INDEX.
       COPY AIXREC REPLACING ==:REC:== BY ==INDEX-RECORD==.

       WORKING-STORAGE SECTION.
       01 IVH-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 IDX-FILESTATUS PIC X(02).
       01 IVH-EOF PIC X(1) VALUE 'N'.
           88 IVH-END-OF-FILE VALUE 'Y'.
       01 IDX-EOF PIC X(1) VALUE 'N'.
           88 IDX-END-OF-FILE VALUE 'Y'.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-ASK-NUMBER-X PIC X(6).
       01 WS-ASK-OPTION PIC X(4).
           88 ASKED-FOR-ARCHIVE VALUE "ARCH".
       01 WS-IVH-NAME PIC X(20).
      *    AN ARCHIVE ADDED TO TWICE IS INDEXED TWICE BUT READ ONCE.
       01 ARCH-DONE-TABLE.
           05 ARCH-T-NAME PIC X(20) OCCURS 100 TIMES.
       01 WS-ARCH-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-ARCH-MAX PIC 9(3) VALUE 100.
       01 WS-ARCH-SUB PIC 9(3).
       01 WS-ARCH-DONE-SW PIC X(1).
           88 ARCHIVE-ALREADY-READ VALUE 'Y'.
       01 WS-ASK-NUMBER PIC 9(6).
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-INV-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-INV-NET PIC S9(9)V99 VALUE ZERO.
       01 WS-INV-TAX PIC S9(9)V99 VALUE ZERO.
       01 WS-LINE-TAX PIC S9(7)V99.
       01 WS-LINE-GROSS PIC S9(7)V99.
       01 WS-HEAD-DONE-SW PIC X(1) VALUE 'N'.
           88 HEADING-DONE VALUE 'Y'.
      *
           05 RPT-PRICE PIC X(9).
           05 FILLER PIC X(3) VALUE " = ".
           05 RPT-AMOUNT PIC X(11).
           05 FILLER PIC X(5) VALUE " TAX".
           05 RPT-TAX PIC -(5)9.99.
           05 FILLER PIC X(3) VALUE " = ".
           05 RPT-GROSS PIC -(6)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-PROMO PIC X(8).
       01 RPT-TOTAL-LINE.
           05 RPT-TOTAL-CAPTION PIC X(18) VALUE "INVOICE TOTAL : ".
           05 RPT-TOTAL PIC -(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       MOVE SPACES TO WS-ASK-OPTION
       UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
           INTO WS-ASK-NUMBER-X WS-ASK-OPTION
       END-UNSTRING
       IF WS-ASK-NUMBER-X NOT NUMERIC
           DISPLAY "USAGE: INVREPRT INVOICE-NUMBER [ARCH]"
           GO TO PROGRAM-END-PARA
       END-IF
       MOVE WS-ASK-NUMBER-X TO WS-ASK-NUMBER

       OPEN OUTPUT REPRINT-REPORT
       MOVE WS-ASK-NUMBER TO RPT-HDR-NUMBER
       WRITE RPT-LINE FROM RPT-HEADER-1

       IF ASKED-FOR-ARCHIVE
           PERFORM SEARCH-ARCHIVES-PARA THRU SEARCH-ARCHIVES-EXIT
       END-IF
       MOVE "InvoiceHist.dat" TO WS-IVH-NAME
       OPEN INPUT INVOICE-HIST
       IF IVH-FILESTATUS NOT = "00"
           DISPLAY " INVOICEHIST.DAT NOT FOUND - NO HISTORY ON FILE "
           DISPLAY " FILE STATUS IS : " IVH-FILESTATUS
       ELSE
           MOVE 'N' TO IVH-EOF
           PERFORM REPRINT-ONE-PARA THRU REPRINT-ONE-EXIT
               UNTIL IVH-END-OF-FILE
           CLOSE INVOICE-HIST
       END-IF

       IF WS-LINE-COUNT = ZERO
           DISPLAY "NO HISTORY FOR INVOICE " WS-ASK-NUMBER
           IF NOT ASKED-FOR-ARCHIVE
               DISPLAY "(AN OLDER INVOICE MAY BE ARCHIVED - INVREPRT "
                   WS-ASK-NUMBER " ARCH SEARCHES THE ARCHIVES)"
           END-IF
       ELSE
           MOVE "INVOICE NET   : " TO RPT-TOTAL-CAPTION
           MOVE WS-INV-NET TO RPT-TOTAL
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
           MOVE "INVOICE TAX   : " TO RPT-TOTAL-CAPTION
           MOVE WS-INV-TAX TO RPT-TOTAL
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
           MOVE "INVOICE TOTAL : " TO RPT-TOTAL-CAPTION
           MOVE WS-INV-TOTAL TO RPT-TOTAL
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
           DISPLAY "INVOICE " WS-ASK-NUMBER " REPRINTED - "
               WS-LINE-COUNT " LINE(S)"
       END-IF
       CLOSE REPRINT-REPORT.

       PROGRAM-END-PARA.
       STOP RUN.

       SEARCH-ARCHIVES-PARA.
       OPEN INPUT ARCHIVE-INDEX
       IF IDX-FILESTATUS NOT = "00"
           DISPLAY "NO ARCHIVE INDEX - NOTHING ARCHIVED YET"
           GO TO SEARCH-ARCHIVES-EXIT
       END-IF
       PERFORM SEARCH-ONE-ARCHIVE-PARA THRU SEARCH-ONE-ARCHIVE-EXIT
           UNTIL IDX-END-OF-FILE
       CLOSE ARCHIVE-INDEX.
       SEARCH-ARCHIVES-EXIT.
       EXIT.

       SEARCH-ONE-ARCHIVE-PARA.
       READ ARCHIVE-INDEX
           AT END
               SET IDX-END-OF-FILE TO TRUE
               GO TO SEARCH-ONE-ARCHIVE-EXIT
       END-READ
       IF IDX-ARCH-NAME(1:12) NOT = "InvoiceArch."
           GO TO SEARCH-ONE-ARCHIVE-EXIT
       END-IF
       MOVE 'N' TO WS-ARCH-DONE-SW
       PERFORM VARYING WS-ARCH-SUB FROM 1 BY 1
               UNTIL WS-ARCH-SUB > WS-ARCH-TOTAL
           IF ARCH-T-NAME(WS-ARCH-SUB) = IDX-ARCH-NAME
               SET ARCHIVE-ALREADY-READ TO TRUE
           END-IF
       END-PERFORM
       IF ARCHIVE-ALREADY-READ
           GO TO SEARCH-ONE-ARCHIVE-EXIT
       END-IF
       IF WS-ARCH-TOTAL < WS-ARCH-MAX
           ADD 1 TO WS-ARCH-TOTAL
           MOVE IDX-ARCH-NAME TO ARCH-T-NAME(WS-ARCH-TOTAL)
       END-IF
       MOVE IDX-ARCH-NAME TO WS-IVH-NAME
       OPEN INPUT INVOICE-HIST
       IF IVH-FILESTATUS NOT = "00"
           DISPLAY "*** ARCHIVE " WS-IVH-NAME " NOT FOUND - "
               IDX-COUNT " LINES NOT SEARCHED ***"
           GO TO SEARCH-ONE-ARCHIVE-EXIT
       END-IF
       MOVE 'N' TO IVH-EOF
       PERFORM REPRINT-ONE-PARA THRU REPRINT-ONE-EXIT
           UNTIL IVH-END-OF-FILE
       CLOSE INVOICE-HIST.
       SEARCH-ONE-ARCHIVE-EXIT.
       EXIT.

       REPRINT-ONE-PARA.
       READ INVOICE-HIST
           AT END
       MOVE IVH-QTY TO RPT-QTY
       MOVE IVH-PRICE TO RPT-PRICE
       MOVE IVH-AMOUNT TO RPT-AMOUNT
       IF IVH-TAX = SPACES
           MOVE ZERO TO WS-LINE-TAX
       ELSE
           COMPUTE WS-LINE-TAX = FUNCTION NUMVAL(IVH-TAX)
       END-IF
       COMPUTE WS-LINE-GROSS = FUNCTION NUMVAL(IVH-AMOUNT)
           + WS-LINE-TAX
       MOVE WS-LINE-TAX TO RPT-TAX
       MOVE WS-LINE-GROSS TO RPT-GROSS
       EVALUATE IVH-PROMO
       WHEN 'Q'
           MOVE "QUOTE" TO RPT-PROMO
       WHEN 'C'
           MOVE "CONTRACT" TO RPT-PROMO
       WHEN 'P'
           MOVE "PROMO" TO RPT-PROMO
       WHEN OTHER
           MOVE SPACES TO RPT-PROMO
       END-EVALUATE
       WRITE RPT-LINE FROM RPT-DETAIL-LINE
       COMPUTE WS-INV-NET = WS-INV-NET
           + FUNCTION NUMVAL(IVH-AMOUNT)
       ADD WS-LINE-TAX TO WS-INV-TAX
       ADD WS-LINE-GROSS TO WS-INV-TOTAL.
       REPRINT-ONE-EXIT.
       EXIT.
       END PROGRAM INVREPRT.
