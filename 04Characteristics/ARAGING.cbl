      * Purpose: Receivables aging report. Reads the ARDetail.dat
      *          open-items file the order batch posts, ages each
      *          invoice amount against today's date into the
      *          current / 30 / 60 / 90-day buckets (only what is
      *          still open - cleared items are skipped and a
      *          part-paid item ages its open remainder), and prints one
      *          ARAging.rpt line per customer with the four bucket
      *          totals and the customer total, cross-footed to a
      *          grand-total line at the bottom.
       DATA DIVISION.
       FILE SECTION.
       FD AR-DETAIL.
       COPY ARDREC REPLACING ==:REC:== BY ==AR-DETAIL-RECORD==.
       FD AGING-REPORT.
       01 RPT-LINE PIC X(80).

       IF AR-CUST-ID = SPACES
           GO TO AGE-ONE-EXIT
       END-IF
      *    A CLEARED ITEM IS PAID AND NO LONGER OWED; A PART-PAID ONE
      *    AGES ONLY WHAT IS STILL OPEN ON IT.
       IF AR-ITEM-CLEARED
           GO TO AGE-ONE-EXIT
       END-IF
       COMPUTE WS-AGE-DAYS =
           FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           - FUNCTION INTEGER-OF-DATE(AR-DATE)
       WHEN OTHER
           MOVE 4 TO WS-BUCKET
       END-EVALUATE
       IF AR-OPEN-AMOUNT-X = SPACES
           COMPUTE WS-ITEM-AMOUNT = FUNCTION NUMVAL(AR-AMOUNT)
       ELSE
           COMPUTE WS-ITEM-AMOUNT = FUNCTION NUMVAL(AR-OPEN-AMOUNT)
       END-IF
       PERFORM FIND-CUSTOMER-PARA
      *    AN ITEM THE FULL TABLE CANNOT PLACE IS LEFT OUT OF EVERY
      *    TOTAL - TRUNCATED AND SAID SO, NEVER POSTED UNDER THE
