      ******************************************************************
      * Author:
      * Date:
      * Purpose: Counter cash-up reconciliation - proves the cash in
      *          each drawer against what the counter sold for cash.
      *          The day's cash sales (customer CASH) are totalled by
      *          till from InvoiceHist.dat, gross of tax, using the
      *          till ORDENT stamps on each cash-sale line, and set
      *          against the day's CashUp.dat count for the same till:
      *          the takings are the notes, coins and card slips
      *          counted plus the paid-out vouchers, less the float the
      *          drawer started with. The CashRecon.YYYYMMDD.rpt report,
      *          written through RPTWRT and catalogued through RPTCAT as
      *          CASHRECON, shows for each till the cash sales, the
      *          takings, the amount banked and the over or short. A
      *          short beyond the CASH-SHORT-TOL key on SystemConfig.dat
      *          (whole currency units, default 5), a till that sold
      *          for cash but was never cashed up, and a second cash-up
      *          line for the same till are logged through EXCPLOG for
      *          the supervisor, and end the run with RETURN-CODE 4. The
      *          amount banked - notes, coins and card slips less the
      *          float kept back - is posted to the cash position as a
      *          CashPost.dat line for the next LEDGER run. The date
      *          reconciled is today, or YYYYMMDD given on the command
      *          line; the CashRec.rc stamp, holding the last date
      *          reconciled, refuses the same day twice so the banking
      *          is never posted twice. No cash-up for the day ends the
      *          run with RETURN-CODE 8 and nothing posted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-UP-FILE ASSIGN TO 'CashUp.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CSU-FILESTATUS.

           SELECT INVOICE-HIST ASSIGN TO 'InvoiceHist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IVH-FILESTATUS.

           SELECT CASH-POST-FILE ASSIGN TO 'CashPost.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CPT-FILESTATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'CashRec.rc'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCF-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CASH-UP-FILE.
       COPY CSUREC REPLACING ==:REC:== BY ==CASH-UP-RECORD==.
      *
      *    THE INVOICE HISTORY AS ORDENT WRITES IT, AS FAR AS THE TILL.
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
           05 FILLER PIC X(1).
           05 IVH-COST PIC X(8).
           05 FILLER PIC X(1).
           05 IVH-TILL PIC X(8).
      *
       FD CASH-POST-FILE.
       COPY CPTREC REPLACING ==:REC:== BY ==CASH-POST-RECORD==.
      *
       FD RUN-CONTROL-FILE.
       01 RC-RECORD PIC 9(8).
      *
       WORKING-STORAGE SECTION.

       01 CSU-FILESTATUS PIC X(02).
       01 IVH-FILESTATUS PIC X(02).
       01 CPT-FILESTATUS PIC X(02).
       01 RCF-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-CMD-DATE PIC X(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RECON-DATE PIC 9(8).
       01 WS-LAST-RECON-DATE PIC 9(8) VALUE ZERO.
       01 WS-STEP-RC PIC 9(1) VALUE ZERO.
      *
      *    ONE ENTRY PER TILL SEEN ON EITHER SIDE; A CASH SALE WITH NO
      *    TILL ON IT (BILLED OUTSIDE A COUNTER SESSION) GATHERS UNDER
      *    A BLANK TILL AND IS SHOWN BUT NOT RECONCILED.
       01 TILL-TABLE.
           05 TL-ENTRY OCCURS 100 TIMES.
               10 TL-TILL PIC X(8).
               10 TL-SALES PIC S9(9)V99.
               10 TL-LINES PIC 9(5).
               10 TL-COUNTED-SW PIC X(1).
                   88 TL-CASHED-UP VALUE 'Y'.
               10 TL-TAKINGS PIC S9(9)V99.
               10 TL-BANKED PIC S9(9)V99.
       01 WS-TL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TL-MAX PIC 9(3) VALUE 100.
       01 WS-TL-SUB PIC 9(3).
       01 WS-TL-FOUND PIC 9(3).
       01 WS-FIND-TILL PIC X(8).
       01 WS-OVERFLOW-SW PIC X(1) VALUE 'N'.
           88 TABLE-OVERFLOW VALUE 'Y'.
      *
       01 WS-LINE-VALUE PIC S9(9)V99.
       01 WS-OVER-SHORT PIC S9(9)V99.
       01 WS-SHORT-AMOUNT PIC S9(9)V99.
       01 WS-TOLERANCE PIC S9(9)V99.
       01 WS-CSU-READ PIC 9(5) VALUE ZERO.
       01 WS-CSU-DAY PIC 9(5) VALUE ZERO.
       01 WS-CSU-BAD PIC 9(5) VALUE ZERO.
       01 WS-CSU-DUP PIC 9(5) VALUE ZERO.
       01 WS-IVH-READ PIC 9(7) VALUE ZERO.
       01 WS-CASH-LINES PIC 9(7) VALUE ZERO.
       01 WS-REFERRED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-NOT-CASHED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TOT-SALES PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-TAKINGS PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-BANKED PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-OVER-SHORT PIC S9(11)V99 VALUE ZERO.
       01 WS-EDIT-AMOUNT PIC -9(9).99.
      *
       01 WS-PARM-KEY PIC X(16) VALUE "CASH-SHORT-TOL".
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5) VALUE 5.
       01 WS-PARM-FOUND PIC X(1).
      *
       01 WS-RPT-FUNC PIC X(1).
       01 WS-RPT-TITLE PIC X(40)
           VALUE "COUNTER CASH-UP RECONCILIATION".
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-CAT-REPORT-NAME PIC X(16) VALUE "CASHRECON".
       01 WS-RPT-DATE-X PIC X(8).
      *
       01 RPT-DAY-LINE.
           05 FILLER PIC X(22) VALUE "TRADING DAY         : ".
           05 RPT-DAY-DATE PIC 9(8).
           05 FILLER PIC X(20) VALUE "   SHORT TOLERANCE ".
           05 RPT-DAY-TOL PIC ZZZZ9.
       01 RPT-HEAD-LINE.
           05 FILLER PIC X(20) VALUE "TILL      CASH SALES".
           05 FILLER PIC X(12) VALUE "     TAKINGS".
           05 FILLER PIC X(12) VALUE "      BANKED".
           05 FILLER PIC X(12) VALUE "  OVER/SHORT".
           05 FILLER PIC X(24) VALUE " NOTE".
       01 RPT-TILL-LINE.
           05 RPT-TILL PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-SALES PIC -(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-TAKINGS PIC -(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-BANKED PIC -(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-OVER-SHORT PIC -(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-NOTE PIC X(20).
       01 RPT-CSU-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-CSU-TEXT PIC X(30).
           05 RPT-CSU-RECORD PIC X(48).
       01 RPT-SUMMARY-LINE.
           05 RPT-SUM-LABEL PIC X(28).
           05 RPT-SUM-COUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 RPT-SUM-AMOUNT PIC -(11)9.99.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "CASHREC".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE WS-TODAY-DATE TO WS-RECON-DATE
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       MOVE SPACES TO WS-CMD-DATE
       UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE INTO WS-CMD-DATE
       END-UNSTRING
       IF WS-CMD-DATE NOT = SPACES
           IF WS-CMD-DATE IS NUMERIC
               MOVE WS-CMD-DATE TO WS-RECON-DATE
           ELSE
               DISPLAY " TRADING DATE " WS-CMD-DATE " IS NOT YYYYMMDD"
                   " - NOTHING RECONCILED "
               MOVE 8 TO WS-STEP-RC
               GO TO PROGRAM-END-PARA
           END-IF
       END-IF
       PERFORM CHECK-RUN-CONTROL-PARA
       IF WS-LAST-RECON-DATE = WS-RECON-DATE
           DISPLAY " TRADING DAY " WS-RECON-DATE " IS ALREADY "
           DISPLAY " RECONCILED - RERUN REFUSED "
           GO TO PROGRAM-END-PARA
       END-IF
       OPEN INPUT CASH-UP-FILE
       IF CSU-FILESTATUS NOT = "00"
           DISPLAY " CASHUP.DAT NOT FOUND - NOTHING TO RECONCILE "
           DISPLAY " FILE STATUS IS : " CSU-FILESTATUS
           MOVE 8 TO WS-STEP-RC
           GO TO PROGRAM-END-PARA
       END-IF
       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
           WS-PARM-DEFAULT, WS-PARM-FOUND
       END-CALL
       DISPLAY "PARM CASH-SHORT-TOL = " WS-PARM-VALUE
       MOVE WS-PARM-VALUE TO WS-TOLERANCE

       MOVE WS-TODAY-DATE TO WS-RPT-DATE-X
       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING "CashRecon." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       MOVE WS-RECON-DATE TO RPT-DAY-DATE
       MOVE WS-PARM-VALUE TO RPT-DAY-TOL
       MOVE RPT-DAY-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA

       PERFORM LOAD-ONE-CASH-UP-PARA THRU LOAD-ONE-CASH-UP-EXIT
           UNTIL END-OF-FILE
       CLOSE CASH-UP-FILE
       IF WS-CSU-DAY = ZERO
           DISPLAY " NO CASH-UP ON FILE FOR " WS-RECON-DATE
               " - NOTHING RECONCILED "
           MOVE "NO CASH-UP ON FILE FOR THE DAY - NOTHING RECONCILED"
               TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM CLOSE-REPORT-PARA
           MOVE 8 TO WS-STEP-RC
           GO TO PROGRAM-END-PARA
       END-IF

       OPEN INPUT INVOICE-HIST
       IF IVH-FILESTATUS = "00"
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM ADD-ONE-SALE-PARA THRU ADD-ONE-SALE-EXIT
               UNTIL END-OF-FILE
           CLOSE INVOICE-HIST
       ELSE
           MOVE "INVOICEHIST.DAT NOT FOUND - NO CASH SALES COUNTED"
               TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
       END-IF
      *    A TILL TABLE TOO SMALL FOR THE DAY WOULD SHOW A SHORT THAT
      *    IS NOT THERE, SO NOTHING IS POSTED.
       IF TABLE-OVERFLOW
           DISPLAY "*** MORE THAN " WS-TL-MAX " TILLS - "
           DISPLAY "*** NOTHING RECONCILED "
           MOVE "MORE TILLS THAN THE TABLE HOLDS - NOTHING RECONCILED"
               TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM CLOSE-REPORT-PARA
           MOVE 8 TO WS-STEP-RC
           GO TO PROGRAM-END-PARA
       END-IF

       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE RPT-HEAD-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM RECONCILE-ONE-TILL-PARA THRU RECONCILE-ONE-TILL-EXIT
           VARYING WS-TL-SUB FROM 1 BY 1
           UNTIL WS-TL-SUB > WS-TL-COUNT
       PERFORM POST-CASH-PARA
       PERFORM PRINT-SUMMARY-PARA
       PERFORM CLOSE-REPORT-PARA
       PERFORM STAMP-RUN-CONTROL-PARA

       DISPLAY "=== COUNTER CASH-UP RECONCILIATION ==="
       DISPLAY "TRADING DAY         : " WS-RECON-DATE
       DISPLAY "TILLS               : " WS-TL-COUNT
       DISPLAY "SHORTS REFERRED     : " WS-REFERRED-COUNT
       DISPLAY "NOT CASHED UP       : " WS-NOT-CASHED-COUNT
       MOVE WS-TOT-BANKED TO WS-EDIT-AMOUNT
       DISPLAY "BANKED              : " WS-EDIT-AMOUNT
       IF WS-REFERRED-COUNT > ZERO OR WS-NOT-CASHED-COUNT > ZERO
               OR WS-CSU-DUP > ZERO
           MOVE 4 TO WS-STEP-RC
       END-IF
       MOVE 'E' TO WS-RS-PHASE
       COMPUTE WS-RS-RECORDS = WS-CSU-READ + WS-IVH-READ
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL.

       PROGRAM-END-PARA.
       MOVE WS-STEP-RC TO RETURN-CODE.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
      *    RUN UNIT JUST THE SAME.
       GOBACK.

      *    ONE CASH-UP LINE FOR THE DAY PER TILL; A LINE THAT IS NOT
      *    NUMERIC, OR A SECOND ONE FOR A TILL, IS LISTED AND LEFT OUT.
       LOAD-ONE-CASH-UP-PARA.
       READ CASH-UP-FILE
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LOAD-ONE-CASH-UP-EXIT
       END-READ
       ADD 1 TO WS-CSU-READ
       IF CASH-UP-RECORD = SPACES
           GO TO LOAD-ONE-CASH-UP-EXIT
       END-IF
       IF CSU-DATE IS NOT NUMERIC
           MOVE "CASH-UP LINE NOT READABLE   :" TO RPT-CSU-TEXT
           PERFORM LIST-CASH-UP-PARA
           ADD 1 TO WS-CSU-BAD
           GO TO LOAD-ONE-CASH-UP-EXIT
       END-IF
       IF CSU-DATE NOT = WS-RECON-DATE
           GO TO LOAD-ONE-CASH-UP-EXIT
       END-IF
       IF CSU-TILL = SPACES
               OR CSU-NOTES IS NOT NUMERIC
               OR CSU-COINS IS NOT NUMERIC
               OR CSU-CARDS IS NOT NUMERIC
               OR CSU-PAID-OUT IS NOT NUMERIC
               OR CSU-FLOAT IS NOT NUMERIC
           MOVE "CASH-UP LINE NOT READABLE   :" TO RPT-CSU-TEXT
           PERFORM LIST-CASH-UP-PARA
           ADD 1 TO WS-CSU-BAD
           GO TO LOAD-ONE-CASH-UP-EXIT
       END-IF
       MOVE CSU-TILL TO WS-FIND-TILL
       PERFORM FIND-TILL-PARA
       IF WS-TL-FOUND = ZERO
           GO TO LOAD-ONE-CASH-UP-EXIT
       END-IF
       IF TL-CASHED-UP(WS-TL-FOUND)
           MOVE "SECOND CASH-UP - LEFT OUT   :" TO RPT-CSU-TEXT
           PERFORM LIST-CASH-UP-PARA
           ADD 1 TO WS-CSU-DUP
           MOVE "CASH-DUP " TO WS-SHARED-ACTION
           MOVE CSU-TILL TO WS-SHARED-KEY
           PERFORM LOG-EXCEPTION-PARA
           GO TO LOAD-ONE-CASH-UP-EXIT
       END-IF
       ADD 1 TO WS-CSU-DAY
       SET TL-CASHED-UP(WS-TL-FOUND) TO TRUE
       COMPUTE TL-BANKED(WS-TL-FOUND) = CSU-NOTES + CSU-COINS
           + CSU-CARDS - CSU-FLOAT
       COMPUTE TL-TAKINGS(WS-TL-FOUND) = TL-BANKED(WS-TL-FOUND)
           + CSU-PAID-OUT.
       LOAD-ONE-CASH-UP-EXIT.
       EXIT.

       LIST-CASH-UP-PARA.
       MOVE CASH-UP-RECORD TO RPT-CSU-RECORD
       MOVE RPT-CSU-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

      *    THE DAY'S CASH-SALE LINES, GROSS OF TAX (A LINE BILLED
      *    BEFORE TAX WAS CHARGED CARRIES ONLY ITS NET).
       ADD-ONE-SALE-PARA.
       READ INVOICE-HIST
           AT END
               SET END-OF-FILE TO TRUE
               GO TO ADD-ONE-SALE-EXIT
       END-READ
       ADD 1 TO WS-IVH-READ
       IF IVH-DATE NOT = WS-RECON-DATE OR IVH-CUST NOT = "CASH"
           GO TO ADD-ONE-SALE-EXIT
       END-IF
       IF IVH-GROSS = SPACES
           COMPUTE WS-LINE-VALUE = FUNCTION NUMVAL(IVH-AMOUNT)
       ELSE
           COMPUTE WS-LINE-VALUE = FUNCTION NUMVAL(IVH-GROSS)
       END-IF
       MOVE IVH-TILL TO WS-FIND-TILL
       PERFORM FIND-TILL-PARA
       IF WS-TL-FOUND = ZERO
           GO TO ADD-ONE-SALE-EXIT
       END-IF
       ADD 1 TO WS-CASH-LINES
       ADD 1 TO TL-LINES(WS-TL-FOUND)
       ADD WS-LINE-VALUE TO TL-SALES(WS-TL-FOUND).
       ADD-ONE-SALE-EXIT.
       EXIT.

      *    WS-FIND-TILL'S ENTRY IN WS-TL-FOUND, ADDED IF NEW; ZERO WHEN
      *    THE TABLE IS FULL.
       FIND-TILL-PARA.
       MOVE ZERO TO WS-TL-FOUND
       PERFORM VARYING WS-TL-SUB FROM 1 BY 1
               UNTIL WS-TL-SUB > WS-TL-COUNT OR WS-TL-FOUND > ZERO
           IF TL-TILL(WS-TL-SUB) = WS-FIND-TILL
               MOVE WS-TL-SUB TO WS-TL-FOUND
           END-IF
       END-PERFORM
       IF WS-TL-FOUND = ZERO
           IF WS-TL-COUNT NOT < WS-TL-MAX
               SET TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-TL-COUNT
               MOVE WS-TL-COUNT TO WS-TL-FOUND
               MOVE WS-FIND-TILL TO TL-TILL(WS-TL-FOUND)
               MOVE ZERO TO TL-SALES(WS-TL-FOUND)
               MOVE ZERO TO TL-LINES(WS-TL-FOUND)
               MOVE 'N' TO TL-COUNTED-SW(WS-TL-FOUND)
               MOVE ZERO TO TL-TAKINGS(WS-TL-FOUND)
               MOVE ZERO TO TL-BANKED(WS-TL-FOUND)
           END-IF
       END-IF.

       RECONCILE-ONE-TILL-PARA.
       MOVE SPACES TO RPT-TILL-LINE
       MOVE TL-TILL(WS-TL-SUB) TO RPT-TILL
       MOVE TL-SALES(WS-TL-SUB) TO RPT-SALES
       ADD TL-SALES(WS-TL-SUB) TO WS-TOT-SALES
       IF TL-TILL(WS-TL-SUB) = SPACES
           MOVE "(NONE)" TO RPT-TILL
           MOVE "NO TILL - NOT PROVED" TO RPT-NOTE
           PERFORM WRITE-TILL-LINE-PARA
           GO TO RECONCILE-ONE-TILL-EXIT
       END-IF
       IF NOT TL-CASHED-UP(WS-TL-SUB)
           ADD 1 TO WS-NOT-CASHED-COUNT
           MOVE "NOT CASHED UP" TO RPT-NOTE
           PERFORM WRITE-TILL-LINE-PARA
           MOVE "CASH-NOCU" TO WS-SHARED-ACTION
           MOVE TL-TILL(WS-TL-SUB) TO WS-SHARED-KEY
           PERFORM LOG-EXCEPTION-PARA
           GO TO RECONCILE-ONE-TILL-EXIT
       END-IF
       COMPUTE WS-OVER-SHORT = TL-TAKINGS(WS-TL-SUB)
           - TL-SALES(WS-TL-SUB)
       MOVE TL-TAKINGS(WS-TL-SUB) TO RPT-TAKINGS
       MOVE TL-BANKED(WS-TL-SUB) TO RPT-BANKED
       MOVE WS-OVER-SHORT TO RPT-OVER-SHORT
       ADD TL-TAKINGS(WS-TL-SUB) TO WS-TOT-TAKINGS
       ADD TL-BANKED(WS-TL-SUB) TO WS-TOT-BANKED
       ADD WS-OVER-SHORT TO WS-TOT-OVER-SHORT
       EVALUATE TRUE
       WHEN WS-OVER-SHORT = ZERO
           MOVE "BALANCED" TO RPT-NOTE
       WHEN WS-OVER-SHORT > ZERO
           MOVE "OVER" TO RPT-NOTE
       WHEN OTHER
           COMPUTE WS-SHORT-AMOUNT = ZERO - WS-OVER-SHORT
           IF WS-SHORT-AMOUNT > WS-TOLERANCE
               ADD 1 TO WS-REFERRED-COUNT
               MOVE "SHORT - REFERRED" TO RPT-NOTE
               MOVE "CASH-SHRT" TO WS-SHARED-ACTION
               MOVE TL-TILL(WS-TL-SUB) TO WS-SHARED-KEY
               PERFORM LOG-EXCEPTION-PARA
           ELSE
               MOVE "SHORT" TO RPT-NOTE
           END-IF
       END-EVALUATE
       PERFORM WRITE-TILL-LINE-PARA.
       RECONCILE-ONE-TILL-EXIT.
       EXIT.

       WRITE-TILL-LINE-PARA.
       MOVE RPT-TILL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

      *    THE MONEY BANKED FOR THE DAY MOVES THE CASH POSITION.
       POST-CASH-PARA.
       IF WS-TOT-BANKED NOT = ZERO
           OPEN EXTEND CASH-POST-FILE
           IF CPT-FILESTATUS NOT = "00"
               OPEN OUTPUT CASH-POST-FILE
           END-IF
           MOVE SPACES TO CASH-POST-RECORD
           MOVE WS-RECON-DATE TO CPT-DATE
           MOVE "CASHREC" TO CPT-SOURCE
           MOVE WS-TOT-BANKED TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO CPT-AMOUNT
           WRITE CASH-POST-RECORD
           CLOSE CASH-POST-FILE
       END-IF.

       PRINT-SUMMARY-PARA.
       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "CASH-SALE LINES          : " TO RPT-SUM-LABEL
       MOVE WS-CASH-LINES TO RPT-SUM-COUNT
       MOVE WS-TOT-SALES TO RPT-SUM-AMOUNT
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "TILLS CASHED UP          : " TO RPT-SUM-LABEL
       MOVE WS-CSU-DAY TO RPT-SUM-COUNT
       MOVE WS-TOT-TAKINGS TO RPT-SUM-AMOUNT
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "NET OVER/SHORT           : " TO RPT-SUM-LABEL
       MOVE ZERO TO RPT-SUM-COUNT
       MOVE WS-TOT-OVER-SHORT TO RPT-SUM-AMOUNT
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "SHORTS REFERRED          : " TO RPT-SUM-LABEL
       MOVE WS-REFERRED-COUNT TO RPT-SUM-COUNT
       MOVE ZERO TO RPT-SUM-AMOUNT
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "TILLS NOT CASHED UP      : " TO RPT-SUM-LABEL
       MOVE WS-NOT-CASHED-COUNT TO RPT-SUM-COUNT
       MOVE ZERO TO RPT-SUM-AMOUNT
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "CASH-UP LINES LEFT OUT   : " TO RPT-SUM-LABEL
       COMPUTE RPT-SUM-COUNT = WS-CSU-BAD + WS-CSU-DUP
       MOVE ZERO TO RPT-SUM-AMOUNT
       PERFORM WRITE-SUMMARY-LINE-PARA
       MOVE "POSTED TO CASH POSITION  : " TO RPT-SUM-LABEL
       MOVE ZERO TO RPT-SUM-COUNT
       MOVE WS-TOT-BANKED TO RPT-SUM-AMOUNT
       PERFORM WRITE-SUMMARY-LINE-PARA.

       WRITE-SUMMARY-LINE-PARA.
       MOVE RPT-SUMMARY-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

       CLOSE-REPORT-PARA.
       MOVE 'C' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE
       END-CALL.

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
       MOVE WS-RECON-DATE TO RC-RECORD
       WRITE RC-RECORD
       CLOSE RUN-CONTROL-FILE.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL.
       END PROGRAM CASHREC.
