      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared sales-tax service, in the spirit of BIZCAL,
      *          backed by the TaxRates.dat rate master (one line
      *          per rate: tax code, percentage rate, and the
      *          YYYYMMDD it takes effect, e.g. "S 8.250 20250101").
      *          Given a tax code, the transaction date and a net
      *          amount it returns the rate in force on that date
      *          (the latest effective date not after it) and the
      *          rounded tax. A blank code is taken as 'S' standard;
      *          'E' (exempt item) and 'X' (exempt customer) always
      *          carry a zero rate. When no rate is on file the tax
      *          is zero and the found flag is 'N' so the caller can
      *          log the gap.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TAXRATE-FILE ASSIGN TO "TaxRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TXR-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TAXRATE-FILE.
       01 TAXRATE-RECORD PIC X(40).

       WORKING-STORAGE SECTION.
       01 TXR-FILESTATUS PIC X(02).
       01 TXR-EOF PIC X(1) VALUE 'N'.
           88 TXR-END-OF-FILE VALUE 'Y'.
      *    THE RATE MASTER IS SMALL AND IS LOADED ONCE PER RUN
      *    UNIT, ON THE FIRST CALL.
       01 WS-RATES-LOADED PIC X(1) VALUE 'N'.
           88 RATES-LOADED VALUE 'Y'.
       01 TXR-TABLE.
           05 TXR-ENTRY OCCURS 50 TIMES.
               10 TXR-CODE PIC X(1).
               10 TXR-RATE PIC 9(2)V999.
               10 TXR-EFF-DATE PIC 9(8).
       01 WS-TXR-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-TXR-SUB PIC 9(3).
      *
       01 WS-IN-CODE PIC X(1).
       01 WS-IN-RATE PIC X(8).
       01 WS-IN-EFF PIC X(8).
       01 WS-BEST-EFF PIC 9(8).

       LINKAGE SECTION.
       01 LS-TAX-CODE PIC X(1).
           88 TAX-CODE-EXEMPT VALUE 'E' 'X'.
       01 LS-TAX-DATE PIC 9(8).
       01 LS-NET-AMOUNT PIC S9(7)V99.
       01 LS-TAX-RATE PIC 9(2)V999.
       01 LS-TAX-AMOUNT PIC S9(7)V99.
       01 LS-FOUND-FLAG PIC X(1).

       PROCEDURE DIVISION USING LS-TAX-CODE, LS-TAX-DATE,
               LS-NET-AMOUNT, LS-TAX-RATE, LS-TAX-AMOUNT,
               LS-FOUND-FLAG.
       MAIN-PARAGRAPH.
       IF NOT RATES-LOADED
           PERFORM LOAD-RATES-PARA THRU LOAD-RATES-EXIT
       END-IF.
       IF LS-TAX-CODE = SPACE
           MOVE 'S' TO LS-TAX-CODE
       END-IF.
       MOVE ZERO TO LS-TAX-RATE
       MOVE ZERO TO LS-TAX-AMOUNT
       IF TAX-CODE-EXEMPT
           MOVE 'Y' TO LS-FOUND-FLAG
           GOBACK
       END-IF.
       MOVE 'N' TO LS-FOUND-FLAG
       MOVE ZERO TO WS-BEST-EFF
       PERFORM VARYING WS-TXR-SUB FROM 1 BY 1
               UNTIL WS-TXR-SUB > WS-TXR-TOTAL
           IF TXR-CODE(WS-TXR-SUB) = LS-TAX-CODE
                   AND TXR-EFF-DATE(WS-TXR-SUB) NOT > LS-TAX-DATE
                   AND TXR-EFF-DATE(WS-TXR-SUB) NOT < WS-BEST-EFF
               MOVE TXR-EFF-DATE(WS-TXR-SUB) TO WS-BEST-EFF
               MOVE TXR-RATE(WS-TXR-SUB) TO LS-TAX-RATE
               MOVE 'Y' TO LS-FOUND-FLAG
           END-IF
       END-PERFORM.
       COMPUTE LS-TAX-AMOUNT ROUNDED =
           LS-NET-AMOUNT * LS-TAX-RATE / 100.
       GOBACK.

       LOAD-RATES-PARA.
       SET RATES-LOADED TO TRUE
       OPEN INPUT TAXRATE-FILE
       IF TXR-FILESTATUS NOT = "00"
           GO TO LOAD-RATES-EXIT
       END-IF
       PERFORM LOAD-ONE-RATE-PARA THRU LOAD-ONE-RATE-EXIT
           UNTIL TXR-END-OF-FILE
       CLOSE TAXRATE-FILE.
       LOAD-RATES-EXIT.
       EXIT.

       LOAD-ONE-RATE-PARA.
       READ TAXRATE-FILE
           AT END
               SET TXR-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-RATE-EXIT
       END-READ.
       MOVE SPACES TO WS-IN-CODE WS-IN-RATE WS-IN-EFF
       UNSTRING TAXRATE-RECORD DELIMITED BY ALL SPACE
           INTO WS-IN-CODE WS-IN-RATE WS-IN-EFF
       END-UNSTRING.
       IF WS-IN-CODE = SPACE OR WS-IN-EFF IS NOT NUMERIC
           GO TO LOAD-ONE-RATE-EXIT
       END-IF.
       IF WS-TXR-TOTAL < 50
           ADD 1 TO WS-TXR-TOTAL
           MOVE WS-IN-CODE TO TXR-CODE(WS-TXR-TOTAL)
           COMPUTE TXR-RATE(WS-TXR-TOTAL) = FUNCTION NUMVAL(WS-IN-RATE)
           MOVE WS-IN-EFF TO TXR-EFF-DATE(WS-TXR-TOTAL)
       END-IF.
       LOAD-ONE-RATE-EXIT.
       EXIT.
       END PROGRAM TAXCALC.
