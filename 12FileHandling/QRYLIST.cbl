      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ad-hoc selection and listing utility driven by a
      *          query card, so a one-off question about a master is
      *          answered by writing a card rather than a program.
      *          The card is a short file of keyword lines, keyword
      *          in column 1, operands separated by spaces:
      *            LAYOUT EMPREC | STKREC | CMREC | F2REC
      *                   (Employee.dat, StockMaster.dat,
      *                   CustMaster.dat or file2.idx - first card)
      *            WHERE  field = | < | > value
      *            WHERE  field RANGE low high   (inclusive)
      *            WHERE  field PREFIX text
      *            PRINT  field field ...        (up to 8 in all)
      *            SORT   field [D]              (D for descending)
      *            TOTAL  field                  (a numeric field)
      *            CSV                           (also write a .csv)
      *          Up to 8 WHERE cards may be given and a record must
      *          meet all of them. SPACES as a value stands for a
      *          blank field (EMP-MST-STATUS = SPACES is an active
      *          employee). Numeric fields compare by value - money
      *          as 50000 or 50000.00, dates as YYYYMMDD - the rest
      *          by text. A line with '*' in column 1 is a comment.
      *          The command line gives the verb:
      *            QRYLIST TRY  [card file]
      *            QRYLIST SAVE name [card file]
      *            QRYLIST RUN  name
      *            QRYLIST LIST
      *          TRY runs a card (default QueryCard.dat) once; SAVE
      *          checks the card, keeps it in the QueryLib.dat query
      *          library under the name - replacing any card saved
      *          under that name before - and runs it; RUN reruns a
      *          saved card, so a recurring question is never
      *          rewritten; LIST shows the saved names. The listing
      *          goes through RPTWRT to Query.name.YYYYMMDD.rpt (name
      *          ADHOC for TRY), catalogued through RPTCAT as QRY-name,
      *          with the records read and selected and the total; a
      *          CSV card adds Query.name.YYYYMMDD.csv with a header
      *          row and a T,count trailer, catalogued as QRY-name-CSV.
      *          A card in error is listed line by line and nothing is
      *          run or saved (RETURN-CODE 8).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QRYLIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMPLOYEE ASSIGN TO 'Employee.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS EMP-FILESTATUS.
       SELECT STOCK-MASTER ASSIGN TO "StockMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STK-KEY
           FILE STATUS IS STK-FILESTATUS.
       SELECT CUSTOMER-MASTER ASSIGN TO "CustMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CM-CUST-ID
           FILE STATUS IS CUS-FILESTATUS.
       SELECT EMPLOYEE-FILE2 ASSIGN TO 'file2.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMPLOYEE-ID
           FILE STATUS IS F2-FILESTATUS.
       SELECT CARD-FILE ASSIGN TO WS-CARD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRD-FILESTATUS.
       SELECT QUERY-LIBRARY ASSIGN TO "QueryLib.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QLB-FILESTATUS.
       SELECT CSV-FILE ASSIGN TO WS-CSV-GEN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CSV-FILESTATUS.
       SELECT SORT-WORK ASSIGN TO "QryList.srt".

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE.
       COPY EMPREC REPLACING ==:REC:== BY ==EMPLOYEE-RECORD==.
       FD STOCK-MASTER.
       COPY STKREC REPLACING ==:REC:== BY ==STOCK-RECORD==.
       FD CUSTOMER-MASTER.
       COPY CMREC REPLACING ==:REC:== BY ==CUSTOMER-RECORD==.
       FD EMPLOYEE-FILE2.
       COPY F2REC REPLACING ==:REC:== BY ==EMPLOYEE-FILE2-RECORD==.
       FD CARD-FILE.
       01 CARD-LINE PIC X(70).
      *
      *    A SAVED CARD IS KEPT AS ITS LINES, EACH UNDER THE NAME.
       FD QUERY-LIBRARY.
       01 QUERY-LIB-LINE.
           05 QLB-NAME PIC X(8).
           05 FILLER PIC X(1).
           05 QLB-CARD PIC X(70).
       FD CSV-FILE.
       01 CSV-LINE PIC X(200).
      *
      *    ONE SELECTED RECORD. THE SORT FIELD'S VALUE GOES INTO THE
      *    NUMERIC OR THE TEXT KEY; THE SEQUENCE KEEPS FILE ORDER
      *    AMONG EQUAL VALUES.
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-NUM-KEY PIC S9(16)V99.
           05 SRT-TXT-KEY PIC X(30).
           05 SRT-SEQ PIC 9(7).
           05 SRT-BUFFER PIC X(200).

       WORKING-STORAGE SECTION.
       01 EMP-FILESTATUS PIC X(02).
       01 STK-FILESTATUS PIC X(02).
       01 CUS-FILESTATUS PIC X(02).
       01 F2-FILESTATUS PIC X(02).
       01 CRD-FILESTATUS PIC X(02).
       01 QLB-FILESTATUS PIC X(02).
       01 CSV-FILESTATUS PIC X(02).
       01 WS-MST-STATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
       01 WS-SRT-EOF PIC X(1) VALUE 'N'.
           88 SRT-END-OF-FILE VALUE 'Y'.
      *
      *    THE LAYOUTS A CARD MAY NAME AND THE MASTER EACH ONE READS.
       01 LAYOUT-LIST-VALUES.
           05 FILLER PIC X(6) VALUE "EMPREC".
           05 FILLER PIC X(16) VALUE "Employee.dat".
           05 FILLER PIC X(6) VALUE "STKREC".
           05 FILLER PIC X(16) VALUE "StockMaster.dat".
           05 FILLER PIC X(6) VALUE "CMREC".
           05 FILLER PIC X(16) VALUE "CustMaster.dat".
           05 FILLER PIC X(6) VALUE "F2REC".
           05 FILLER PIC X(16) VALUE "file2.idx".
       01 LAYOUT-LIST REDEFINES LAYOUT-LIST-VALUES.
           05 LAY-ENTRY OCCURS 4 TIMES.
               10 LAY-NAME PIC X(6).
               10 LAY-FILE PIC X(16).
       01 WS-LAY-MAX PIC 9(1) VALUE 4.
       01 WS-LAY-SUB PIC 9(1).
      *
      *    THE FIELDS OF EACH LAYOUT A CARD MAY NAME: LAYOUT, FIELD,
      *    OFFSET AND LENGTH IN THE RECORD, TYPE (X TEXT, 9 UNSIGNED
      *    NUMBER, S SIGNED NUMBER) AND DECIMAL PLACES - THE COPYBOOK
      *    PICTURES AS THEY STAND TODAY.
       01 FIELD-LIST-VALUES.
           05 FILLER PIC X(29) VALUE "EMPRECEMP-ID          00110X0".
           05 FILLER PIC X(29) VALUE "EMPRECEMP-NAME        01230X0".
           05 FILLER PIC X(29) VALUE "EMPRECEMP-EXP         0430190".
           05 FILLER PIC X(29) VALUE "EMPRECEMP-DEPT        04503X0".
           05 FILLER PIC X(29) VALUE "EMPRECEMP-HIRE-DATE   0490890".
           05 FILLER PIC X(29) VALUE "EMPRECEMP-SALARY      0580992".
           05 FILLER PIC X(29) VALUE "EMPRECEMP-MST-STATUS  06801X0".
           05 FILLER PIC X(29) VALUE "EMPRECEMP-TERM-DATE   0700890".
           05 FILLER PIC X(29) VALUE "EMPRECEMP-MANAGER-ID  07910X0".
           05 FILLER PIC X(29) VALUE "STKRECSTK-WHSE        00102X0".
           05 FILLER PIC X(29) VALUE "STKRECSTK-ITEM-CODE   00305X0".
           05 FILLER PIC X(29) VALUE "STKRECSTK-ON-HAND     00805S0".
           05 FILLER PIC X(29) VALUE "STKRECSTK-LAST-MOVE   0130890".
           05 FILLER PIC X(29) VALUE "STKRECSTK-COUNT-CLASS 02101X0".
           05 FILLER PIC X(29) VALUE "STKRECSTK-LAST-COUNT  0220890".
           05 FILLER PIC X(29) VALUE "STKRECSTK-AVG-COST    0300792".
           05 FILLER PIC X(29) VALUE "CMREC CM-CUST-ID      00106X0".
           05 FILLER PIC X(29) VALUE "CMREC CM-NAME         00720X0".
           05 FILLER PIC X(29) VALUE "CMREC CM-DOB          0270890".
           05 FILLER PIC X(29) VALUE "CMREC CM-GENDER       03501X0".
           05 FILLER PIC X(29) VALUE "CMREC CM-NOTE         03620X0".
           05 FILLER PIC X(29) VALUE "CMREC CM-INTAKE-DATE  0560890".
           05 FILLER PIC X(29) VALUE "CMREC CM-STREET       06425X0".
           05 FILLER PIC X(29) VALUE "CMREC CM-CITY         08920X0".
           05 FILLER PIC X(29) VALUE "CMREC CM-CREDIT-LIMIT 1090992".
           05 FILLER PIC X(29) VALUE "CMREC CM-TAX-EXEMPT   11801X0".
           05 FILLER PIC X(29) VALUE "CMREC CM-POSTAL-CODE  11908X0".
           05 FILLER PIC X(29) VALUE "CMREC CM-ADDR-STATUS  12701X0".
           05 FILLER PIC X(29) VALUE "F2REC EMPLOYEE-ID     00105X0".
           05 FILLER PIC X(29) VALUE "F2REC NAME            00610X0".
           05 FILLER PIC X(29) VALUE "F2REC RANK            01603X0".
           05 FILLER PIC X(29) VALUE "F2REC EMP-STATUS      01901X0".
       01 FIELD-LIST REDEFINES FIELD-LIST-VALUES.
           05 FLD-ENTRY OCCURS 32 TIMES.
               10 FLD-LAYOUT PIC X(6).
               10 FLD-NAME PIC X(16).
               10 FLD-OFFSET PIC 9(3).
               10 FLD-LENGTH PIC 9(2).
               10 FLD-TYPE PIC X(1).
                   88 FLD-IS-TEXT VALUE 'X'.
                   88 FLD-IS-SIGNED VALUE 'S'.
               10 FLD-DECIMALS PIC 9(1).
       01 WS-FLD-MAX PIC 9(2) VALUE 32.
       01 WS-FLD-SUB PIC 9(2).
       01 WS-FOUND-SUB PIC 9(2).
      *
      *    THE CARD AS READ OR RECALLED, AND WHAT IT ASKS FOR.
       01 WS-CARD-TABLE.
           05 WS-CARD-ENTRY PIC X(70) OCCURS 30 TIMES.
       01 WS-CARD-COUNT PIC 9(2) VALUE ZERO.
       01 WS-CARD-MAX PIC 9(2) VALUE 30.
       01 WS-CARD-SUB PIC 9(2).
       01 WS-CARD-ERRORS PIC 9(3) VALUE ZERO.
       01 WS-TOKENS.
           05 WS-TOK PIC X(30) OCCURS 10 TIMES.
       01 WS-TOK-SUB PIC 9(2).
      *
       01 QRY-LAYOUT-SUB PIC 9(1) VALUE ZERO.
       01 QRY-COND-COUNT PIC 9(1) VALUE ZERO.
       01 QRY-CONDITIONS.
           05 QRY-COND OCCURS 8 TIMES.
               10 CND-FLD PIC 9(2).
               10 CND-OP PIC X(6).
               10 CND-VALUE PIC X(30).
               10 CND-HIGH PIC X(30).
               10 CND-VALUE-NUM PIC S9(16)V99.
               10 CND-HIGH-NUM PIC S9(16)V99.
               10 CND-PREFIX-LEN PIC 9(2).
       01 WS-COND-SUB PIC 9(1).
       01 QRY-PRINT-COUNT PIC 9(1) VALUE ZERO.
       01 QRY-PRINTS.
           05 QRY-PRINT OCCURS 8 TIMES.
               10 PRT-FLD PIC 9(2).
               10 PRT-POS PIC 9(2).
               10 PRT-WIDTH PIC 9(2).
       01 WS-PRT-SUB PIC 9(1).
       01 QRY-SORT-FLD PIC 9(2) VALUE ZERO.
       01 QRY-SORT-DESC PIC X(1) VALUE 'N'.
           88 SORT-DESCENDING VALUE 'Y'.
       01 QRY-TOTAL-FLD PIC 9(2) VALUE ZERO.
       01 QRY-CSV PIC X(1) VALUE 'N'.
           88 CSV-WANTED VALUE 'Y'.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-VERB PIC X(8) VALUE SPACES.
           88 VERB-TRY VALUE "TRY".
           88 VERB-SAVE VALUE "SAVE".
           88 VERB-RUN VALUE "RUN".
           88 VERB-LIST VALUE "LIST".
       01 WS-ARG-1 PIC X(24) VALUE SPACES.
       01 WS-ARG-2 PIC X(24) VALUE SPACES.
       01 WS-QUERY-NAME PIC X(8) VALUE SPACES.
       01 WS-CARD-NAME PIC X(24) VALUE "QueryCard.dat".
      *
      *    THE QUERY LIBRARY IS REWRITTEN WHOLE WHEN A CARD IS SAVED.
       01 WS-LIB-TABLE.
           05 WS-LIB-ENTRY PIC X(79) OCCURS 600 TIMES.
       01 WS-LIB-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LIB-MAX PIC 9(3) VALUE 600.
       01 WS-LIB-SUB PIC 9(3).
       01 WS-LAST-NAME PIC X(8) VALUE SPACES.
      *
      *    ONE RECORD OF THE CHOSEN MASTER, AND ONE FIELD OF IT.
       01 WS-REC-BUFFER PIC X(200).
       01 WS-FLD-TEXT PIC X(30).
       01 WS-FLD-NUM PIC S9(16)V99.
       01 WS-FLD-NUM-OK PIC X(1).
           88 FLD-NUMBER-VALID VALUE 'Y'.
       01 WS-NUM-RJ PIC X(18) JUSTIFIED RIGHT.
       01 WS-NUM-RJ-U REDEFINES WS-NUM-RJ PIC 9(18).
       01 WS-NUM-RJ-S REDEFINES WS-NUM-RJ PIC S9(18).
       01 WS-RAW-NUM PIC S9(18).
       01 WS-COND-MET PIC X(1).
           88 RECORD-SELECTED VALUE 'Y'.
       01 WS-VALUE-CHECK PIC X(30).
       01 WS-BAD-CHARS PIC 9(2).
       01 WS-DOT-COUNT PIC 9(2).
       01 WS-CHAR-SUB PIC 9(2).
       01 WS-NAME-LEN PIC 9(2).
       01 WS-COL-POS PIC 9(3).
       01 WS-COL-WIDTH PIC 9(2).
       01 WS-EDIT-DEC PIC -(15)9.99.
       01 WS-EDIT-INT PIC -(17)9.
       01 WS-CELL PIC X(30).
       01 WS-CSV-PTR PIC 9(3).
      *
       01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SELECT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-AMOUNT PIC S9(16)V99 VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RPT-DATE-X PIC X(8).
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "QRYLIST".
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.
       01 WS-RPT-FUNC PIC X(1).
       01 WS-RPT-TITLE PIC X(40).
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-CSV-GEN-NAME PIC X(28).
       01 WS-CAT-REPORT-NAME PIC X(16).
       01 RPT-QUERY-LINE.
           05 FILLER PIC X(7) VALUE "QUERY: ".
           05 RPT-QUERY-NAME PIC X(8).
           05 FILLER PIC X(11) VALUE "   LAYOUT: ".
           05 RPT-LAYOUT PIC X(6).
           05 FILLER PIC X(9) VALUE "   FILE: ".
           05 RPT-FILE PIC X(16).
       01 RPT-COUNT-LINE.
           05 FILLER PIC X(16) VALUE "RECORDS READ  : ".
           05 RPT-READ PIC Z(6)9.
           05 FILLER PIC X(19) VALUE "   SELECTED     : ".
           05 RPT-SELECTED PIC Z(6)9.
       01 RPT-TOTAL-LINE.
           05 FILLER PIC X(6) VALUE "TOTAL ".
           05 RPT-TOTAL-NAME PIC X(16).
           05 FILLER PIC X(2) VALUE ": ".
           05 RPT-TOTAL PIC -(15)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE WS-TODAY-DATE TO WS-RPT-DATE-X
       MOVE SPACES TO WS-CMD-LINE
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
           INTO WS-VERB, WS-ARG-1, WS-ARG-2
       END-UNSTRING
       EVALUATE TRUE
       WHEN VERB-LIST
           PERFORM LIST-LIBRARY-PARA THRU LIST-LIBRARY-EXIT
           GO TO PROGRAM-END-PARA
       WHEN VERB-TRY
           MOVE "ADHOC" TO WS-QUERY-NAME
           IF WS-ARG-1 NOT = SPACES
               MOVE WS-ARG-1 TO WS-CARD-NAME
           END-IF
           PERFORM LOAD-CARD-FILE-PARA THRU LOAD-CARD-FILE-EXIT
       WHEN VERB-SAVE
           MOVE WS-ARG-1 TO WS-QUERY-NAME
           IF WS-ARG-2 NOT = SPACES
               MOVE WS-ARG-2 TO WS-CARD-NAME
           END-IF
           IF WS-QUERY-NAME = SPACES OR WS-ARG-1(9:) NOT = SPACES
               DISPLAY "SAVE NEEDS A QUERY NAME OF UP TO 8 CHARACTERS"
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-END-PARA
           END-IF
           PERFORM LOAD-CARD-FILE-PARA THRU LOAD-CARD-FILE-EXIT
       WHEN VERB-RUN
           MOVE WS-ARG-1 TO WS-QUERY-NAME
           PERFORM LOAD-SAVED-CARD-PARA THRU LOAD-SAVED-CARD-EXIT
       WHEN OTHER
           DISPLAY "USAGE: QRYLIST TRY  [card file]"
           DISPLAY "       QRYLIST SAVE name [card file]"
           DISPLAY "       QRYLIST RUN  name"
           DISPLAY "       QRYLIST LIST"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-EVALUATE
       IF WS-CARD-COUNT = ZERO
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       PERFORM CHECK-CARD-PARA THRU CHECK-CARD-EXIT
           VARYING WS-CARD-SUB FROM 1 BY 1
           UNTIL WS-CARD-SUB > WS-CARD-COUNT
       PERFORM CHECK-WHOLE-CARD-PARA THRU CHECK-WHOLE-CARD-EXIT
       IF WS-CARD-ERRORS > ZERO
           DISPLAY "*** " WS-CARD-ERRORS " ERROR(S) ON THE QUERY CARD"
               " - NOTHING RUN OR SAVED ***"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       IF VERB-SAVE
           PERFORM SAVE-CARD-PARA THRU SAVE-CARD-EXIT
           IF RETURN-CODE NOT = ZERO
               GO TO PROGRAM-END-PARA
           END-IF
       END-IF

       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       PERFORM RUN-QUERY-PARA THRU RUN-QUERY-EXIT
       MOVE 'E' TO WS-RS-PHASE
       MOVE WS-READ-COUNT TO WS-RS-RECORDS
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       IF WS-MST-STATUS NOT = "00"
           MOVE 8 TO RETURN-CODE
       END-IF.

       PROGRAM-END-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
      *    RUN UNIT JUST THE SAME.
       GOBACK.

      ******************************************************************
      *    GETTING THE CARD - FROM A CARD FILE OR FROM THE LIBRARY.
      ******************************************************************
       LOAD-CARD-FILE-PARA.
       MOVE ZERO TO WS-CARD-COUNT
       OPEN INPUT CARD-FILE
       IF CRD-FILESTATUS NOT = "00"
           DISPLAY " QUERY CARD " WS-CARD-NAME " NOT FOUND"
           GO TO LOAD-CARD-FILE-EXIT
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM LOAD-CARD-LINE-PARA THRU LOAD-CARD-LINE-EXIT
           UNTIL END-OF-FILE
       CLOSE CARD-FILE.
       LOAD-CARD-FILE-EXIT.
       EXIT.

       LOAD-CARD-LINE-PARA.
       READ CARD-FILE
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LOAD-CARD-LINE-EXIT
       END-READ
       IF CARD-LINE = SPACES
           GO TO LOAD-CARD-LINE-EXIT
       END-IF
       IF WS-CARD-COUNT NOT < WS-CARD-MAX
           DISPLAY " QUERY CARD LONGER THAN " WS-CARD-MAX
               " LINES - THE REST IS IGNORED"
           SET END-OF-FILE TO TRUE
           GO TO LOAD-CARD-LINE-EXIT
       END-IF
       ADD 1 TO WS-CARD-COUNT
       MOVE CARD-LINE TO WS-CARD-ENTRY(WS-CARD-COUNT).
       LOAD-CARD-LINE-EXIT.
       EXIT.

       LOAD-SAVED-CARD-PARA.
       MOVE ZERO TO WS-CARD-COUNT
       IF WS-QUERY-NAME = SPACES
           DISPLAY "RUN NEEDS THE NAME OF A SAVED QUERY"
           GO TO LOAD-SAVED-CARD-EXIT
       END-IF
       OPEN INPUT QUERY-LIBRARY
       IF QLB-FILESTATUS NOT = "00"
           DISPLAY " QUERYLIB.DAT NOT FOUND - NO QUERY SAVED YET"
           GO TO LOAD-SAVED-CARD-EXIT
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM LOAD-SAVED-LINE-PARA THRU LOAD-SAVED-LINE-EXIT
           UNTIL END-OF-FILE
       CLOSE QUERY-LIBRARY
       IF WS-CARD-COUNT = ZERO
           DISPLAY " NO QUERY SAVED AS " WS-QUERY-NAME
       END-IF.
       LOAD-SAVED-CARD-EXIT.
       EXIT.

       LOAD-SAVED-LINE-PARA.
       READ QUERY-LIBRARY
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LOAD-SAVED-LINE-EXIT
       END-READ
       IF QLB-NAME NOT = WS-QUERY-NAME
           GO TO LOAD-SAVED-LINE-EXIT
       END-IF
       IF WS-CARD-COUNT < WS-CARD-MAX
           ADD 1 TO WS-CARD-COUNT
           MOVE QLB-CARD TO WS-CARD-ENTRY(WS-CARD-COUNT)
       END-IF.
       LOAD-SAVED-LINE-EXIT.
       EXIT.

      *    EVERY OTHER QUERY'S LINES ARE KEPT IN ORDER, THE ONE BEING
      *    SAVED IS DROPPED, AND ITS NEW LINES GO ON THE END.
       SAVE-CARD-PARA.
       MOVE ZERO TO WS-LIB-COUNT
       OPEN INPUT QUERY-LIBRARY
       IF QLB-FILESTATUS = "00"
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM KEEP-LIB-LINE-PARA THRU KEEP-LIB-LINE-EXIT
               UNTIL END-OF-FILE
           CLOSE QUERY-LIBRARY
       END-IF
       IF WS-LIB-COUNT + WS-CARD-COUNT > WS-LIB-MAX
           DISPLAY "*** QUERYLIB.DAT IS FULL - " WS-QUERY-NAME
               " NOT SAVED ***"
           MOVE 8 TO RETURN-CODE
           GO TO SAVE-CARD-EXIT
       END-IF
       PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-COUNT
           ADD 1 TO WS-LIB-COUNT
           MOVE SPACES TO QUERY-LIB-LINE
           MOVE WS-QUERY-NAME TO QLB-NAME
           MOVE WS-CARD-ENTRY(WS-CARD-SUB) TO QLB-CARD
           MOVE QUERY-LIB-LINE TO WS-LIB-ENTRY(WS-LIB-COUNT)
       END-PERFORM
       OPEN OUTPUT QUERY-LIBRARY
       PERFORM VARYING WS-LIB-SUB FROM 1 BY 1
               UNTIL WS-LIB-SUB > WS-LIB-COUNT
           WRITE QUERY-LIB-LINE FROM WS-LIB-ENTRY(WS-LIB-SUB)
       END-PERFORM
       CLOSE QUERY-LIBRARY
       DISPLAY "QUERY " WS-QUERY-NAME " SAVED IN QUERYLIB.DAT".
       SAVE-CARD-EXIT.
       EXIT.

       KEEP-LIB-LINE-PARA.
       READ QUERY-LIBRARY
           AT END
               SET END-OF-FILE TO TRUE
               GO TO KEEP-LIB-LINE-EXIT
       END-READ
       IF QLB-NAME = WS-QUERY-NAME
           GO TO KEEP-LIB-LINE-EXIT
       END-IF
       IF WS-LIB-COUNT < WS-LIB-MAX
           ADD 1 TO WS-LIB-COUNT
           MOVE QUERY-LIB-LINE TO WS-LIB-ENTRY(WS-LIB-COUNT)
       END-IF.
       KEEP-LIB-LINE-EXIT.
       EXIT.

       LIST-LIBRARY-PARA.
       OPEN INPUT QUERY-LIBRARY
       IF QLB-FILESTATUS NOT = "00"
           DISPLAY " QUERYLIB.DAT NOT FOUND - NO QUERY SAVED YET"
           GO TO LIST-LIBRARY-EXIT
       END-IF
       DISPLAY "SAVED QUERIES:"
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM LIST-ONE-LINE-PARA THRU LIST-ONE-LINE-EXIT
           UNTIL END-OF-FILE
       CLOSE QUERY-LIBRARY.
       LIST-LIBRARY-EXIT.
       EXIT.

      *    A QUERY IS SHOWN ONCE, WITH ITS LAYOUT CARD.
       LIST-ONE-LINE-PARA.
       READ QUERY-LIBRARY
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LIST-ONE-LINE-EXIT
       END-READ
       IF QLB-CARD(1:6) = "LAYOUT" AND QLB-NAME NOT = WS-LAST-NAME
           MOVE QLB-NAME TO WS-LAST-NAME
           DISPLAY "  " QLB-NAME "  " QLB-CARD(1:40)
       END-IF.
       LIST-ONE-LINE-EXIT.
       EXIT.

      ******************************************************************
      *    CHECKING THE CARD AND TURNING IT INTO THE QUERY.
      ******************************************************************
       CHECK-CARD-PARA.
       IF WS-CARD-ENTRY(WS-CARD-SUB)(1:1) = "*"
           GO TO CHECK-CARD-EXIT
       END-IF
       MOVE SPACES TO WS-TOKENS
       UNSTRING WS-CARD-ENTRY(WS-CARD-SUB) DELIMITED BY ALL SPACE
           INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4) WS-TOK(5)
               WS-TOK(6) WS-TOK(7) WS-TOK(8) WS-TOK(9) WS-TOK(10)
       END-UNSTRING
       IF WS-TOK(1) NOT = "LAYOUT" AND QRY-LAYOUT-SUB = ZERO
           DISPLAY "LINE " WS-CARD-SUB ": THE LAYOUT CARD MUST "
               "COME FIRST"
           ADD 1 TO WS-CARD-ERRORS
           GO TO CHECK-CARD-EXIT
       END-IF
       EVALUATE WS-TOK(1)
       WHEN "LAYOUT"
           PERFORM CHECK-LAYOUT-PARA THRU CHECK-LAYOUT-EXIT
       WHEN "WHERE"
           PERFORM CHECK-WHERE-PARA THRU CHECK-WHERE-EXIT
       WHEN "PRINT"
           PERFORM CHECK-PRINT-PARA THRU CHECK-PRINT-EXIT
               VARYING WS-TOK-SUB FROM 2 BY 1
               UNTIL WS-TOK-SUB > 10 OR WS-TOK(WS-TOK-SUB) = SPACES
       WHEN "SORT"
           PERFORM FIND-FIELD-PARA
           IF WS-FOUND-SUB = ZERO
               PERFORM BAD-FIELD-PARA
               GO TO CHECK-CARD-EXIT
           END-IF
           MOVE WS-FOUND-SUB TO QRY-SORT-FLD
           IF WS-TOK(3) = "D" OR WS-TOK(3) = "DESC"
               SET SORT-DESCENDING TO TRUE
           END-IF
       WHEN "TOTAL"
           PERFORM FIND-FIELD-PARA
           IF WS-FOUND-SUB = ZERO
               PERFORM BAD-FIELD-PARA
               GO TO CHECK-CARD-EXIT
           END-IF
           IF FLD-IS-TEXT(WS-FOUND-SUB)
               DISPLAY "LINE " WS-CARD-SUB ": " WS-TOK(2)
                   " IS NOT A NUMBER AND CANNOT BE TOTALLED"
               ADD 1 TO WS-CARD-ERRORS
               GO TO CHECK-CARD-EXIT
           END-IF
           MOVE WS-FOUND-SUB TO QRY-TOTAL-FLD
       WHEN "CSV"
           SET CSV-WANTED TO TRUE
       WHEN OTHER
           DISPLAY "LINE " WS-CARD-SUB ": UNKNOWN CARD " WS-TOK(1)
           ADD 1 TO WS-CARD-ERRORS
       END-EVALUATE.
       CHECK-CARD-EXIT.
       EXIT.

       CHECK-LAYOUT-PARA.
       IF QRY-LAYOUT-SUB NOT = ZERO
           DISPLAY "LINE " WS-CARD-SUB ": ONLY ONE LAYOUT CARD"
           ADD 1 TO WS-CARD-ERRORS
           GO TO CHECK-LAYOUT-EXIT
       END-IF
       PERFORM VARYING WS-LAY-SUB FROM 1 BY 1
               UNTIL WS-LAY-SUB > WS-LAY-MAX
           IF WS-TOK(2) = LAY-NAME(WS-LAY-SUB)
               MOVE WS-LAY-SUB TO QRY-LAYOUT-SUB
           END-IF
       END-PERFORM
       IF QRY-LAYOUT-SUB = ZERO
           DISPLAY "LINE " WS-CARD-SUB ": LAYOUT " WS-TOK(2)
               " - USE EMPREC, STKREC, CMREC OR F2REC"
           ADD 1 TO WS-CARD-ERRORS
       END-IF.
       CHECK-LAYOUT-EXIT.
       EXIT.

      *    THE VALUE OF A NUMERIC FIELD'S CONDITION MUST ITSELF BE A
      *    NUMBER; A PREFIX IS ALWAYS MATCHED AS TEXT.
       CHECK-WHERE-PARA.
       IF QRY-COND-COUNT NOT < 8
           DISPLAY "LINE " WS-CARD-SUB ": NO MORE THAN 8 WHERE CARDS"
           ADD 1 TO WS-CARD-ERRORS
           GO TO CHECK-WHERE-EXIT
       END-IF
       PERFORM FIND-FIELD-PARA
       IF WS-FOUND-SUB = ZERO
           PERFORM BAD-FIELD-PARA
           GO TO CHECK-WHERE-EXIT
       END-IF
       IF WS-TOK(3) NOT = "=" AND WS-TOK(3) NOT = "<"
               AND WS-TOK(3) NOT = ">" AND WS-TOK(3) NOT = "RANGE"
               AND WS-TOK(3) NOT = "PREFIX"
           DISPLAY "LINE " WS-CARD-SUB ": CONDITION " WS-TOK(3)
               " - USE =, <, >, RANGE OR PREFIX"
           ADD 1 TO WS-CARD-ERRORS
           GO TO CHECK-WHERE-EXIT
       END-IF
       IF WS-TOK(4) = SPACES
               OR (WS-TOK(3) = "RANGE" AND WS-TOK(5) = SPACES)
           DISPLAY "LINE " WS-CARD-SUB ": VALUE MISSING"
           ADD 1 TO WS-CARD-ERRORS
           GO TO CHECK-WHERE-EXIT
       END-IF
       ADD 1 TO QRY-COND-COUNT
       MOVE WS-FOUND-SUB TO CND-FLD(QRY-COND-COUNT)
       MOVE WS-TOK(3) TO CND-OP(QRY-COND-COUNT)
       MOVE WS-TOK(4) TO CND-VALUE(QRY-COND-COUNT)
       MOVE WS-TOK(5) TO CND-HIGH(QRY-COND-COUNT)
       IF WS-TOK(4) = "SPACES"
           MOVE SPACES TO CND-VALUE(QRY-COND-COUNT)
       END-IF
       IF WS-TOK(5) = "SPACES"
           MOVE SPACES TO CND-HIGH(QRY-COND-COUNT)
       END-IF
       MOVE ZERO TO CND-PREFIX-LEN(QRY-COND-COUNT)
       IF WS-TOK(3) = "PREFIX"
           INSPECT WS-TOK(4) TALLYING CND-PREFIX-LEN(QRY-COND-COUNT)
               FOR CHARACTERS BEFORE INITIAL SPACE
           GO TO CHECK-WHERE-EXIT
       END-IF
       IF FLD-IS-TEXT(WS-FOUND-SUB)
           GO TO CHECK-WHERE-EXIT
       END-IF
       MOVE WS-TOK(4) TO WS-VALUE-CHECK
       PERFORM CHECK-NUMBER-PARA
       IF WS-BAD-CHARS = ZERO
           COMPUTE CND-VALUE-NUM(QRY-COND-COUNT) =
               FUNCTION NUMVAL(WS-TOK(4))
       END-IF
       IF WS-TOK(3) = "RANGE" AND WS-BAD-CHARS = ZERO
           MOVE WS-TOK(5) TO WS-VALUE-CHECK
           PERFORM CHECK-NUMBER-PARA
           IF WS-BAD-CHARS = ZERO
               COMPUTE CND-HIGH-NUM(QRY-COND-COUNT) =
                   FUNCTION NUMVAL(WS-TOK(5))
           END-IF
       END-IF
       IF WS-BAD-CHARS NOT = ZERO
           DISPLAY "LINE " WS-CARD-SUB ": " WS-TOK(2)
               " IS A NUMBER - THE VALUE MUST BE ONE TOO"
           ADD 1 TO WS-CARD-ERRORS
       END-IF.
       CHECK-WHERE-EXIT.
       EXIT.

      *    DIGITS, ONE POINT AND A LEADING MINUS ARE ALL A NUMBER ON
      *    THE CARD MAY HOLD.
       CHECK-NUMBER-PARA.
       MOVE ZERO TO WS-BAD-CHARS
       IF WS-VALUE-CHECK = SPACES OR WS-VALUE-CHECK = "SPACES"
           MOVE 1 TO WS-BAD-CHARS
       END-IF
       PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > 30
               OR WS-VALUE-CHECK(WS-CHAR-SUB:1) = SPACE
           IF WS-VALUE-CHECK(WS-CHAR-SUB:1) NOT NUMERIC
                   AND WS-VALUE-CHECK(WS-CHAR-SUB:1) NOT = "."
                   AND NOT (WS-VALUE-CHECK(WS-CHAR-SUB:1) = "-"
                       AND WS-CHAR-SUB = 1)
               ADD 1 TO WS-BAD-CHARS
           END-IF
       END-PERFORM
       MOVE ZERO TO WS-DOT-COUNT
       INSPECT WS-VALUE-CHECK TALLYING WS-DOT-COUNT FOR ALL "."
       IF WS-DOT-COUNT > 1
           ADD 1 TO WS-BAD-CHARS
       END-IF.

       CHECK-PRINT-PARA.
       MOVE WS-TOK(WS-TOK-SUB) TO WS-TOK(2)
       PERFORM FIND-FIELD-PARA
       IF WS-FOUND-SUB = ZERO
           PERFORM BAD-FIELD-PARA
           GO TO CHECK-PRINT-EXIT
       END-IF
       IF QRY-PRINT-COUNT NOT < 8
           DISPLAY "LINE " WS-CARD-SUB ": NO MORE THAN 8 PRINT FIELDS"
           ADD 1 TO WS-CARD-ERRORS
           GO TO CHECK-PRINT-EXIT
       END-IF
       ADD 1 TO QRY-PRINT-COUNT
       MOVE WS-FOUND-SUB TO PRT-FLD(QRY-PRINT-COUNT).
       CHECK-PRINT-EXIT.
       EXIT.

      *    THE FIELD NAMED IN WS-TOK(2), IN THE CARD'S LAYOUT.
       FIND-FIELD-PARA.
       MOVE ZERO TO WS-FOUND-SUB
       PERFORM VARYING WS-FLD-SUB FROM 1 BY 1
               UNTIL WS-FLD-SUB > WS-FLD-MAX
           IF FLD-LAYOUT(WS-FLD-SUB) = LAY-NAME(QRY-LAYOUT-SUB)
                   AND FLD-NAME(WS-FLD-SUB) = WS-TOK(2)
               MOVE WS-FLD-SUB TO WS-FOUND-SUB
           END-IF
       END-PERFORM.

       BAD-FIELD-PARA.
       DISPLAY "LINE " WS-CARD-SUB ": " WS-TOK(2) " IS NOT A FIELD OF "
           LAY-NAME(QRY-LAYOUT-SUB)
       ADD 1 TO WS-CARD-ERRORS.

      *    A QUERY NEEDS SOMETHING TO PRINT, AND THE COLUMNS - EACH AS
      *    WIDE AS ITS FIELD OR ITS NAME - MUST FIT THE 80-COLUMN LINE.
       CHECK-WHOLE-CARD-PARA.
       IF QRY-LAYOUT-SUB = ZERO
           GO TO CHECK-WHOLE-CARD-EXIT
       END-IF
       IF QRY-PRINT-COUNT = ZERO
           DISPLAY "THE CARD HAS NO PRINT FIELDS"
           ADD 1 TO WS-CARD-ERRORS
           GO TO CHECK-WHOLE-CARD-EXIT
       END-IF
       MOVE 1 TO WS-COL-POS
       PERFORM VARYING WS-PRT-SUB FROM 1 BY 1
               UNTIL WS-PRT-SUB > QRY-PRINT-COUNT
           MOVE PRT-FLD(WS-PRT-SUB) TO WS-FLD-SUB
           MOVE FLD-LENGTH(WS-FLD-SUB) TO WS-COL-WIDTH
           IF FLD-IS-SIGNED(WS-FLD-SUB)
               ADD 1 TO WS-COL-WIDTH
           END-IF
           IF FLD-DECIMALS(WS-FLD-SUB) > ZERO
               ADD 1 TO WS-COL-WIDTH
           END-IF
           MOVE ZERO TO WS-NAME-LEN
           INSPECT FLD-NAME(WS-FLD-SUB) TALLYING WS-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-NAME-LEN > WS-COL-WIDTH
               MOVE WS-NAME-LEN TO WS-COL-WIDTH
           END-IF
           MOVE WS-COL-POS TO PRT-POS(WS-PRT-SUB)
           MOVE WS-COL-WIDTH TO PRT-WIDTH(WS-PRT-SUB)
           COMPUTE WS-COL-POS = WS-COL-POS + WS-COL-WIDTH + 1
       END-PERFORM
       IF WS-COL-POS > 82
           DISPLAY "THE PRINT FIELDS NEED " WS-COL-POS
               " COLUMNS - THE LISTING HAS 80"
           ADD 1 TO WS-CARD-ERRORS
       END-IF.
       CHECK-WHOLE-CARD-EXIT.
       EXIT.

      ******************************************************************
      *    RUNNING THE QUERY.
      ******************************************************************
       RUN-QUERY-PARA.
       PERFORM OPEN-MASTER-PARA
       IF WS-MST-STATUS NOT = "00"
           DISPLAY " " LAY-FILE(QRY-LAYOUT-SUB) " NOT FOUND - STATUS "
               WS-MST-STATUS
           GO TO RUN-QUERY-EXIT
       END-IF
       MOVE SPACES TO WS-RPT-GEN-NAME WS-CSV-GEN-NAME
       STRING "Query." WS-QUERY-NAME DELIMITED BY SPACE
           "." WS-RPT-DATE-X ".rpt" DELIMITED BY SIZE
           INTO WS-RPT-GEN-NAME
       STRING "Query." WS-QUERY-NAME DELIMITED BY SPACE
           "." WS-RPT-DATE-X ".csv" DELIMITED BY SIZE
           INTO WS-CSV-GEN-NAME
       MOVE SPACES TO WS-RPT-TITLE
       STRING "AD-HOC QUERY " WS-QUERY-NAME DELIMITED BY SIZE
           INTO WS-RPT-TITLE
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       MOVE WS-QUERY-NAME TO RPT-QUERY-NAME
       MOVE LAY-NAME(QRY-LAYOUT-SUB) TO RPT-LAYOUT
       MOVE LAY-FILE(QRY-LAYOUT-SUB) TO RPT-FILE
       MOVE RPT-QUERY-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
      *    THE CARD ITSELF HEADS THE LISTING, SO THE READER KNOWS
      *    EXACTLY WHAT WAS ASKED.
       PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-COUNT
           IF WS-CARD-ENTRY(WS-CARD-SUB)(1:1) NOT = "*"
                   AND WS-CARD-ENTRY(WS-CARD-SUB)(1:6) NOT = "LAYOUT"
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE WS-CARD-ENTRY(WS-CARD-SUB) TO WS-RPT-DETAIL(3:)
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
       END-PERFORM
       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM VARYING WS-PRT-SUB FROM 1 BY 1
               UNTIL WS-PRT-SUB > QRY-PRINT-COUNT
           MOVE PRT-FLD(WS-PRT-SUB) TO WS-FLD-SUB
           MOVE FLD-NAME(WS-FLD-SUB) TO WS-RPT-DETAIL
               (PRT-POS(WS-PRT-SUB):PRT-WIDTH(WS-PRT-SUB))
       END-PERFORM
       PERFORM WRITE-REPORT-LINE-PARA

       IF CSV-WANTED
           OPEN OUTPUT CSV-FILE
           MOVE SPACES TO CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           PERFORM VARYING WS-PRT-SUB FROM 1 BY 1
                   UNTIL WS-PRT-SUB > QRY-PRINT-COUNT
               MOVE PRT-FLD(WS-PRT-SUB) TO WS-FLD-SUB
               IF WS-PRT-SUB > 1
                   STRING "," DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER WS-CSV-PTR
               END-IF
               STRING FLD-NAME(WS-FLD-SUB) DELIMITED BY SPACE
                   INTO CSV-LINE WITH POINTER WS-CSV-PTR
           END-PERFORM
           WRITE CSV-LINE
       END-IF

       IF SORT-DESCENDING
           SORT SORT-WORK ON DESCENDING KEY SRT-NUM-KEY SRT-TXT-KEY
                              ASCENDING KEY SRT-SEQ
               INPUT PROCEDURE IS RELEASE-RECORDS-PARA
               OUTPUT PROCEDURE IS LIST-RECORDS-PARA
       ELSE
           SORT SORT-WORK ON ASCENDING KEY SRT-NUM-KEY SRT-TXT-KEY
                             SRT-SEQ
               INPUT PROCEDURE IS RELEASE-RECORDS-PARA
               OUTPUT PROCEDURE IS LIST-RECORDS-PARA
       END-IF
       PERFORM CLOSE-MASTER-PARA

       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE WS-READ-COUNT TO RPT-READ
       MOVE WS-SELECT-COUNT TO RPT-SELECTED
       MOVE RPT-COUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       IF QRY-TOTAL-FLD NOT = ZERO
           MOVE FLD-NAME(QRY-TOTAL-FLD) TO RPT-TOTAL-NAME
           MOVE WS-TOTAL-AMOUNT TO RPT-TOTAL
           MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
       END-IF
       MOVE 'C' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       MOVE SPACES TO WS-CAT-REPORT-NAME
       STRING "QRY-" WS-QUERY-NAME DELIMITED BY SPACE
           INTO WS-CAT-REPORT-NAME
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE
       END-CALL
       IF CSV-WANTED
           MOVE SPACES TO CSV-LINE
           STRING "T," WS-SELECT-COUNT DELIMITED BY SIZE
               INTO CSV-LINE
           WRITE CSV-LINE
           CLOSE CSV-FILE
           MOVE SPACES TO WS-CAT-REPORT-NAME
           STRING "QRY-" WS-QUERY-NAME DELIMITED BY SPACE
               "-CSV" DELIMITED BY SIZE
               INTO WS-CAT-REPORT-NAME
           CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-CSV-GEN-NAME,
               WS-TODAY-DATE
           END-CALL
       END-IF
       DISPLAY "QUERY " WS-QUERY-NAME " ON " LAY-FILE(QRY-LAYOUT-SUB)
       DISPLAY "RECORDS READ      : " WS-READ-COUNT
       DISPLAY "RECORDS SELECTED  : " WS-SELECT-COUNT
       DISPLAY "LISTING           : " WS-RPT-GEN-NAME
       IF CSV-WANTED
           DISPLAY "DELIMITED FILE    : " WS-CSV-GEN-NAME
       END-IF.
       RUN-QUERY-EXIT.
       EXIT.

       RELEASE-RECORDS-PARA.
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM RELEASE-ONE-PARA THRU RELEASE-ONE-EXIT
           UNTIL END-OF-FILE.

       RELEASE-ONE-PARA.
       PERFORM READ-MASTER-PARA
       IF END-OF-FILE
           GO TO RELEASE-ONE-EXIT
       END-IF
       ADD 1 TO WS-READ-COUNT
       MOVE 'Y' TO WS-COND-MET
       PERFORM TEST-CONDITION-PARA THRU TEST-CONDITION-EXIT
           VARYING WS-COND-SUB FROM 1 BY 1
           UNTIL WS-COND-SUB > QRY-COND-COUNT
           OR NOT RECORD-SELECTED
       IF NOT RECORD-SELECTED
           GO TO RELEASE-ONE-EXIT
       END-IF
       ADD 1 TO WS-SELECT-COUNT
       MOVE ZERO TO SRT-NUM-KEY
       MOVE SPACES TO SRT-TXT-KEY
       IF QRY-SORT-FLD NOT = ZERO
           MOVE QRY-SORT-FLD TO WS-FLD-SUB
           PERFORM GET-FIELD-PARA THRU GET-FIELD-EXIT
           IF FLD-IS-TEXT(WS-FLD-SUB)
               MOVE WS-FLD-TEXT TO SRT-TXT-KEY
           ELSE
               MOVE WS-FLD-NUM TO SRT-NUM-KEY
           END-IF
       END-IF
       MOVE WS-SELECT-COUNT TO SRT-SEQ
       MOVE WS-REC-BUFFER TO SRT-BUFFER
       RELEASE SORT-RECORD.
       RELEASE-ONE-EXIT.
       EXIT.

      *    A NUMBER FIELD THAT DOES NOT HOLD A NUMBER MEETS NO
      *    NUMERIC CONDITION.
       TEST-CONDITION-PARA.
       MOVE CND-FLD(WS-COND-SUB) TO WS-FLD-SUB
       PERFORM GET-FIELD-PARA THRU GET-FIELD-EXIT
       MOVE 'N' TO WS-COND-MET
       IF CND-OP(WS-COND-SUB) = "PREFIX"
           IF WS-FLD-TEXT(1:CND-PREFIX-LEN(WS-COND-SUB)) =
                   CND-VALUE(WS-COND-SUB)
                   (1:CND-PREFIX-LEN(WS-COND-SUB))
               MOVE 'Y' TO WS-COND-MET
           END-IF
           GO TO TEST-CONDITION-EXIT
       END-IF
       IF FLD-IS-TEXT(WS-FLD-SUB)
           EVALUATE CND-OP(WS-COND-SUB)
           WHEN "="
               IF WS-FLD-TEXT = CND-VALUE(WS-COND-SUB)
                   MOVE 'Y' TO WS-COND-MET
               END-IF
           WHEN "<"
               IF WS-FLD-TEXT < CND-VALUE(WS-COND-SUB)
                   MOVE 'Y' TO WS-COND-MET
               END-IF
           WHEN ">"
               IF WS-FLD-TEXT > CND-VALUE(WS-COND-SUB)
                   MOVE 'Y' TO WS-COND-MET
               END-IF
           WHEN "RANGE"
               IF WS-FLD-TEXT NOT < CND-VALUE(WS-COND-SUB)
                       AND WS-FLD-TEXT NOT > CND-HIGH(WS-COND-SUB)
                   MOVE 'Y' TO WS-COND-MET
               END-IF
           END-EVALUATE
           GO TO TEST-CONDITION-EXIT
       END-IF
       IF NOT FLD-NUMBER-VALID
           GO TO TEST-CONDITION-EXIT
       END-IF
       EVALUATE CND-OP(WS-COND-SUB)
       WHEN "="
           IF WS-FLD-NUM = CND-VALUE-NUM(WS-COND-SUB)
               MOVE 'Y' TO WS-COND-MET
           END-IF
       WHEN "<"
           IF WS-FLD-NUM < CND-VALUE-NUM(WS-COND-SUB)
               MOVE 'Y' TO WS-COND-MET
           END-IF
       WHEN ">"
           IF WS-FLD-NUM > CND-VALUE-NUM(WS-COND-SUB)
               MOVE 'Y' TO WS-COND-MET
           END-IF
       WHEN "RANGE"
           IF WS-FLD-NUM NOT < CND-VALUE-NUM(WS-COND-SUB)
                   AND WS-FLD-NUM NOT > CND-HIGH-NUM(WS-COND-SUB)
               MOVE 'Y' TO WS-COND-MET
           END-IF
       END-EVALUATE.
       TEST-CONDITION-EXIT.
       EXIT.

       LIST-RECORDS-PARA.
       MOVE 'N' TO WS-SRT-EOF
       PERFORM LIST-ONE-PARA THRU LIST-ONE-EXIT
           UNTIL SRT-END-OF-FILE.

       LIST-ONE-PARA.
       RETURN SORT-WORK
           AT END
               SET SRT-END-OF-FILE TO TRUE
               GO TO LIST-ONE-EXIT
       END-RETURN
       MOVE SRT-BUFFER TO WS-REC-BUFFER
       MOVE SPACES TO WS-RPT-DETAIL
       IF CSV-WANTED
           MOVE SPACES TO CSV-LINE
           MOVE 1 TO WS-CSV-PTR
       END-IF
       PERFORM LIST-ONE-FIELD-PARA
           VARYING WS-PRT-SUB FROM 1 BY 1
           UNTIL WS-PRT-SUB > QRY-PRINT-COUNT
       PERFORM WRITE-REPORT-LINE-PARA
       IF CSV-WANTED
           WRITE CSV-LINE
       END-IF
       IF QRY-TOTAL-FLD NOT = ZERO
           MOVE QRY-TOTAL-FLD TO WS-FLD-SUB
           PERFORM GET-FIELD-PARA THRU GET-FIELD-EXIT
           IF FLD-NUMBER-VALID
               ADD WS-FLD-NUM TO WS-TOTAL-AMOUNT
           END-IF
       END-IF.
       LIST-ONE-EXIT.
       EXIT.

      *    TEXT AND WHOLE UNSIGNED NUMBERS (DATES, CODES) PRINT AS
      *    THEY STAND; AMOUNTS AND SIGNED QUANTITIES ARE EDITED, RIGHT
      *    ALIGNED IN THEIR COLUMN.
       LIST-ONE-FIELD-PARA.
       MOVE PRT-FLD(WS-PRT-SUB) TO WS-FLD-SUB
       PERFORM GET-FIELD-PARA THRU GET-FIELD-EXIT
       MOVE SPACES TO WS-CELL
       MOVE FLD-LENGTH(WS-FLD-SUB) TO WS-COL-WIDTH
       IF FLD-IS-TEXT(WS-FLD-SUB) OR NOT FLD-NUMBER-VALID
               OR (FLD-DECIMALS(WS-FLD-SUB) = ZERO
                   AND NOT FLD-IS-SIGNED(WS-FLD-SUB))
           MOVE WS-FLD-TEXT TO WS-CELL
       ELSE
           IF FLD-IS-SIGNED(WS-FLD-SUB)
               ADD 1 TO WS-COL-WIDTH
           END-IF
           IF FLD-DECIMALS(WS-FLD-SUB) > ZERO
               ADD 1 TO WS-COL-WIDTH
               MOVE WS-FLD-NUM TO WS-EDIT-DEC
               MOVE WS-EDIT-DEC(20 - WS-COL-WIDTH:WS-COL-WIDTH)
                   TO WS-CELL(PRT-WIDTH(WS-PRT-SUB) - WS-COL-WIDTH
                       + 1:WS-COL-WIDTH)
           ELSE
               MOVE WS-FLD-NUM TO WS-EDIT-INT
               MOVE WS-EDIT-INT(19 - WS-COL-WIDTH:WS-COL-WIDTH)
                   TO WS-CELL(PRT-WIDTH(WS-PRT-SUB) - WS-COL-WIDTH
                       + 1:WS-COL-WIDTH)
           END-IF
       END-IF
       MOVE WS-CELL TO WS-RPT-DETAIL
           (PRT-POS(WS-PRT-SUB):PRT-WIDTH(WS-PRT-SUB))
       IF CSV-WANTED
           IF WS-PRT-SUB > 1
               STRING "," DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER WS-CSV-PTR
           END-IF
           IF WS-CELL NOT = SPACES
               STRING FUNCTION TRIM(WS-CELL) DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER WS-CSV-PTR
           END-IF
       END-IF.

      *    THE FIELD AT WS-FLD-SUB OF THE RECORD IN WS-REC-BUFFER, AS
      *    TEXT AND, FOR A NUMBER FIELD, AS ITS VALUE. THE DIGITS ARE
      *    RIGHT ALIGNED AND ZERO FILLED SO A SIGNED FIELD KEEPS ITS
      *    SIGN IN THE LAST BYTE.
       GET-FIELD-PARA.
       MOVE SPACES TO WS-FLD-TEXT
       MOVE WS-REC-BUFFER(FLD-OFFSET(WS-FLD-SUB):
           FLD-LENGTH(WS-FLD-SUB)) TO WS-FLD-TEXT
       MOVE ZERO TO WS-FLD-NUM
       MOVE 'N' TO WS-FLD-NUM-OK
       IF FLD-IS-TEXT(WS-FLD-SUB)
           GO TO GET-FIELD-EXIT
       END-IF
       MOVE WS-REC-BUFFER(FLD-OFFSET(WS-FLD-SUB):
           FLD-LENGTH(WS-FLD-SUB)) TO WS-NUM-RJ
       INSPECT WS-NUM-RJ REPLACING LEADING SPACE BY ZERO
       IF FLD-IS-SIGNED(WS-FLD-SUB)
           IF WS-NUM-RJ-S IS NUMERIC
               MOVE WS-NUM-RJ-S TO WS-RAW-NUM
               MOVE 'Y' TO WS-FLD-NUM-OK
           END-IF
       ELSE
           IF WS-NUM-RJ-U IS NUMERIC
               MOVE WS-NUM-RJ-U TO WS-RAW-NUM
               MOVE 'Y' TO WS-FLD-NUM-OK
           END-IF
       END-IF
       IF FLD-NUMBER-VALID
           COMPUTE WS-FLD-NUM =
               WS-RAW-NUM / (10 ** FLD-DECIMALS(WS-FLD-SUB))
       END-IF.
       GET-FIELD-EXIT.
       EXIT.

      ******************************************************************
      *    THE FOUR MASTERS, BY LAYOUT.
      ******************************************************************
       OPEN-MASTER-PARA.
       EVALUATE QRY-LAYOUT-SUB
       WHEN 1
           OPEN INPUT EMPLOYEE
           MOVE EMP-FILESTATUS TO WS-MST-STATUS
       WHEN 2
           OPEN INPUT STOCK-MASTER
           MOVE STK-FILESTATUS TO WS-MST-STATUS
       WHEN 3
           OPEN INPUT CUSTOMER-MASTER
           MOVE CUS-FILESTATUS TO WS-MST-STATUS
       WHEN 4
           OPEN INPUT EMPLOYEE-FILE2
           MOVE F2-FILESTATUS TO WS-MST-STATUS
       END-EVALUATE.

       CLOSE-MASTER-PARA.
       EVALUATE QRY-LAYOUT-SUB
       WHEN 1
           CLOSE EMPLOYEE
       WHEN 2
           CLOSE STOCK-MASTER
       WHEN 3
           CLOSE CUSTOMER-MASTER
       WHEN 4
           CLOSE EMPLOYEE-FILE2
       END-EVALUATE.

       READ-MASTER-PARA.
       MOVE SPACES TO WS-REC-BUFFER
       EVALUATE QRY-LAYOUT-SUB
       WHEN 1
           READ EMPLOYEE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE EMPLOYEE-RECORD TO WS-REC-BUFFER
           END-READ
       WHEN 2
           READ STOCK-MASTER NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE STOCK-RECORD TO WS-REC-BUFFER
           END-READ
       WHEN 3
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE CUSTOMER-RECORD TO WS-REC-BUFFER
           END-READ
       WHEN 4
           READ EMPLOYEE-FILE2 NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE EMPLOYEE-FILE2-RECORD TO WS-REC-BUFFER
           END-READ
       END-EVALUATE.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL.
       END PROGRAM QRYLIST.
