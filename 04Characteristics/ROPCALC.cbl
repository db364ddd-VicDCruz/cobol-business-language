      *          every item that moved, and writes the
      *          RopProposed.dat proposed-changes file. Nothing
      *          touches the catalog here: the operator copies the
      *          lines they want to RopApproved.dat, raises them
      *          through APPRSIGN, a second operator approves them
      *          there, and the ROPAPPLY step posts them. When
      *          DMDFCST has left a DemandFcst.dat projection, each
      *          item's projected daily demand over the lead time
      *          prints beside the flat average, flagged *DISAGREE*
      *          where the two differ by more than ROP-FCST-PCT
      *          percent (GETPARM, default 50); with FCST as the
      *          second command-line word the projection replaces the
      *          flat average in the suggestion for every item that
      *          has one, and the METHOD column shows which demand
      *          was used.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT PROPOSED-FILE ASSIGN TO "RopProposed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRP-FILESTATUS.
       SELECT FORECAST-FILE ASSIGN TO "DemandFcst.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FCS-FILESTATUS.
       SELECT CALC-REPORT ASSIGN TO "RopCalc.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.
           05 PRP-ITEM PIC X(5).
           05 FILLER PIC X(1).
           05 PRP-NEW-POINT PIC 9(5).
       FD FORECAST-FILE.
       01 FORECAST-RECORD.
           05 FCS-ITEM PIC X(5).
           05 FILLER PIC X(1).
           05 FCS-DAILY PIC 9(5).99.
           05 FILLER PIC X(1).
           05 FCS-LEAD PIC 9(3).
           05 FILLER PIC X(1).
           05 FCS-RUN-DATE PIC 9(8).
       FD CALC-REPORT.
       01 RPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      *    THE SAME ARTICLE/CODE TABLE SHAPE TABL4 LOADS, SUPPLIER
       01 SUP-FILESTATUS PIC X(02).
       01 PRP-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 FCS-FILESTATUS PIC X(02).
       01 MOV-EOF PIC X VALUE 'N'.
           88 MOV-END-OF-FILE VALUE 'Y'.
       01 CAT-EOF PIC X VALUE 'N'.
           88 CAT-END-OF-FILE VALUE 'Y'.
       01 SUP-EOF PIC X VALUE 'N'.
           88 SUP-END-OF-FILE VALUE 'Y'.
       01 FCS-EOF PIC X VALUE 'N'.
           88 FCS-END-OF-FILE VALUE 'Y'.
      *
       01 WS-ARTICLE-NAME-IN PIC X(5).
       01 WS-CODE-IN PIC X(5).
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-DAYS-X PIC X(5).
       01 WS-METHOD-X PIC X(5).
       01 WS-USE-FCST-SW PIC X(1) VALUE 'N'.
           88 USE-FORECAST VALUE 'Y'.
       01 WS-PERIOD-DAYS PIC 9(3) VALUE 28.
       01 WS-SAFETY-DAYS PIC 9(2) VALUE 7.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-SUP-NAME-IN PIC X(20).
       01 WS-SUP-LEAD-IN PIC X(4).
       01 WS-LEAD-DAYS PIC 9(3).
      *
      *    PROJECTED DAILY DEMAND PER ITEM AS DMDFCST LEFT IT.
       01 FCS-TABLE.
           05 FCS-ENTRY OCCURS 50 TIMES.
               10 FCS-T-ITEM PIC X(5).
               10 FCS-T-DAILY PIC 9(5)V99.
       01 WS-FCS-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-FCS-MAX PIC 9(2) VALUE 50.
       01 WS-FCS-SUB PIC 9(2).
       01 WS-FCS-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-FCS-FOUND-SW PIC X(1).
           88 FORECAST-FOUND VALUE 'Y'.
       01 WS-FCS-RUN-DATE PIC 9(8) VALUE ZERO.
      *
       01 WS-PARM-KEY PIC X(16).
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5).
       01 WS-PARM-FOUND PIC X(1).
       01 WS-DISAGREE-PCT PIC 9(3).
       01 WS-GAP PIC 9(5)V99.
      *
       01 WS-DAILY-DEMAND PIC 9(5)V99.
       01 WS-FLAT-DEMAND PIC 9(5)V99.
       01 WS-SUGGESTED PIC 9(5).
       01 WS-PROPOSED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-FORECAST-USED PIC 9(3) VALUE ZERO.
       01 WS-DISAGREE-COUNT PIC 9(3) VALUE ZERO.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(34) VALUE
              "REORDER POINT RECALCULATION - ".
           05 RPT-HDR-DATE PIC 9(8).
       01 RPT-HEADER-2.
           05 FILLER PIC X(17) VALUE "DEMAND FORECAST: ".
           05 RPT-HDR-FCST PIC X(40).
       01 RPT-DETAIL-LINE.
           05 RPT-ITEM PIC X(7).
           05 FILLER PIC X(8) VALUE "DEMAND ".
           05 RPT-DEMAND PIC ZZ9.99.
           05 FILLER PIC X(6) VALUE " FCST ".
           05 RPT-FORECAST PIC ZZ9.99.
           05 FILLER PIC X(8) VALUE " METHOD ".
           05 RPT-METHOD PIC X(4).
           05 FILLER PIC X(7) VALUE " LEAD ".
           05 RPT-LEAD PIC ZZ9.
           05 FILLER PIC X(10) VALUE " CURRENT ".
           05 RPT-CURRENT PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE " SUGGESTED".
           05 RPT-SUGGESTED PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-FLAG PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-METHOD-X.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-DAYS-X WS-METHOD-X
           END-UNSTRING.
           IF WS-DAYS-X NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DAYS-X) TO WS-PERIOD-DAYS
           IF WS-PERIOD-DAYS = ZERO
               MOVE 28 TO WS-PERIOD-DAYS
           END-IF.
           IF WS-METHOD-X NOT = SPACES
               IF WS-METHOD-X = "FCST"
                   SET USE-FORECAST TO TRUE
               ELSE
                   DISPLAY "USAGE: ROPCALC [DAYS] [FCST]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "ROP-FCST-PCT" TO WS-PARM-KEY.
           MOVE 50 TO WS-PARM-DEFAULT.
           CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
               WS-PARM-DEFAULT, WS-PARM-FOUND
           END-CALL.
           MOVE WS-PARM-VALUE TO WS-DISAGREE-PCT.
           DISPLAY "PARM ROP-FCST-PCT = " WS-DISAGREE-PCT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           END-IF.
           PERFORM LOAD-CATALOG-DRIVER-PARA.
           PERFORM LOAD-SUPPLIERS-PARA.
           PERFORM LOAD-FORECAST-PARA.
      *    ASKING FOR THE FORECAST WITH NONE ON HAND WOULD QUIETLY
      *    PROPOSE THE FLAT AVERAGE UNDER THE WRONG NAME.
           IF USE-FORECAST AND WS-FCS-TOTAL = ZERO
               DISPLAY " NO DEMANDFCST.DAT FORECAST - RUN DMDFCST "
               DISPLAY " FIRST OR DROP FCST "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FCS-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-FCS-MAX " FORECAST ITEMS - "
                   WS-FCS-SKIPPED " TAKEN AT THE FLAT AVERAGE"
           END-IF.
           OPEN OUTPUT PROPOSED-FILE.
           OPEN OUTPUT CALC-REPORT.
           MOVE WS-TODAY-DATE TO RPT-HDR-DATE.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           MOVE SPACES TO RPT-HDR-FCST.
           IF WS-FCS-TOTAL = ZERO
               MOVE "NONE ON FILE" TO RPT-HDR-FCST
           ELSE
               IF USE-FORECAST
                   STRING "USED - DMDFCST RUN " WS-FCS-RUN-DATE
                       DELIMITED BY SIZE INTO RPT-HDR-FCST
               ELSE
                   STRING "COMPARED ONLY - DMDFCST RUN "
                       WS-FCS-RUN-DATE
                       DELIMITED BY SIZE INTO RPT-HDR-FCST
               END-IF
           END-IF.
           WRITE RPT-LINE FROM RPT-HEADER-2.
           PERFORM JUDGE-ONE-PARA THRU JUDGE-ONE-EXIT
               VARYING WS-DMD-SUB FROM 1 BY 1
               UNTIL WS-DMD-SUB > WS-DMD-TOTAL.
           CLOSE PROPOSED-FILE.
           DISPLAY "ITEMS THAT MOVED   : " WS-DMD-TOTAL.
           DISPLAY "CHANGES PROPOSED   : " WS-PROPOSED-COUNT.
           DISPLAY "FORECAST USED      : " WS-FORECAST-USED.
           DISPLAY "METHODS DISAGREE   : " WS-DISAGREE-COUNT.
           DISPLAY "REVIEW ROPCALC.RPT, COPY WANTED LINES TO "
               "ROPAPPROVED.DAT, RUN APPRSIGN R ROP,".
           DISPLAY "HAVE A SECOND OPERATOR RUN APPRSIGN A ROP, "
               "THEN RUN ROPAPPLY".
           STOP RUN.

       JUDGE-ONE-PARA.
           IF NOT CODE-FOUND
               GO TO JUDGE-ONE-EXIT
           END-IF.
           COMPUTE WS-FLAT-DEMAND ROUNDED =
               DMD-T-ISSUED(WS-DMD-SUB) / WS-PERIOD-DAYS.
           MOVE WS-FLAT-DEMAND TO WS-DAILY-DEMAND.
           MOVE "AVG" TO RPT-METHOD.
           MOVE ZERO TO RPT-FORECAST.
           MOVE SPACES TO RPT-FLAG.
           PERFORM FIND-FORECAST-PARA.
           IF FORECAST-FOUND
               MOVE FCS-T-DAILY(WS-FCS-SUB) TO RPT-FORECAST
               PERFORM COMPARE-METHODS-PARA
               IF USE-FORECAST
                   MOVE FCS-T-DAILY(WS-FCS-SUB) TO WS-DAILY-DEMAND
                   MOVE "FCST" TO RPT-METHOD
                   ADD 1 TO WS-FORECAST-USED
               END-IF
           END-IF.
           PERFORM FIND-LEAD-PARA.
           COMPUTE WS-SUGGESTED ROUNDED = WS-DAILY-DEMAND
               * ( WS-LEAD-DAYS + WS-SAFETY-DAYS ).
           MOVE DMD-T-ITEM(WS-DMD-SUB) TO RPT-ITEM.
           MOVE WS-FLAT-DEMAND TO RPT-DEMAND.
           MOVE WS-LEAD-DAYS TO RPT-LEAD.
           MOVE WS-REORDER-PT(WS-LKP-A-IDX, WS-LKP-C-IDX)
               TO RPT-CURRENT.
       JUDGE-ONE-EXIT.
           EXIT.

      *    THE GAP IS MEASURED AGAINST THE FLAT AVERAGE; AN ITEM WITH
      *    NO FLAT DEMAND BUT A PROJECTED ONE ALWAYS DISAGREES.
       COMPARE-METHODS-PARA.
           IF WS-FLAT-DEMAND > FCS-T-DAILY(WS-FCS-SUB)
               COMPUTE WS-GAP =
                   WS-FLAT-DEMAND - FCS-T-DAILY(WS-FCS-SUB)
           ELSE
               COMPUTE WS-GAP =
                   FCS-T-DAILY(WS-FCS-SUB) - WS-FLAT-DEMAND
           END-IF.
           IF WS-GAP > ZERO
               IF WS-FLAT-DEMAND = ZERO
                       OR WS-GAP * 100 >
                           WS-FLAT-DEMAND * WS-DISAGREE-PCT
                   MOVE "*DISAGREE*" TO RPT-FLAG
                   ADD 1 TO WS-DISAGREE-COUNT
               END-IF
           END-IF.

       FIND-FORECAST-PARA.
           MOVE 'N' TO WS-FCS-FOUND-SW.
           PERFORM VARYING WS-FCS-SUB FROM 1 BY 1
                   UNTIL WS-FCS-SUB > WS-FCS-TOTAL OR FORECAST-FOUND
               IF FCS-T-ITEM(WS-FCS-SUB) = DMD-T-ITEM(WS-DMD-SUB)
                   SET FORECAST-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF FORECAST-FOUND
               SUBTRACT 1 FROM WS-FCS-SUB
           END-IF.

      *    NO FORECAST FILE IS NOT AN ERROR - THE FLAT AVERAGE STANDS.
       LOAD-FORECAST-PARA.
           OPEN INPUT FORECAST-FILE.
           IF FCS-FILESTATUS = "00"
               PERFORM LOAD-ONE-FORECAST-PARA
                   THRU LOAD-ONE-FORECAST-EXIT
                   UNTIL FCS-END-OF-FILE
               CLOSE FORECAST-FILE
           END-IF.

       LOAD-ONE-FORECAST-PARA.
           READ FORECAST-FILE
               AT END
                   SET FCS-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-FORECAST-EXIT
           END-READ.
           IF FCS-ITEM = SPACES OR FCS-RUN-DATE NOT NUMERIC
               GO TO LOAD-ONE-FORECAST-EXIT
           END-IF.
           IF WS-FCS-TOTAL < WS-FCS-MAX
               ADD 1 TO WS-FCS-TOTAL
               MOVE FCS-ITEM TO FCS-T-ITEM(WS-FCS-TOTAL)
               MOVE FCS-DAILY TO FCS-T-DAILY(WS-FCS-TOTAL)
               MOVE FCS-RUN-DATE TO WS-FCS-RUN-DATE
           ELSE
               ADD 1 TO WS-FCS-SKIPPED
           END-IF.
       LOAD-ONE-FORECAST-EXIT.
           EXIT.

      *    ONLY ISSUES COUNT AS DEMAND; RECEIPTS, ADJUSTMENTS AND
      *    TRANSFERS ARE SUPPLY-SIDE NOISE.
       LOAD-DEMAND-PARA.
