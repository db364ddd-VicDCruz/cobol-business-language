      ******************************************************************
      * Author:
      * Date:
      * Purpose: Period archive and summarization for the transaction
      *          history streams that otherwise only ever grow -
      *          SalesHist.dat, StockMove.dat and InvoiceHist.dat.
      *          Detail dated before the first of the month a set
      *          number of months back (the ARCH-KEEP-MONTHS key on
      *          SystemConfig.dat through GETPARM, default 12, or a
      *          month count on the command line) is moved off each
      *          stream into a dated archive file - SalesArch.YYYYMM,
      *          MoveArch.YYYYMM and InvoiceArch.YYYYMM, named for the
      *          newest month the run could archive - and for every
      *          item in every month archived one line is left on
      *          HistSummary.dat with the lines, net quantity and net
      *          value moved. Each archive written is indexed on
      *          ArchIndex.dat in the way LOGARCH indexes the log
      *          archives, and STKHIST and INVREPRT reach through the
      *          index into the archives when asked for older
      *          history. As in LOGARCH the live stream is only cut
      *          back once its archive, summary and index lines are
      *          written whole. A stream with more item-months than
      *          the summary table holds is left untouched and the
      *          run ends with RETURN-CODE 8; the run is refused
      *          outright while BatchWindow.ctl shows tonight's steps
      *          still in flight. PerArchive.YYYYMMDD.rpt, written
      *          through RPTWRT and catalogued as PERARCH, shows what
      *          each stream gave up and kept.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERARCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LIVE-STREAM ASSIGN TO WS-LIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIV-FILESTATUS.
       SELECT ARCHIVE-FILE ASSIGN TO WS-ARCH-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARC-FILESTATUS.
       SELECT ARCH-WORK ASSIGN TO "PerArch.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-FILESTATUS.
       SELECT KEEP-FILE ASSIGN TO "PerKeep.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KEP-FILESTATUS.
       SELECT ARCHIVE-INDEX ASSIGN TO "ArchIndex.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IDX-FILESTATUS.
       SELECT HIST-SUMMARY ASSIGN TO "HistSummary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HSM-FILESTATUS.
       SELECT BATCH-WINDOW-FILE ASSIGN TO "BatchWindow.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BW-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIVE-STREAM.
       01 LIVE-LINE PIC X(120).
       FD ARCHIVE-FILE.
       01 ARCHIVE-LINE PIC X(120).
       FD ARCH-WORK.
       01 WORK-LINE PIC X(120).
       FD KEEP-FILE.
       01 KEEP-LINE PIC X(120).
       FD ARCHIVE-INDEX.
       COPY AIXREC REPLACING ==:REC:== BY ==INDEX-RECORD==.
       FD HIST-SUMMARY.
       COPY HSMREC REPLACING ==:REC:== BY ==SUMMARY-RECORD==.
       FD BATCH-WINDOW-FILE.
       01 BW-LINE PIC X(10).

       WORKING-STORAGE SECTION.
       01 LIV-FILESTATUS PIC X(02).
       01 ARC-FILESTATUS PIC X(02).
       01 WRK-FILESTATUS PIC X(02).
       01 KEP-FILESTATUS PIC X(02).
       01 IDX-FILESTATUS PIC X(02).
       01 HSM-FILESTATUS PIC X(02).
       01 BW-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-KEEP-MONTHS-X PIC X(3).
       01 WS-KEEP-MONTHS PIC 9(3).
       01 WS-PARM-KEY PIC X(16) VALUE "ARCH-KEEP-MONTHS".
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5) VALUE 12.
       01 WS-PARM-FOUND PIC X(1).
      *
      *    THE STREAMS: SUMMARY CODE, LIVE FILE AND ARCHIVE PREFIX.
       01 STREAM-LIST-VALUES.
           05 FILLER PIC X(5) VALUE "SALES".
           05 FILLER PIC X(16) VALUE "SalesHist.dat".
           05 FILLER PIC X(12) VALUE "SalesArch.".
           05 FILLER PIC X(5) VALUE "MOVES".
           05 FILLER PIC X(16) VALUE "StockMove.dat".
           05 FILLER PIC X(12) VALUE "MoveArch.".
           05 FILLER PIC X(5) VALUE "INVCS".
           05 FILLER PIC X(16) VALUE "InvoiceHist.dat".
           05 FILLER PIC X(12) VALUE "InvoiceArch.".
       01 STREAM-LIST REDEFINES STREAM-LIST-VALUES.
           05 STR-ENTRY OCCURS 3 TIMES.
               10 STR-CODE PIC X(5).
               10 STR-FILE PIC X(16).
               10 STR-PREFIX PIC X(12).
       01 WS-STR-MAX PIC 9(1) VALUE 3.
       01 WS-STR-SUB PIC 9(1).
      *
      *    ONE LINE PER ITEM PER MONTH MOVED OFF THE CURRENT STREAM.
       01 SUMMARY-TABLE.
           05 SUM-ENTRY OCCURS 3000 TIMES.
               10 SUM-MONTH PIC 9(6).
               10 SUM-ITEM PIC X(5).
               10 SUM-LINES PIC 9(7).
               10 SUM-QTY PIC S9(9).
               10 SUM-VALUE PIC S9(11)V99.
       01 WS-SUM-TOTAL PIC 9(4).
       01 WS-SUM-MAX PIC 9(4) VALUE 3000.
       01 WS-SUM-SUB PIC 9(4).
       01 WS-SUM-FULL-SW PIC X(1).
           88 SUMMARY-FULL VALUE 'Y'.
      *
       01 WS-PARSE-RECORD PIC X(256).
       01 WS-PARSE-DELIM PIC X(1) VALUE SPACE.
       01 WS-PARSE-FIELDS.
           05 WS-PARSE-FIELD OCCURS 20 TIMES PIC X(40).
       01 WS-PARSE-COUNT PIC 99.
       01 WS-PARSE-ERROR PIC X(1).
      *
       01 WS-LINE-DATE-X PIC X(8).
       01 WS-LINE-DATE PIC 9(8).
       01 WS-LINE-ITEM PIC X(5).
       01 WS-LINE-QTY PIC S9(9).
       01 WS-LINE-VALUE PIC S9(11)V99.
       01 WS-LINE-SW PIC X(1).
           88 LINE-TO-ARCHIVE VALUE 'A'.
           88 LINE-TO-KEEP VALUE 'K'.
      *
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR PIC 9(4).
           05 WS-TODAY-MONTH PIC 9(2).
           05 FILLER PIC 9(2).
       01 WS-MONTH-COUNT PIC 9(6).
       01 WS-CUTOFF-YEAR PIC 9(4).
       01 WS-CUTOFF-MONTH PIC 9(2).
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-LAST-ARCH-MONTH PIC 9(6).
       01 WS-LAST-ARCH-MONTH-X REDEFINES WS-LAST-ARCH-MONTH
           PIC X(6).
      *
       01 WS-LIVE-NAME PIC X(20).
       01 WS-ARCH-NAME PIC X(20).
       01 WS-ARCHIVED-COUNT PIC 9(7).
       01 WS-KEPT-COUNT PIC 9(7).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-FAULT-COUNT PIC 9(1) VALUE ZERO.
       01 WS-EDIT-QTY PIC -(9)9.
       01 WS-EDIT-VALUE PIC -(11)9.99.
      *
       01 WS-BW-DATE PIC 9(8) VALUE ZERO.
       01 WS-BW-STEP PIC 9(1) VALUE ZERO.
       COPY BATCHWIN REPLACING ==:REC:== BY ==BW-RECORD==.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "PERARCH".
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.
       01 WS-RPT-FUNC PIC X(1).
       01 WS-RPT-TITLE PIC X(40)
           VALUE "TRANSACTION HISTORY PERIOD ARCHIVE".
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-RPT-DATE-X PIC X(8).
       01 WS-CAT-REPORT-NAME PIC X(16) VALUE "PERARCH".
      *
       01 RPT-CUTOFF-LINE.
           05 FILLER PIC X(28) VALUE "DETAIL ARCHIVED IF BEFORE ".
           05 RPT-CUTOFF PIC 9(8).
           05 FILLER PIC X(8) VALUE " - KEEP ".
           05 RPT-KEEP-MONTHS PIC ZZ9.
           05 FILLER PIC X(7) VALUE " MONTHS".
       01 RPT-STREAM-LINE.
           05 RPT-S-FILE PIC X(16).
           05 FILLER PIC X(9) VALUE " ARCHIVED".
           05 RPT-S-ARCHIVED PIC Z(6)9.
           05 FILLER PIC X(6) VALUE "  KEPT".
           05 RPT-S-KEPT PIC Z(6)9.
           05 FILLER PIC X(4) VALUE " TO ".
           05 RPT-S-ARCH-NAME PIC X(20).
       01 RPT-RANGE-LINE.
           05 FILLER PIC X(18) VALUE "  DATES ".
           05 RPT-R-FROM PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 RPT-R-TO PIC 9(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 RPT-R-SUMMARY PIC Z(6)9.
           05 FILLER PIC X(30)
               VALUE " ITEM-MONTH SUMMARY LINES".
       01 RPT-NOTE-LINE.
           05 RPT-N-FILE PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-N-TEXT PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE WS-TODAY-DATE TO WS-RPT-DATE-X

      *    AN ARCHIVE RUN MUST NOT RACE THE NIGHTLY CHAIN, WHICH
      *    APPENDS TO EVERY ONE OF THESE STREAMS.
       PERFORM READ-BATCH-WINDOW-PARA
       IF WS-BW-DATE = WS-TODAY-DATE AND WS-BW-STEP < 3
           DISPLAY "*** NIGHTLY STEPS IN FLIGHT (STEP " WS-BW-STEP
               " OF 3) - ARCHIVE REFUSED ***"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       MOVE SPACES TO WS-KEEP-MONTHS-X
       UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-KEEP-MONTHS-X
       END-UNSTRING
       IF WS-KEEP-MONTHS-X = SPACES
           CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
               WS-PARM-DEFAULT, WS-PARM-FOUND
           END-CALL
           MOVE WS-PARM-VALUE TO WS-KEEP-MONTHS
           DISPLAY "PARM ARCH-KEEP-MONTHS = " WS-KEEP-MONTHS
       ELSE
           IF FUNCTION TEST-NUMVAL(WS-KEEP-MONTHS-X) NOT = ZERO
               DISPLAY "USAGE: PERARCH [MONTHS-TO-KEEP]"
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-END-PARA
           END-IF
           COMPUTE WS-KEEP-MONTHS = FUNCTION NUMVAL(WS-KEEP-MONTHS-X)
       END-IF
       IF WS-KEEP-MONTHS = ZERO
           DISPLAY "*** AT LEAST ONE MONTH MUST BE KEPT LIVE ***"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

      *    THE CUTOFF IS THE FIRST OF THE MONTH THE GIVEN NUMBER OF
      *    MONTHS BACK; THE ARCHIVES ARE NAMED FOR THE MONTH BEFORE.
       COMPUTE WS-MONTH-COUNT = WS-TODAY-YEAR * 12
           + WS-TODAY-MONTH - 1 - WS-KEEP-MONTHS
       DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-CUTOFF-YEAR
           REMAINDER WS-CUTOFF-MONTH
       ADD 1 TO WS-CUTOFF-MONTH
       COMPUTE WS-CUTOFF-DATE = WS-CUTOFF-YEAR * 10000
           + WS-CUTOFF-MONTH * 100 + 1
       SUBTRACT 1 FROM WS-MONTH-COUNT
       DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-CUTOFF-YEAR
           REMAINDER WS-CUTOFF-MONTH
       ADD 1 TO WS-CUTOFF-MONTH
       COMPUTE WS-LAST-ARCH-MONTH = WS-CUTOFF-YEAR * 100
           + WS-CUTOFF-MONTH

       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING "PerArchive." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       MOVE WS-CUTOFF-DATE TO RPT-CUTOFF
       MOVE WS-KEEP-MONTHS TO RPT-KEEP-MONTHS
       MOVE RPT-CUTOFF-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA

       PERFORM ARCHIVE-ONE-STREAM-PARA THRU ARCHIVE-ONE-STREAM-EXIT
           VARYING WS-STR-SUB FROM 1 BY 1
           UNTIL WS-STR-SUB > WS-STR-MAX

       MOVE 'C' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE
       END-CALL
       MOVE 'E' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       IF WS-FAULT-COUNT > ZERO
           MOVE 8 TO RETURN-CODE
       END-IF.

       PROGRAM-END-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
      *    RUN UNIT JUST THE SAME.
       GOBACK.

       READ-BATCH-WINDOW-PARA.
       OPEN INPUT BATCH-WINDOW-FILE
       IF BW-FILESTATUS = "00"
           READ BATCH-WINDOW-FILE INTO BW-RECORD
               AT END CONTINUE
           END-READ
           MOVE BW-DATE TO WS-BW-DATE
           MOVE BW-STEP TO WS-BW-STEP
           CLOSE BATCH-WINDOW-FILE
       END-IF.

      ******************************************************************
      *    ONE STREAM. PASS 1 SPLITS THE LIVE STREAM INTO A WORK FILE
      *    OF WHAT GOES AND A KEEP FILE OF WHAT STAYS, SUMMING WHAT
      *    GOES BY ITEM AND MONTH. ONLY THEN IS THE WORK FILE ADDED TO
      *    THE DATED ARCHIVE, THE SUMMARY AND INDEX LINES WRITTEN, AND
      *    LAST OF ALL THE KEEP FILE COPIED BACK OVER THE LIVE STREAM.
      ******************************************************************
       ARCHIVE-ONE-STREAM-PARA.
       MOVE STR-FILE(WS-STR-SUB) TO WS-LIVE-NAME
       MOVE SPACES TO WS-ARCH-NAME
       STRING STR-PREFIX(WS-STR-SUB) DELIMITED BY SPACE
           WS-LAST-ARCH-MONTH-X DELIMITED BY SIZE
           INTO WS-ARCH-NAME
       MOVE ZERO TO WS-ARCHIVED-COUNT WS-KEPT-COUNT WS-SUM-TOTAL
       MOVE 99999999 TO WS-FROM-DATE
       MOVE ZERO TO WS-TO-DATE
       MOVE 'N' TO WS-SUM-FULL-SW
       MOVE STR-FILE(WS-STR-SUB) TO RPT-N-FILE
       OPEN INPUT LIVE-STREAM
       IF LIV-FILESTATUS NOT = "00"
           MOVE "NOT FOUND - SKIPPED" TO RPT-N-TEXT
           PERFORM WRITE-NOTE-PARA
           GO TO ARCHIVE-ONE-STREAM-EXIT
       END-IF
       OPEN OUTPUT ARCH-WORK
       OPEN OUTPUT KEEP-FILE
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM SPLIT-ONE-LINE-PARA THRU SPLIT-ONE-LINE-EXIT
           UNTIL END-OF-FILE
       CLOSE KEEP-FILE
       CLOSE ARCH-WORK
       CLOSE LIVE-STREAM
       ADD WS-ARCHIVED-COUNT TO WS-RS-RECORDS
       ADD WS-KEPT-COUNT TO WS-RS-RECORDS
       IF SUMMARY-FULL
           MOVE "MORE ITEM-MONTHS THAN THE SUMMARY HOLDS - UNTOUCHED"
               TO RPT-N-TEXT
           PERFORM WRITE-NOTE-PARA
           ADD 1 TO WS-FAULT-COUNT
           GO TO ARCHIVE-ONE-STREAM-EXIT
       END-IF
       IF WS-ARCHIVED-COUNT = ZERO
           MOVE "NOTHING OLDER THAN THE CUTOFF - UNTOUCHED"
               TO RPT-N-TEXT
           PERFORM WRITE-NOTE-PARA
           GO TO ARCHIVE-ONE-STREAM-EXIT
       END-IF
       PERFORM APPEND-ARCHIVE-PARA
       PERFORM WRITE-SUMMARY-PARA
       PERFORM APPEND-INDEX-PARA
       PERFORM COPY-KEEP-BACK-PARA
       MOVE WS-LIVE-NAME TO RPT-S-FILE
       MOVE WS-ARCHIVED-COUNT TO RPT-S-ARCHIVED
       MOVE WS-KEPT-COUNT TO RPT-S-KEPT
       MOVE WS-ARCH-NAME TO RPT-S-ARCH-NAME
       MOVE RPT-STREAM-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE WS-FROM-DATE TO RPT-R-FROM
       MOVE WS-TO-DATE TO RPT-R-TO
       MOVE WS-SUM-TOTAL TO RPT-R-SUMMARY
       MOVE RPT-RANGE-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       DISPLAY WS-LIVE-NAME ": ARCHIVED " WS-ARCHIVED-COUNT
           " KEPT " WS-KEPT-COUNT " TO " WS-ARCH-NAME.
       ARCHIVE-ONE-STREAM-EXIT.
       EXIT.

      *    A LINE WHOSE DATE CANNOT BE READ STAYS LIVE.
       SPLIT-ONE-LINE-PARA.
       READ LIVE-STREAM
           AT END
               SET END-OF-FILE TO TRUE
               GO TO SPLIT-ONE-LINE-EXIT
       END-READ
       PERFORM CLASSIFY-LINE-PARA
       IF LINE-TO-ARCHIVE
           PERFORM ADD-TO-SUMMARY-PARA THRU ADD-TO-SUMMARY-EXIT
       END-IF
       IF LINE-TO-ARCHIVE
           WRITE WORK-LINE FROM LIVE-LINE
           ADD 1 TO WS-ARCHIVED-COUNT
           IF WS-LINE-DATE < WS-FROM-DATE
               MOVE WS-LINE-DATE TO WS-FROM-DATE
           END-IF
           IF WS-LINE-DATE > WS-TO-DATE
               MOVE WS-LINE-DATE TO WS-TO-DATE
           END-IF
       ELSE
           WRITE KEEP-LINE FROM LIVE-LINE
           ADD 1 TO WS-KEPT-COUNT
       END-IF.
       SPLIT-ONE-LINE-EXIT.
       EXIT.

      *    SALES LINES ARE WORDS - AMOUNT, ITEM, QUANTITY, DATE - AS
      *    SALESANL READS THEM; MOVEMENTS AND INVOICE LINES ARE FIXED
      *    COLUMNS AS STKMOVE AND ORDENT WRITE THEM.
       CLASSIFY-LINE-PARA.
       SET LINE-TO-KEEP TO TRUE
       MOVE SPACES TO WS-LINE-DATE-X WS-LINE-ITEM
       MOVE ZERO TO WS-LINE-QTY WS-LINE-VALUE
       EVALUATE WS-STR-SUB
       WHEN 1
           MOVE SPACES TO WS-PARSE-RECORD
           MOVE LIVE-LINE TO WS-PARSE-RECORD
           CALL "FLDPARSE" USING WS-PARSE-RECORD, WS-PARSE-DELIM,
               WS-PARSE-FIELDS, WS-PARSE-COUNT, WS-PARSE-ERROR
           END-CALL
           IF WS-PARSE-COUNT NOT < 4
               MOVE WS-PARSE-FIELD(4) TO WS-LINE-DATE-X
               MOVE WS-PARSE-FIELD(2) TO WS-LINE-ITEM
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(3)) = ZERO
                   COMPUTE WS-LINE-QTY =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(3))
               END-IF
               IF FUNCTION TEST-NUMVAL(WS-PARSE-FIELD(1)) = ZERO
                   COMPUTE WS-LINE-VALUE =
                       FUNCTION NUMVAL(WS-PARSE-FIELD(1))
               END-IF
           END-IF
       WHEN 2
           MOVE LIVE-LINE(1:8) TO WS-LINE-DATE-X
           MOVE LIVE-LINE(19:5) TO WS-LINE-ITEM
           IF FUNCTION TEST-NUMVAL(LIVE-LINE(27:5)) = ZERO
               COMPUTE WS-LINE-QTY = FUNCTION NUMVAL(LIVE-LINE(27:5))
           END-IF
       WHEN 3
           MOVE LIVE-LINE(8:8) TO WS-LINE-DATE-X
           MOVE LIVE-LINE(24:5) TO WS-LINE-ITEM
           IF FUNCTION TEST-NUMVAL(LIVE-LINE(30:5)) = ZERO
               COMPUTE WS-LINE-QTY = FUNCTION NUMVAL(LIVE-LINE(30:5))
           END-IF
           IF FUNCTION TEST-NUMVAL(LIVE-LINE(45:10)) = ZERO
               COMPUTE WS-LINE-VALUE =
                   FUNCTION NUMVAL(LIVE-LINE(45:10))
           END-IF
       END-EVALUATE
       IF WS-LINE-DATE-X IS NUMERIC
           MOVE WS-LINE-DATE-X TO WS-LINE-DATE
           IF WS-LINE-DATE < WS-CUTOFF-DATE AND WS-LINE-DATE > ZERO
               SET LINE-TO-ARCHIVE TO TRUE
           END-IF
       END-IF.

      *    ONCE THE TABLE IS FULL NOTHING MORE IS ARCHIVED FROM THIS
      *    STREAM AND THE STREAM IS LEFT AS IT WAS.
       ADD-TO-SUMMARY-PARA.
       IF SUMMARY-FULL
           SET LINE-TO-KEEP TO TRUE
           GO TO ADD-TO-SUMMARY-EXIT
       END-IF
       PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-TOTAL
           IF SUM-MONTH(WS-SUM-SUB) = WS-LINE-DATE(1:6)
                   AND SUM-ITEM(WS-SUM-SUB) = WS-LINE-ITEM
               ADD 1 TO SUM-LINES(WS-SUM-SUB)
               ADD WS-LINE-QTY TO SUM-QTY(WS-SUM-SUB)
               ADD WS-LINE-VALUE TO SUM-VALUE(WS-SUM-SUB)
               GO TO ADD-TO-SUMMARY-EXIT
           END-IF
       END-PERFORM
       IF WS-SUM-TOTAL NOT < WS-SUM-MAX
           SET SUMMARY-FULL TO TRUE
           SET LINE-TO-KEEP TO TRUE
           GO TO ADD-TO-SUMMARY-EXIT
       END-IF
       ADD 1 TO WS-SUM-TOTAL
       MOVE WS-LINE-DATE(1:6) TO SUM-MONTH(WS-SUM-TOTAL)
       MOVE WS-LINE-ITEM TO SUM-ITEM(WS-SUM-TOTAL)
       MOVE 1 TO SUM-LINES(WS-SUM-TOTAL)
       MOVE WS-LINE-QTY TO SUM-QTY(WS-SUM-TOTAL)
       MOVE WS-LINE-VALUE TO SUM-VALUE(WS-SUM-TOTAL).
       ADD-TO-SUMMARY-EXIT.
       EXIT.

      *    A SECOND RUN IN THE SAME MONTH ADDS TO THAT MONTH'S ARCHIVE
      *    RATHER THAN REPLACING IT.
       APPEND-ARCHIVE-PARA.
       OPEN EXTEND ARCHIVE-FILE
       IF ARC-FILESTATUS NOT = "00"
           OPEN OUTPUT ARCHIVE-FILE
       END-IF
       OPEN INPUT ARCH-WORK
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM COPY-ONE-ARCHIVE-PARA THRU COPY-ONE-ARCHIVE-EXIT
           UNTIL END-OF-FILE
       CLOSE ARCH-WORK
       CLOSE ARCHIVE-FILE.

       COPY-ONE-ARCHIVE-PARA.
       READ ARCH-WORK
           AT END
               SET END-OF-FILE TO TRUE
           NOT AT END
               WRITE ARCHIVE-LINE FROM WORK-LINE
       END-READ.
       COPY-ONE-ARCHIVE-EXIT.
       EXIT.

       WRITE-SUMMARY-PARA.
       OPEN EXTEND HIST-SUMMARY
       IF HSM-FILESTATUS NOT = "00"
           OPEN OUTPUT HIST-SUMMARY
       END-IF
       PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-TOTAL
           MOVE SPACES TO SUMMARY-RECORD
           MOVE STR-CODE(WS-STR-SUB) TO HSM-STREAM
           MOVE SUM-MONTH(WS-SUM-SUB) TO HSM-MONTH
           MOVE SUM-ITEM(WS-SUM-SUB) TO HSM-ITEM
           MOVE SUM-LINES(WS-SUM-SUB) TO HSM-LINES
           MOVE SUM-QTY(WS-SUM-SUB) TO WS-EDIT-QTY
           MOVE WS-EDIT-QTY TO HSM-QTY
           MOVE SUM-VALUE(WS-SUM-SUB) TO WS-EDIT-VALUE
           MOVE WS-EDIT-VALUE TO HSM-VALUE
           WRITE SUMMARY-RECORD
       END-PERFORM
       CLOSE HIST-SUMMARY.

       APPEND-INDEX-PARA.
       OPEN EXTEND ARCHIVE-INDEX
       IF IDX-FILESTATUS NOT = "00"
           OPEN OUTPUT ARCHIVE-INDEX
       END-IF
       MOVE SPACES TO INDEX-RECORD
       MOVE WS-ARCH-NAME TO IDX-ARCH-NAME
       MOVE WS-ARCHIVED-COUNT TO IDX-COUNT
       MOVE WS-FROM-DATE TO IDX-FROM-DATE
       MOVE WS-TO-DATE TO IDX-TO-DATE
       WRITE INDEX-RECORD
       CLOSE ARCHIVE-INDEX.

       COPY-KEEP-BACK-PARA.
       MOVE 'N' TO WS-EOF-FLAG
       OPEN INPUT KEEP-FILE
       OPEN OUTPUT LIVE-STREAM
       PERFORM COPY-ONE-BACK-PARA THRU COPY-ONE-BACK-EXIT
           UNTIL END-OF-FILE
       CLOSE LIVE-STREAM
       CLOSE KEEP-FILE.

       COPY-ONE-BACK-PARA.
       READ KEEP-FILE
           AT END
               SET END-OF-FILE TO TRUE
           NOT AT END
               WRITE LIVE-LINE FROM KEEP-LINE
       END-READ.
       COPY-ONE-BACK-EXIT.
       EXIT.

       WRITE-NOTE-PARA.
       MOVE RPT-NOTE-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       DISPLAY WS-LIVE-NAME ": " RPT-N-TEXT.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL.
       END PROGRAM PERARCH.
