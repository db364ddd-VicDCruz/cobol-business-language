      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly data-quality scorecard over the masters, so
      *          the placeholders and gaps the conversions and defaults
      *          left behind are measured until they are cleaned up.
      *          A fixed
      *          set of rules is run over Employee.dat, CustMaster.dat,
      *          StockMaster.dat, Catalog.dat and Courses.dat:
      *            EMP01 department still the GEN conversion default
      *                  (or blank)
      *            EMP02 hire date missing
      *            EMP03 salary missing
      *            CUS01 street missing
      *            CUS02 city missing
      *            STK01 stock item with no Catalog.dat entry
      *            CAT01 catalog item with no supplier
      *            CRS01 course with no validity months
      *          The DQScore.YYYYMMDD.rpt report, written through
      *          RPTWRT and catalogued through RPTCAT as DQSCORE,
      *          lists for each master the records failing each rule
      *          with the rule's count (the listing stops after the
      *          DQ-LIST-MAX key on SystemConfig.dat, default 50
      *          records per rule, but the count is always complete),
      *          and the master's pass percentage - the share of its
      *          records that fail no rule. Every run appends its
      *          scores, per master and per rule, to DQHistory.dat,
      *          and the report sets each score beside the one from
      *          the previous run and the first run on file, so it
      *          shows whether the clean-up is making progress. A
      *          master that cannot be opened is reported and ends the
      *          run with RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMPLOYEE ASSIGN TO 'Employee.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS EMP-FILESTATUS.
       SELECT CUSTOMER-MASTER ASSIGN TO "CustMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CM-CUST-ID
           FILE STATUS IS CUS-FILESTATUS.
       SELECT STOCK-MASTER ASSIGN TO "StockMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STK-KEY
           FILE STATUS IS STK-FILESTATUS.
       SELECT CATALOG-FILE ASSIGN TO "Catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-FILESTATUS.
       SELECT COURSE-FILE ASSIGN TO "Courses.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRS-FILESTATUS.
       SELECT DQ-HISTORY ASSIGN TO "DQHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DQH-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE.
       COPY EMPREC REPLACING ==:REC:== BY ==EMPLOYEE-RECORD==.
       FD CUSTOMER-MASTER.
       COPY CMREC REPLACING ==:REC:== BY ==CUSTOMER-RECORD==.
       FD STOCK-MASTER.
       COPY STKREC REPLACING ==:REC:== BY ==STOCK-RECORD==.
       FD CATALOG-FILE.
       01 CATALOG-LINE PIC X(50).
       FD COURSE-FILE.
       01 COURSE-LINE PIC X(60).
      *
      *    ONE SCORE: 'M' FOR A MASTER'S PASS PERCENTAGE, 'R' FOR A
      *    RULE'S FAILING COUNT.
       FD DQ-HISTORY.
       01 DQ-HISTORY-RECORD.
           05 DQH-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 DQH-KIND PIC X(1).
           05 FILLER PIC X(1).
           05 DQH-ID PIC X(8).
           05 FILLER PIC X(1).
           05 DQH-CHECKED PIC 9(7).
           05 FILLER PIC X(1).
           05 DQH-FAILED PIC 9(7).
           05 FILLER PIC X(1).
           05 DQH-PASS-PCT PIC 9(3)V9.

       WORKING-STORAGE SECTION.
       01 EMP-FILESTATUS PIC X(02).
       01 CUS-FILESTATUS PIC X(02).
       01 STK-FILESTATUS PIC X(02).
       01 CAT-FILESTATUS PIC X(02).
       01 CRS-FILESTATUS PIC X(02).
       01 DQH-FILESTATUS PIC X(02).
       01 WS-MST-STATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
      *
      *    THE MASTERS SCORED, IN REPORT ORDER.
       01 MASTER-LIST-VALUES.
           05 FILLER PIC X(8) VALUE "EMPLOYEE".
           05 FILLER PIC X(16) VALUE "Employee.dat".
           05 FILLER PIC X(8) VALUE "CUSTOMER".
           05 FILLER PIC X(16) VALUE "CustMaster.dat".
           05 FILLER PIC X(8) VALUE "STOCK".
           05 FILLER PIC X(16) VALUE "StockMaster.dat".
           05 FILLER PIC X(8) VALUE "CATALOG".
           05 FILLER PIC X(16) VALUE "Catalog.dat".
           05 FILLER PIC X(8) VALUE "COURSES".
           05 FILLER PIC X(16) VALUE "Courses.dat".
       01 MASTER-LIST REDEFINES MASTER-LIST-VALUES.
           05 MST-ENTRY OCCURS 5 TIMES.
               10 MST-ID PIC X(8).
               10 MST-FILE PIC X(16).
       01 WS-MST-MAX PIC 9(1) VALUE 5.
       01 WS-MST-SUB PIC 9(1).
       01 MASTER-SCORES.
           05 MST-SCORE OCCURS 5 TIMES.
               10 MST-OPENED PIC X(1).
               10 MST-CHECKED PIC 9(7).
               10 MST-FAILED PIC 9(7).
               10 MST-PASS-PCT PIC 9(3)V9.
      *
      *    THE RULES: ID, THE MASTER THEY RUN OVER, AND WHAT A FAILING
      *    RECORD LOOKS LIKE.
       01 RULE-LIST-VALUES.
           05 FILLER PIC X(5) VALUE "EMP01".
           05 FILLER PIC 9(1) VALUE 1.
           05 FILLER PIC X(40)
               VALUE "DEPARTMENT STILL GEN OR BLANK".
           05 FILLER PIC X(5) VALUE "EMP02".
           05 FILLER PIC 9(1) VALUE 1.
           05 FILLER PIC X(40) VALUE "HIRE DATE MISSING".
           05 FILLER PIC X(5) VALUE "EMP03".
           05 FILLER PIC 9(1) VALUE 1.
           05 FILLER PIC X(40) VALUE "SALARY MISSING".
           05 FILLER PIC X(5) VALUE "CUS01".
           05 FILLER PIC 9(1) VALUE 2.
           05 FILLER PIC X(40) VALUE "STREET MISSING".
           05 FILLER PIC X(5) VALUE "CUS02".
           05 FILLER PIC 9(1) VALUE 2.
           05 FILLER PIC X(40) VALUE "CITY MISSING".
           05 FILLER PIC X(5) VALUE "STK01".
           05 FILLER PIC 9(1) VALUE 3.
           05 FILLER PIC X(40) VALUE "ITEM HAS NO CATALOG ENTRY".
           05 FILLER PIC X(5) VALUE "CAT01".
           05 FILLER PIC 9(1) VALUE 4.
           05 FILLER PIC X(40) VALUE "ITEM HAS NO SUPPLIER".
           05 FILLER PIC X(5) VALUE "CRS01".
           05 FILLER PIC 9(1) VALUE 5.
           05 FILLER PIC X(40) VALUE "COURSE HAS NO VALIDITY MONTHS".
       01 RULE-LIST REDEFINES RULE-LIST-VALUES.
           05 RUL-ENTRY OCCURS 8 TIMES.
               10 RUL-ID PIC X(5).
               10 RUL-MASTER PIC 9(1).
               10 RUL-DESC PIC X(40).
       01 WS-RUL-MAX PIC 9(1) VALUE 8.
       01 WS-RUL-SUB PIC 9(1).
       01 RULE-SCORES.
           05 RUL-SCORE OCCURS 8 TIMES.
               10 RUL-FAILED PIC 9(7).
      *
      *    THE PREVIOUS AND FIRST SCORE ON FILE FOR EACH MASTER AND
      *    RULE - FIVE MASTERS, THEN EIGHT RULES.
       01 TREND-TABLE.
           05 TRD-ENTRY OCCURS 13 TIMES.
               10 TRD-LAST-DATE PIC 9(8).
               10 TRD-LAST-FAILED PIC 9(7).
               10 TRD-LAST-PCT PIC 9(3)V9.
               10 TRD-FIRST-DATE PIC 9(8).
               10 TRD-FIRST-FAILED PIC 9(7).
               10 TRD-FIRST-PCT PIC 9(3)V9.
       01 WS-TRD-SUB PIC 9(2).
      *
      *    CATALOG.DAT ITEM CODES, FOR THE STOCK RULE.
       01 CAT-CODE-TABLE.
           05 CAT-T-CODE PIC X(5) OCCURS 500 TIMES.
       01 WS-CAT-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-CAT-MAX PIC 9(3) VALUE 500.
       01 WS-CAT-SUB PIC 9(3).
       01 WS-CAT-FOUND-SW PIC X(1).
           88 CATALOG-ITEM-FOUND VALUE 'Y'.
      *
       01 WS-TOKENS.
           05 WS-TOK PIC X(20) OCCURS 7 TIMES.
       01 WS-BLANK-LINE-SW PIC X(1).
           88 BLANK-LINE VALUE 'Y'.
       01 WS-RULE-FAILED PIC X(1).
           88 RULE-FAILS VALUE 'Y'.
       01 WS-ANY-FAILED PIC X(1).
           88 RECORD-FAILS VALUE 'Y'.
       01 WS-FAIL-KEY PIC X(12).
       01 WS-FAIL-NAME PIC X(30).
       01 WS-FAIL-VALUE PIC X(20).
       01 WS-LISTED PIC 9(5).
       01 WS-LIST-MAX PIC 9(5).
       01 WS-CHANGE PIC S9(7)V9.
       01 WS-MISSING-COUNT PIC 9(1) VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RPT-DATE-X PIC X(8).
      *
       01 WS-PARM-KEY PIC X(16) VALUE "DQ-LIST-MAX".
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5) VALUE 50.
       01 WS-PARM-FOUND PIC X(1).
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "DQSCORE".
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.
       01 WS-RPT-FUNC PIC X(1).
       01 WS-RPT-TITLE PIC X(40) VALUE "DATA-QUALITY SCORECARD".
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-CAT-REPORT-NAME PIC X(16) VALUE "DQSCORE".
      *
       01 RPT-MASTER-LINE.
           05 FILLER PIC X(4) VALUE "=== ".
           05 RPT-M-FILE PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-M-CHECKED PIC Z(6)9.
           05 FILLER PIC X(10) VALUE " RECORDS, ".
           05 RPT-M-CLEAN PIC Z(6)9.
           05 FILLER PIC X(13) VALUE " CLEAN - PASS".
           05 RPT-M-PCT PIC ZZ9.9.
           05 FILLER PIC X(1) VALUE "%".
       01 RPT-MISSING-LINE.
           05 FILLER PIC X(4) VALUE "=== ".
           05 RPT-X-FILE PIC X(16).
           05 FILLER PIC X(40)
               VALUE " NOT FOUND - NOT SCORED THIS RUN".
       01 RPT-RULE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-R-ID PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-R-DESC PIC X(32).
           05 FILLER PIC X(9) VALUE " FAILING ".
           05 RPT-R-FAILED PIC Z(6)9.
           05 FILLER PIC X(7) VALUE "  LAST ".
           05 RPT-R-LAST PIC X(7).
       01 RPT-FAIL-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 RPT-F-KEY PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-F-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-F-VALUE PIC X(20).
       01 RPT-MORE-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "... ".
           05 RPT-MORE PIC Z(6)9.
           05 FILLER PIC X(30) VALUE " MORE NOT LISTED".
       01 RPT-SCORE-HEAD-1.
           05 FILLER PIC X(40)
               VALUE "SCORECARD         PASS%   LAST%  CHANGE ".
           05 FILLER PIC X(40)
               VALUE "  FIRST%  FIRST RUN".
       01 RPT-SCORE-HEAD-2.
           05 FILLER PIC X(40)
               VALUE "RULE            FAILING    LAST  CHANGE ".
           05 FILLER PIC X(40)
               VALUE "   FIRST  FIRST RUN".
       01 RPT-SCORE-LINE.
           05 RPT-S-ID PIC X(16).
           05 RPT-S-NOW PIC X(8).
           05 RPT-S-LAST PIC X(8).
           05 RPT-S-CHANGE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-S-FIRST PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-S-FIRST-DATE PIC X(8).
       01 WS-EDIT-PCT PIC ZZZZ9.9.
       01 WS-EDIT-CHANGE PIC +++++9.9.
       01 WS-EDIT-COUNT PIC ZZZZZZ9.
       01 WS-EDIT-COUNT-CHG PIC ++++++9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE WS-TODAY-DATE TO WS-RPT-DATE-X
       CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
           WS-PARM-DEFAULT, WS-PARM-FOUND
       END-CALL
       MOVE WS-PARM-VALUE TO WS-LIST-MAX
       DISPLAY "PARM DQ-LIST-MAX = " WS-LIST-MAX

       INITIALIZE MASTER-SCORES RULE-SCORES TREND-TABLE
       PERFORM LOAD-HISTORY-PARA THRU LOAD-HISTORY-EXIT
       PERFORM LOAD-CATALOG-CODES-PARA THRU LOAD-CATALOG-CODES-EXIT

       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING "DQScore." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       PERFORM SCORE-MASTER-PARA THRU SCORE-MASTER-EXIT
           VARYING WS-MST-SUB FROM 1 BY 1
           UNTIL WS-MST-SUB > WS-MST-MAX
       PERFORM WRITE-SCORECARD-PARA
       MOVE 'C' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE
       END-CALL
       PERFORM WRITE-HISTORY-PARA

       MOVE ZERO TO WS-RS-RECORDS
       PERFORM VARYING WS-MST-SUB FROM 1 BY 1
               UNTIL WS-MST-SUB > WS-MST-MAX
           ADD MST-CHECKED(WS-MST-SUB) TO WS-RS-RECORDS
           IF MST-OPENED(WS-MST-SUB) = "Y"
               DISPLAY MST-FILE(WS-MST-SUB) " PASS "
                   MST-PASS-PCT(WS-MST-SUB) "%"
           END-IF
       END-PERFORM
       MOVE 'E' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       IF WS-MISSING-COUNT > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF.

       PROGRAM-END-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
      *    RUN UNIT JUST THE SAME.
       GOBACK.

      ******************************************************************
      *    THE HISTORY: FOR EACH SCORE, THE NEWEST BEFORE TODAY AND THE
      *    OLDEST. A RERUN TODAY IS COMPARED WITH THE LAST RUN BEFORE
      *    TODAY, NOT WITH ITSELF.
      ******************************************************************
       LOAD-HISTORY-PARA.
       OPEN INPUT DQ-HISTORY
       IF DQH-FILESTATUS NOT = "00"
           DISPLAY " DQHISTORY.DAT NOT FOUND - FIRST SCORED RUN"
           GO TO LOAD-HISTORY-EXIT
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM LOAD-HISTORY-LINE-PARA THRU LOAD-HISTORY-LINE-EXIT
           UNTIL END-OF-FILE
       CLOSE DQ-HISTORY.
       LOAD-HISTORY-EXIT.
       EXIT.

       LOAD-HISTORY-LINE-PARA.
       READ DQ-HISTORY
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LOAD-HISTORY-LINE-EXIT
       END-READ
       IF DQH-DATE NOT NUMERIC OR DQH-DATE NOT < WS-TODAY-DATE
           GO TO LOAD-HISTORY-LINE-EXIT
       END-IF
       MOVE ZERO TO WS-TRD-SUB
       IF DQH-KIND = 'M'
           PERFORM VARYING WS-MST-SUB FROM 1 BY 1
                   UNTIL WS-MST-SUB > WS-MST-MAX
               IF DQH-ID = MST-ID(WS-MST-SUB)
                   MOVE WS-MST-SUB TO WS-TRD-SUB
               END-IF
           END-PERFORM
       ELSE
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RUL-MAX
               IF DQH-ID = RUL-ID(WS-RUL-SUB)
                   COMPUTE WS-TRD-SUB = WS-MST-MAX + WS-RUL-SUB
               END-IF
           END-PERFORM
       END-IF
       IF WS-TRD-SUB = ZERO
           GO TO LOAD-HISTORY-LINE-EXIT
       END-IF
       IF TRD-FIRST-DATE(WS-TRD-SUB) = ZERO
               OR DQH-DATE < TRD-FIRST-DATE(WS-TRD-SUB)
           MOVE DQH-DATE TO TRD-FIRST-DATE(WS-TRD-SUB)
           MOVE DQH-FAILED TO TRD-FIRST-FAILED(WS-TRD-SUB)
           MOVE DQH-PASS-PCT TO TRD-FIRST-PCT(WS-TRD-SUB)
       END-IF
       IF DQH-DATE NOT < TRD-LAST-DATE(WS-TRD-SUB)
           MOVE DQH-DATE TO TRD-LAST-DATE(WS-TRD-SUB)
           MOVE DQH-FAILED TO TRD-LAST-FAILED(WS-TRD-SUB)
           MOVE DQH-PASS-PCT TO TRD-LAST-PCT(WS-TRD-SUB)
       END-IF.
       LOAD-HISTORY-LINE-EXIT.
       EXIT.

       WRITE-HISTORY-PARA.
       OPEN EXTEND DQ-HISTORY
       IF DQH-FILESTATUS NOT = "00"
           OPEN OUTPUT DQ-HISTORY
       END-IF
       PERFORM VARYING WS-MST-SUB FROM 1 BY 1
               UNTIL WS-MST-SUB > WS-MST-MAX
           IF MST-OPENED(WS-MST-SUB) = "Y"
               MOVE SPACES TO DQ-HISTORY-RECORD
               MOVE WS-TODAY-DATE TO DQH-DATE
               MOVE 'M' TO DQH-KIND
               MOVE MST-ID(WS-MST-SUB) TO DQH-ID
               MOVE MST-CHECKED(WS-MST-SUB) TO DQH-CHECKED
               MOVE MST-FAILED(WS-MST-SUB) TO DQH-FAILED
               MOVE MST-PASS-PCT(WS-MST-SUB) TO DQH-PASS-PCT
               WRITE DQ-HISTORY-RECORD
           END-IF
       END-PERFORM
       PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
               UNTIL WS-RUL-SUB > WS-RUL-MAX
           MOVE RUL-MASTER(WS-RUL-SUB) TO WS-MST-SUB
           IF MST-OPENED(WS-MST-SUB) = "Y"
               MOVE SPACES TO DQ-HISTORY-RECORD
               MOVE WS-TODAY-DATE TO DQH-DATE
               MOVE 'R' TO DQH-KIND
               MOVE RUL-ID(WS-RUL-SUB) TO DQH-ID
               MOVE MST-CHECKED(WS-MST-SUB) TO DQH-CHECKED
               MOVE RUL-FAILED(WS-RUL-SUB) TO DQH-FAILED
               IF MST-CHECKED(WS-MST-SUB) > ZERO
                   COMPUTE DQH-PASS-PCT ROUNDED =
                       (MST-CHECKED(WS-MST-SUB)
                       - RUL-FAILED(WS-RUL-SUB)) * 100
                       / MST-CHECKED(WS-MST-SUB)
               ELSE
                   MOVE 100 TO DQH-PASS-PCT
               END-IF
               WRITE DQ-HISTORY-RECORD
           END-IF
       END-PERFORM
       CLOSE DQ-HISTORY.

      *    THE ITEM CODE IS THE SECOND WORD OF A CATALOG.DAT LINE.
       LOAD-CATALOG-CODES-PARA.
       OPEN INPUT CATALOG-FILE
       IF CAT-FILESTATUS NOT = "00"
           GO TO LOAD-CATALOG-CODES-EXIT
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM LOAD-CATALOG-CODE-PARA THRU LOAD-CATALOG-CODE-EXIT
           UNTIL END-OF-FILE
       CLOSE CATALOG-FILE.
       LOAD-CATALOG-CODES-EXIT.
       EXIT.

       LOAD-CATALOG-CODE-PARA.
       READ CATALOG-FILE
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LOAD-CATALOG-CODE-EXIT
       END-READ
       PERFORM SPLIT-LINE-PARA
       IF WS-TOK(2) NOT = SPACES AND WS-CAT-TOTAL < WS-CAT-MAX
           ADD 1 TO WS-CAT-TOTAL
           MOVE WS-TOK(2) TO CAT-T-CODE(WS-CAT-TOTAL)
       END-IF.
       LOAD-CATALOG-CODE-EXIT.
       EXIT.

      ******************************************************************
      *    ONE MASTER: A PASS FOR ITS PASS PERCENTAGE AND THE RULES'
      *    COUNTS, THEN A PASS PER FAILING RULE TO LIST ITS RECORDS
      *    TOGETHER UNDER ITS HEADING.
      ******************************************************************
       SCORE-MASTER-PARA.
       PERFORM OPEN-MASTER-PARA
       IF WS-MST-STATUS NOT = "00"
           MOVE MST-FILE(WS-MST-SUB) TO RPT-X-FILE
           MOVE RPT-MISSING-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           DISPLAY "*** " MST-FILE(WS-MST-SUB) " NOT FOUND - STATUS "
               WS-MST-STATUS
           ADD 1 TO WS-MISSING-COUNT
           GO TO SCORE-MASTER-EXIT
       END-IF
       MOVE "Y" TO MST-OPENED(WS-MST-SUB)
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM COUNT-ONE-RECORD-PARA THRU COUNT-ONE-RECORD-EXIT
           UNTIL END-OF-FILE
       PERFORM CLOSE-MASTER-PARA
       IF MST-CHECKED(WS-MST-SUB) > ZERO
           COMPUTE MST-PASS-PCT(WS-MST-SUB) ROUNDED =
               (MST-CHECKED(WS-MST-SUB) - MST-FAILED(WS-MST-SUB))
               * 100 / MST-CHECKED(WS-MST-SUB)
       ELSE
           MOVE 100 TO MST-PASS-PCT(WS-MST-SUB)
       END-IF
       MOVE MST-FILE(WS-MST-SUB) TO RPT-M-FILE
       MOVE MST-CHECKED(WS-MST-SUB) TO RPT-M-CHECKED
       COMPUTE RPT-M-CLEAN = MST-CHECKED(WS-MST-SUB)
           - MST-FAILED(WS-MST-SUB)
       MOVE MST-PASS-PCT(WS-MST-SUB) TO RPT-M-PCT
       MOVE RPT-MASTER-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM LIST-RULE-PARA THRU LIST-RULE-EXIT
           VARYING WS-RUL-SUB FROM 1 BY 1
           UNTIL WS-RUL-SUB > WS-RUL-MAX
       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.
       SCORE-MASTER-EXIT.
       EXIT.

       COUNT-ONE-RECORD-PARA.
       PERFORM READ-MASTER-PARA
       IF END-OF-FILE OR BLANK-LINE
           GO TO COUNT-ONE-RECORD-EXIT
       END-IF
       ADD 1 TO MST-CHECKED(WS-MST-SUB)
       MOVE 'N' TO WS-ANY-FAILED
       PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
               UNTIL WS-RUL-SUB > WS-RUL-MAX
           IF RUL-MASTER(WS-RUL-SUB) = WS-MST-SUB
               PERFORM TEST-RULE-PARA THRU TEST-RULE-EXIT
               IF RULE-FAILS
                   SET RECORD-FAILS TO TRUE
                   ADD 1 TO RUL-FAILED(WS-RUL-SUB)
               END-IF
           END-IF
       END-PERFORM
       IF RECORD-FAILS
           ADD 1 TO MST-FAILED(WS-MST-SUB)
       END-IF.
       COUNT-ONE-RECORD-EXIT.
       EXIT.

       LIST-RULE-PARA.
       IF RUL-MASTER(WS-RUL-SUB) NOT = WS-MST-SUB
           GO TO LIST-RULE-EXIT
       END-IF
       PERFORM WRITE-RULE-HEADING-PARA
       IF RUL-FAILED(WS-RUL-SUB) = ZERO
           GO TO LIST-RULE-EXIT
       END-IF
       MOVE ZERO TO WS-LISTED
       PERFORM OPEN-MASTER-PARA
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM LIST-ONE-RECORD-PARA THRU LIST-ONE-RECORD-EXIT
           UNTIL END-OF-FILE OR WS-LISTED NOT < WS-LIST-MAX
       PERFORM CLOSE-MASTER-PARA
       IF RUL-FAILED(WS-RUL-SUB) > WS-LISTED
           COMPUTE RPT-MORE = RUL-FAILED(WS-RUL-SUB) - WS-LISTED
           MOVE RPT-MORE-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
       END-IF.
       LIST-RULE-EXIT.
       EXIT.

       LIST-ONE-RECORD-PARA.
       PERFORM READ-MASTER-PARA
       IF END-OF-FILE OR BLANK-LINE
           GO TO LIST-ONE-RECORD-EXIT
       END-IF
       PERFORM TEST-RULE-PARA THRU TEST-RULE-EXIT
       IF NOT RULE-FAILS
           GO TO LIST-ONE-RECORD-EXIT
       END-IF
       ADD 1 TO WS-LISTED
       MOVE WS-FAIL-KEY TO RPT-F-KEY
       MOVE WS-FAIL-NAME TO RPT-F-NAME
       MOVE WS-FAIL-VALUE TO RPT-F-VALUE
       MOVE RPT-FAIL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.
       LIST-ONE-RECORD-EXIT.
       EXIT.

       WRITE-RULE-HEADING-PARA.
       MOVE RUL-ID(WS-RUL-SUB) TO RPT-R-ID
       MOVE RUL-DESC(WS-RUL-SUB) TO RPT-R-DESC
       MOVE RUL-FAILED(WS-RUL-SUB) TO RPT-R-FAILED
       COMPUTE WS-TRD-SUB = WS-MST-MAX + WS-RUL-SUB
       IF TRD-LAST-DATE(WS-TRD-SUB) = ZERO
           MOVE "NEW" TO RPT-R-LAST
       ELSE
           MOVE TRD-LAST-FAILED(WS-TRD-SUB) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO RPT-R-LAST
       END-IF
       MOVE RPT-RULE-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

      ******************************************************************
      *    THE RULES. EACH SETS WS-RULE-FAILED AND, FOR THE LISTING,
      *    THE FAILING RECORD'S KEY, NAME AND OFFENDING VALUE.
      ******************************************************************
       TEST-RULE-PARA.
       MOVE 'N' TO WS-RULE-FAILED
       MOVE SPACES TO WS-FAIL-KEY WS-FAIL-NAME WS-FAIL-VALUE
       EVALUATE RUL-ID(WS-RUL-SUB)
       WHEN "EMP01"
           IF EMP-DEPT = "GEN" OR EMP-DEPT = SPACES
               SET RULE-FAILS TO TRUE
               MOVE EMP-DEPT TO WS-FAIL-VALUE
           END-IF
       WHEN "EMP02"
           IF EMP-HIRE-DATE NOT NUMERIC OR EMP-HIRE-DATE = ZERO
               SET RULE-FAILS TO TRUE
               MOVE EMP-HIRE-DATE TO WS-FAIL-VALUE
           END-IF
       WHEN "EMP03"
           IF EMP-SALARY NOT NUMERIC OR EMP-SALARY = ZERO
               SET RULE-FAILS TO TRUE
               MOVE "SALARY ZERO OR BLANK" TO WS-FAIL-VALUE
           END-IF
       WHEN "CUS01"
           IF CM-STREET = SPACES
               SET RULE-FAILS TO TRUE
               MOVE "STREET BLANK" TO WS-FAIL-VALUE
           END-IF
       WHEN "CUS02"
           IF CM-CITY = SPACES
               SET RULE-FAILS TO TRUE
               MOVE "CITY BLANK" TO WS-FAIL-VALUE
           END-IF
       WHEN "STK01"
           MOVE 'N' TO WS-CAT-FOUND-SW
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-TOTAL
                   OR CATALOG-ITEM-FOUND
               IF CAT-T-CODE(WS-CAT-SUB) = STK-ITEM-CODE
                   SET CATALOG-ITEM-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CATALOG-ITEM-FOUND
               SET RULE-FAILS TO TRUE
               MOVE "NOT IN CATALOG.DAT" TO WS-FAIL-VALUE
           END-IF
      *    CATMAINT WRITES THE SUPPLIER IN COLUMNS 37-40; A BLANK ONE
      *    LEAVES THE TAX CATEGORY AND LOT FLAG AS THE NEXT WORDS, SO
      *    THE COLUMNS ARE TESTED RATHER THAN THE SEVENTH WORD.
       WHEN "CAT01"
           IF CATALOG-LINE(37:4) = SPACES
               SET RULE-FAILS TO TRUE
               MOVE "SUPPLIER BLANK" TO WS-FAIL-VALUE
           END-IF
       WHEN "CRS01"
           IF WS-TOK(6) = SPACES
               SET RULE-FAILS TO TRUE
               MOVE "VALIDITY BLANK" TO WS-FAIL-VALUE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-TOK(6)) NOT = ZERO
                   SET RULE-FAILS TO TRUE
                   MOVE WS-TOK(6) TO WS-FAIL-VALUE
               ELSE
                   IF FUNCTION NUMVAL(WS-TOK(6)) = ZERO
                       SET RULE-FAILS TO TRUE
                       MOVE WS-TOK(6) TO WS-FAIL-VALUE
                   END-IF
               END-IF
           END-IF
       END-EVALUATE
       IF NOT RULE-FAILS
           GO TO TEST-RULE-EXIT
       END-IF
       EVALUATE WS-MST-SUB
       WHEN 1
           MOVE EMP-ID TO WS-FAIL-KEY
           MOVE EMP-NAME TO WS-FAIL-NAME
       WHEN 2
           MOVE CM-CUST-ID TO WS-FAIL-KEY
           MOVE CM-NAME TO WS-FAIL-NAME
       WHEN 3
           MOVE STK-KEY TO WS-FAIL-KEY
           MOVE "WAREHOUSE/ITEM" TO WS-FAIL-NAME
       WHEN 4
           MOVE WS-TOK(2) TO WS-FAIL-KEY
           MOVE WS-TOK(1) TO WS-FAIL-NAME
       WHEN 5
           MOVE WS-TOK(1) TO WS-FAIL-KEY
           MOVE WS-TOK(2) TO WS-FAIL-NAME
       END-EVALUATE.
       TEST-RULE-EXIT.
       EXIT.

      ******************************************************************
      *    THE SCORECARD: EACH SCORE BESIDE THE LAST RUN'S AND THE
      *    FIRST RUN'S. A MASTER IS BETTER WHEN ITS PASS% RISES, A
      *    RULE WHEN ITS FAILING COUNT FALLS.
      ******************************************************************
       WRITE-SCORECARD-PARA.
       MOVE RPT-SCORE-HEAD-1 TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM VARYING WS-MST-SUB FROM 1 BY 1
               UNTIL WS-MST-SUB > WS-MST-MAX
           IF MST-OPENED(WS-MST-SUB) = "Y"
               MOVE SPACES TO RPT-SCORE-LINE
               MOVE MST-FILE(WS-MST-SUB) TO RPT-S-ID
               MOVE MST-PASS-PCT(WS-MST-SUB) TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO RPT-S-NOW
               MOVE WS-MST-SUB TO WS-TRD-SUB
               IF TRD-LAST-DATE(WS-TRD-SUB) = ZERO
                   MOVE "     NEW" TO RPT-S-LAST
               ELSE
                   MOVE TRD-LAST-PCT(WS-TRD-SUB) TO WS-EDIT-PCT
                   MOVE WS-EDIT-PCT TO RPT-S-LAST
                   COMPUTE WS-CHANGE = MST-PASS-PCT(WS-MST-SUB)
                       - TRD-LAST-PCT(WS-TRD-SUB)
                   MOVE WS-CHANGE TO WS-EDIT-CHANGE
                   MOVE WS-EDIT-CHANGE TO RPT-S-CHANGE
                   MOVE TRD-FIRST-PCT(WS-TRD-SUB) TO WS-EDIT-PCT
                   MOVE WS-EDIT-PCT TO RPT-S-FIRST
                   MOVE TRD-FIRST-DATE(WS-TRD-SUB) TO RPT-S-FIRST-DATE
               END-IF
               MOVE RPT-SCORE-LINE TO WS-RPT-DETAIL
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
       END-PERFORM
       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE RPT-SCORE-HEAD-2 TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
               UNTIL WS-RUL-SUB > WS-RUL-MAX
           MOVE RUL-MASTER(WS-RUL-SUB) TO WS-MST-SUB
           IF MST-OPENED(WS-MST-SUB) = "Y"
               MOVE SPACES TO RPT-SCORE-LINE
               MOVE RUL-ID(WS-RUL-SUB) TO RPT-S-ID
               MOVE RUL-FAILED(WS-RUL-SUB) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO RPT-S-NOW(2:)
               COMPUTE WS-TRD-SUB = WS-MST-MAX + WS-RUL-SUB
               IF TRD-LAST-DATE(WS-TRD-SUB) = ZERO
                   MOVE "     NEW" TO RPT-S-LAST
               ELSE
                   MOVE TRD-LAST-FAILED(WS-TRD-SUB) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO RPT-S-LAST(2:)
                   COMPUTE WS-CHANGE = RUL-FAILED(WS-RUL-SUB)
                       - TRD-LAST-FAILED(WS-TRD-SUB)
                   MOVE WS-CHANGE TO WS-EDIT-COUNT-CHG
                   MOVE WS-EDIT-COUNT-CHG TO RPT-S-CHANGE(2:)
                   MOVE TRD-FIRST-FAILED(WS-TRD-SUB) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO RPT-S-FIRST(2:)
                   MOVE TRD-FIRST-DATE(WS-TRD-SUB) TO RPT-S-FIRST-DATE
               END-IF
               MOVE RPT-SCORE-LINE TO WS-RPT-DETAIL
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
       END-PERFORM.

      ******************************************************************
      *    THE FIVE MASTERS, BY SUBSCRIPT. THE TWO LINE FILES ARE
      *    SPLIT INTO WORDS AS THEY ARE READ, AND THEIR BLANK LINES
      *    ARE PASSED OVER RATHER THAN SCORED.
      ******************************************************************
       OPEN-MASTER-PARA.
       EVALUATE WS-MST-SUB
       WHEN 1
           OPEN INPUT EMPLOYEE
           MOVE EMP-FILESTATUS TO WS-MST-STATUS
       WHEN 2
           OPEN INPUT CUSTOMER-MASTER
           MOVE CUS-FILESTATUS TO WS-MST-STATUS
       WHEN 3
           OPEN INPUT STOCK-MASTER
           MOVE STK-FILESTATUS TO WS-MST-STATUS
       WHEN 4
           OPEN INPUT CATALOG-FILE
           MOVE CAT-FILESTATUS TO WS-MST-STATUS
       WHEN 5
           OPEN INPUT COURSE-FILE
           MOVE CRS-FILESTATUS TO WS-MST-STATUS
       END-EVALUATE.

       CLOSE-MASTER-PARA.
       EVALUATE WS-MST-SUB
       WHEN 1
           CLOSE EMPLOYEE
       WHEN 2
           CLOSE CUSTOMER-MASTER
       WHEN 3
           CLOSE STOCK-MASTER
       WHEN 4
           CLOSE CATALOG-FILE
       WHEN 5
           CLOSE COURSE-FILE
       END-EVALUATE.

       READ-MASTER-PARA.
       MOVE 'N' TO WS-BLANK-LINE-SW
       EVALUATE WS-MST-SUB
       WHEN 1
           READ EMPLOYEE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
       WHEN 2
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
       WHEN 3
           READ STOCK-MASTER NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ
       WHEN 4
           READ CATALOG-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM SPLIT-LINE-PARA
           END-READ
       WHEN 5
           READ COURSE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-TOKENS
                   UNSTRING COURSE-LINE DELIMITED BY ALL SPACE
                       INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                           WS-TOK(5) WS-TOK(6) WS-TOK(7)
                   END-UNSTRING
           END-READ
       END-EVALUATE
       IF WS-MST-SUB > 3 AND WS-TOK(1) = SPACES
           SET BLANK-LINE TO TRUE
       END-IF.

      *    GROUP, CODE, PRICE 1, PRICE 2, REORDER POINT AND REORDER
      *    QUANTITY, AS CATMAINT WRITES THEM. THE SUPPLIER IS READ BY
      *    COLUMN, NOT AS A WORD - IT MAY BE BLANK.
       SPLIT-LINE-PARA.
       MOVE SPACES TO WS-TOKENS
       UNSTRING CATALOG-LINE DELIMITED BY ALL SPACE
           INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
               WS-TOK(5) WS-TOK(6) WS-TOK(7)
       END-UNSTRING.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL.
       END PROGRAM DQSCORE.
