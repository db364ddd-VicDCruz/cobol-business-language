      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily segregation-of-duties report for internal
      *          audit. For the date on the command line (YYYYMMDD,
      *          default today) it takes every approval APPRSIGN
      *          logged on WriteAudit.log that day and sets it against
      *          the raise logged for the same approval reference,
      *          listing any change raised and approved by one
      *          operator and any approval with no raise on the log
      *          behind it. The month-end archives LOGARCH rotates out
      *          of the live log - AuditArch.YYYYMM for the month of
      *          the date and the month before - are read as well, so
      *          a change raised before the rotation and approved
      *          after it still finds its raise. It then reads the
      *          approval files as they stand - ReconAppr.dat,
      *          StockAdjAppr.dat, RopApproved.dat and MergeAppr.dat -
      *          and lists every line approved on the date whose
      *          raiser and approver are the same operator, or whose
      *          stamps do not agree with what APPRSIGN logged (a
      *          stamp keyed by hand). Lines approved on other days
      *          were checked by the run for their own day. The report
      *          is a dated generation through RPTWRT, catalogued
      *          through RPTCAT; any finding ends the run with
      *          RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO WS-AUDIT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-FILESTATUS.

           SELECT APPROVAL-FILE ASSIGN TO WS-APPROVAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APV-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD AUDIT-LOG.
       01 AUDIT-RECORD.
           05 AUD-TIMESTAMP PIC 9(8).
           05 FILLER        PIC X(1).
           05 AUD-TIME      PIC 9(8).
           05 FILLER        PIC X(1).
           05 AUD-PROGRAM   PIC X(9).
           05 FILLER        PIC X(1).
           05 AUD-ACTION    PIC X(9).
           05 FILLER        PIC X(1).
           05 AUD-KEY       PIC X(5).
           05 FILLER        PIC X(1).
           05 AUD-OPERATOR  PIC X(8).
      *
       FD APPROVAL-FILE.
       COPY APVREC REPLACING ==:REC:== BY ==APPROVAL-RECORD==.
      *
       WORKING-STORAGE SECTION.

       01 AUD-FILESTATUS PIC X(02).
       01 APV-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-ASK-DATE-X PIC X(8).
       01 WS-ASK-DATE PIC 9(8).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-APPROVAL-NAME PIC X(20).
       01 WS-AUDIT-NAME PIC X(20).
       01 WS-AUD-SUB PIC 9(1).
       01 WS-LOAD-PHASE PIC X(1).
           88 LOADING-APPROVALS VALUE 'A'.
           88 LOADING-RAISES VALUE 'R'.
       01 WS-ASK-MONTH PIC 9(6).
       01 WS-PRIOR-MONTH PIC 9(6).
       01 WS-PRIOR-MONTH-R REDEFINES WS-PRIOR-MONTH.
           05 WS-PRIOR-YEAR PIC 9(4).
           05 WS-PRIOR-MM PIC 9(2).
       01 WS-KIND PIC X(8).
       01 WS-FILE-SUB PIC 9(1).
      *
      *    THE FOUR APPROVAL FILES AND THE NAME APPRSIGN KNOWS EACH
      *    ONE BY.
       01 APPROVAL-FILE-LIST.
           05 FILLER PIC X(28) VALUE "RECON   ReconAppr.dat".
           05 FILLER PIC X(28) VALUE "STOCKADJStockAdjAppr.dat".
           05 FILLER PIC X(28) VALUE "ROP     RopApproved.dat".
           05 FILLER PIC X(28) VALUE "MERGE   MergeAppr.dat".
       01 APPROVAL-FILE-TABLE REDEFINES APPROVAL-FILE-LIST.
           05 APF-ENTRY OCCURS 4 TIMES.
               10 APF-KIND PIC X(8).
               10 APF-NAME PIC X(20).
      *
      *    THE AUDIT TRAIL IS THE LIVE LOG AND THE TWO ARCHIVE
      *    GENERATIONS THAT CAN STILL HOLD A RAISE FOR THE DAY'S
      *    APPROVALS; A GENERATION NOT YET WRITTEN IS PASSED OVER.
       01 AUDIT-SOURCE-TABLE.
           05 AUS-NAME OCCURS 3 TIMES PIC X(20).
      *
      *    THE APPROVALS APPRSIGN LOGGED ON THE DAY, THEN THE RAISES
      *    LOGGED FOR THEIR REFERENCES, WHATEVER THE DATE - A CHANGE
      *    RAISED ONE DAY IS OFTEN APPROVED THE NEXT.
       01 EVT-TABLE.
           05 EVT-ENTRY OCCURS 1000 TIMES.
               10 EVT-T-ACTION PIC X(9).
               10 EVT-T-REF PIC X(5).
               10 EVT-T-OPERATOR PIC X(8).
               10 EVT-T-DATE PIC 9(8).
       01 WS-EVT-TOTAL PIC 9(4) VALUE ZERO.
       01 WS-EVT-MAX PIC 9(4) VALUE 1000.
       01 WS-EVT-SUB PIC 9(4).
       01 WS-EVT-SCAN PIC 9(4).
       01 WS-EVT-DROPPED PIC 9(5) VALUE ZERO.
       01 WS-APPR-LOADED PIC 9(4) VALUE ZERO.
       01 WS-REF-SW PIC X(1).
           88 REF-APPROVED-TODAY VALUE 'Y'.
       01 WS-RAISE-SW PIC X(1).
           88 RAISE-FOUND VALUE 'Y'.
       01 WS-RAISE-OPERATOR PIC X(8).
       01 WS-LOGGED-APPROVER PIC X(8).
      *
       01 WS-LOG-CHECKED PIC 9(5) VALUE ZERO.
       01 WS-FILE-CHECKED PIC 9(5) VALUE ZERO.
       01 WS-FINDING-COUNT PIC 9(5) VALUE ZERO.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "SODRPT".
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.
      *
       01 WS-RPT-FUNC PIC X(1).
       01 WS-RPT-TITLE PIC X(40)
           VALUE "SEGREGATION OF DUTIES CHECK".
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-RPT-DATE-X PIC X(8).
       01 WS-CAT-REPORT-NAME PIC X(16) VALUE "SODCHECK".
      *
       01 RPT-DATE-LINE.
           05 FILLER PIC X(18) VALUE "APPROVALS ON     :".
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-ASK-DATE PIC 9(8).
       01 RPT-SECTION-LINE PIC X(60).
       01 RPT-COLUMN-LINE.
           05 FILLER PIC X(9) VALUE "SOURCE".
           05 FILLER PIC X(7) VALUE "REF".
           05 FILLER PIC X(9) VALUE "RAISED".
           05 FILLER PIC X(9) VALUE "APPROVED".
           05 FILLER PIC X(9) VALUE "ON".
           05 FILLER PIC X(30) VALUE "FINDING".
       01 RPT-DETAIL-LINE.
           05 RPT-SOURCE PIC X(9).
           05 RPT-REF PIC X(7).
           05 RPT-RAISED-BY PIC X(9).
           05 RPT-APPROVED-BY PIC X(9).
           05 RPT-ON-DATE PIC X(9).
           05 RPT-FINDING PIC X(36).
       01 RPT-CHANGE-LINE.
           05 FILLER PIC X(16) VALUE "         CHANGE ".
           05 RPT-CHANGE PIC X(30).
       01 RPT-COUNT-LINE.
           05 RPT-COUNT-LABEL PIC X(30).
           05 RPT-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       MOVE SPACES TO WS-ASK-DATE-X
       UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-ASK-DATE-X
       END-UNSTRING
       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       IF WS-ASK-DATE-X = SPACES
           MOVE WS-TODAY-DATE TO WS-ASK-DATE
       ELSE
           IF WS-ASK-DATE-X NOT NUMERIC
               DISPLAY " GIVE THE DATE AS YYYYMMDD "
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-END-PARA
           END-IF
           MOVE WS-ASK-DATE-X TO WS-ASK-DATE
       END-IF
       MOVE WS-ASK-DATE TO WS-ASK-DATE-X

       PERFORM SET-AUDIT-SOURCES-PARA
       SET LOADING-APPROVALS TO TRUE
       PERFORM LOAD-EVENTS-PARA THRU LOAD-EVENTS-EXIT
           VARYING WS-AUD-SUB FROM 1 BY 1
           UNTIL WS-AUD-SUB > 3
       MOVE WS-EVT-TOTAL TO WS-APPR-LOADED
       SET LOADING-RAISES TO TRUE
       PERFORM LOAD-EVENTS-PARA THRU LOAD-EVENTS-EXIT
           VARYING WS-AUD-SUB FROM 1 BY 1
           UNTIL WS-AUD-SUB > 3

       MOVE WS-ASK-DATE TO WS-RPT-DATE-X
       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING "SodCheck." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       MOVE WS-ASK-DATE TO RPT-ASK-DATE
       MOVE RPT-DATE-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA

       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "APPROVALS LOGGED ON THE DAY" TO RPT-SECTION-LINE
       MOVE RPT-SECTION-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE RPT-COLUMN-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM CHECK-LOGGED-APPROVAL-PARA
           THRU CHECK-LOGGED-APPROVAL-EXIT
           VARYING WS-EVT-SUB FROM 1 BY 1
           UNTIL WS-EVT-SUB > WS-EVT-TOTAL

       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "APPROVAL FILES AS THEY STAND" TO RPT-SECTION-LINE
       MOVE RPT-SECTION-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE RPT-COLUMN-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM CHECK-APPROVAL-FILE-PARA THRU CHECK-APPROVAL-FILE-EXIT
           VARYING WS-FILE-SUB FROM 1 BY 1
           UNTIL WS-FILE-SUB > 4

       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "APPROVALS LOGGED ON THE DAY :" TO RPT-COUNT-LABEL
       MOVE WS-LOG-CHECKED TO RPT-COUNT
       MOVE RPT-COUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "APPROVED ON THE DAY ON FILE :" TO RPT-COUNT-LABEL
       MOVE WS-FILE-CHECKED TO RPT-COUNT
       MOVE RPT-COUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "FINDINGS                    :" TO RPT-COUNT-LABEL
       MOVE WS-FINDING-COUNT TO RPT-COUNT
       MOVE RPT-COUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       IF WS-EVT-DROPPED > ZERO
           MOVE "*** AUDIT TABLE FULL - EVENTS:" TO RPT-COUNT-LABEL
           MOVE WS-EVT-DROPPED TO RPT-COUNT
           MOVE RPT-COUNT-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
       END-IF

       MOVE 'C' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-ASK-DATE
       END-CALL
       DISPLAY "SEGREGATION OF DUTIES CHECK FOR " WS-ASK-DATE
       DISPLAY "APPROVALS LOGGED    : " WS-LOG-CHECKED
       DISPLAY "APPROVED ON FILE    : " WS-FILE-CHECKED
       DISPLAY "FINDINGS            : " WS-FINDING-COUNT
       IF WS-EVT-DROPPED > ZERO
           DISPLAY "*** AUDIT TABLE FULL - " WS-EVT-DROPPED
               " APPROVAL EVENTS NOT CHECKED"
           MOVE 4 TO RETURN-CODE
       END-IF
       MOVE 'E' TO WS-RS-PHASE
       MOVE WS-EVT-TOTAL TO WS-RS-RECORDS
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       IF WS-FINDING-COUNT > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF.

       PROGRAM-END-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
      *    RUN UNIT JUST THE SAME.
       GOBACK.

      *    THE LIVE LOG FIRST, THEN THE ARCHIVE FOR THE MONTH OF THE
      *    DATE ASKED FOR (A PAST DAY ALREADY ROTATED OUT) AND FOR THE
      *    MONTH BEFORE IT (A RAISE MADE BEFORE THE LAST ROTATION).
       SET-AUDIT-SOURCES-PARA.
       MOVE "WriteAudit.log" TO AUS-NAME(1)
       MOVE WS-ASK-DATE(1:6) TO WS-ASK-MONTH
       MOVE WS-ASK-MONTH TO WS-PRIOR-MONTH
       IF WS-PRIOR-MM = 1
           SUBTRACT 1 FROM WS-PRIOR-YEAR
           MOVE 12 TO WS-PRIOR-MM
       ELSE
           SUBTRACT 1 FROM WS-PRIOR-MM
       END-IF
       MOVE SPACES TO AUS-NAME(2)
       STRING "AuditArch." WS-ASK-MONTH DELIMITED BY SIZE
           INTO AUS-NAME(2)
       MOVE SPACES TO AUS-NAME(3)
       STRING "AuditArch." WS-PRIOR-MONTH DELIMITED BY SIZE
           INTO AUS-NAME(3).

       LOAD-EVENTS-PARA.
       MOVE AUS-NAME(WS-AUD-SUB) TO WS-AUDIT-NAME
       MOVE 'N' TO WS-EOF-FLAG
       OPEN INPUT AUDIT-LOG
       IF AUD-FILESTATUS NOT = "00"
           IF WS-AUD-SUB = 1 AND LOADING-APPROVALS
               DISPLAY " WRITEAUDIT.LOG NOT FOUND - ONLY THE ARCHIVES "
                   "WILL BE READ "
           END-IF
           GO TO LOAD-EVENTS-EXIT
       END-IF
       PERFORM LOAD-ONE-EVENT-PARA THRU LOAD-ONE-EVENT-EXIT
           UNTIL END-OF-FILE
       CLOSE AUDIT-LOG.
       LOAD-EVENTS-EXIT.
       EXIT.

       LOAD-ONE-EVENT-PARA.
       READ AUDIT-LOG
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LOAD-ONE-EVENT-EXIT
       END-READ
       IF AUD-PROGRAM NOT = "APPRSIGN"
           GO TO LOAD-ONE-EVENT-EXIT
       END-IF
      *    FIRST PASS: THE DAY'S APPROVALS. SECOND PASS: ONLY THE
      *    RAISES BEHIND THEM, SO THE TABLE HOLDS THE DAY'S WORK AND
      *    NOT THE WHOLE HISTORY OF THE LOG.
       IF LOADING-APPROVALS
           IF AUD-ACTION NOT = "APPR-OK"
                   OR AUD-TIMESTAMP NOT = WS-ASK-DATE
               GO TO LOAD-ONE-EVENT-EXIT
           END-IF
       ELSE
           IF AUD-ACTION NOT = "APPR-RAIS"
               GO TO LOAD-ONE-EVENT-EXIT
           END-IF
           MOVE 'N' TO WS-REF-SW
           PERFORM VARYING WS-EVT-SCAN FROM 1 BY 1
                   UNTIL WS-EVT-SCAN > WS-APPR-LOADED
                   OR REF-APPROVED-TODAY
               IF EVT-T-REF(WS-EVT-SCAN) = AUD-KEY
                   SET REF-APPROVED-TODAY TO TRUE
               END-IF
           END-PERFORM
           IF NOT REF-APPROVED-TODAY
               GO TO LOAD-ONE-EVENT-EXIT
           END-IF
       END-IF
       IF WS-EVT-TOTAL NOT < WS-EVT-MAX
           ADD 1 TO WS-EVT-DROPPED
           GO TO LOAD-ONE-EVENT-EXIT
       END-IF
       ADD 1 TO WS-EVT-TOTAL
       MOVE AUD-ACTION TO EVT-T-ACTION(WS-EVT-TOTAL)
       MOVE AUD-KEY TO EVT-T-REF(WS-EVT-TOTAL)
       MOVE AUD-OPERATOR TO EVT-T-OPERATOR(WS-EVT-TOTAL)
       MOVE AUD-TIMESTAMP TO EVT-T-DATE(WS-EVT-TOTAL).
       LOAD-ONE-EVENT-EXIT.
       EXIT.

      *    AN APPROVAL LOGGED ON THE DAY IS SET AGAINST THE RAISE
      *    LOGGED FOR ITS REFERENCE.
       CHECK-LOGGED-APPROVAL-PARA.
       IF EVT-T-ACTION(WS-EVT-SUB) NOT = "APPR-OK"
               OR EVT-T-DATE(WS-EVT-SUB) NOT = WS-ASK-DATE
           GO TO CHECK-LOGGED-APPROVAL-EXIT
       END-IF
       ADD 1 TO WS-LOG-CHECKED
       MOVE EVT-T-REF(WS-EVT-SUB) TO RPT-REF
       PERFORM FIND-RAISE-PARA
       MOVE SPACES TO RPT-DETAIL-LINE
       MOVE "LOG" TO RPT-SOURCE
       MOVE EVT-T-REF(WS-EVT-SUB) TO RPT-REF
       MOVE WS-RAISE-OPERATOR TO RPT-RAISED-BY
       MOVE EVT-T-OPERATOR(WS-EVT-SUB) TO RPT-APPROVED-BY
       MOVE EVT-T-DATE(WS-EVT-SUB) TO RPT-ON-DATE
       IF NOT RAISE-FOUND
           MOVE "NO RAISE LOGGED FOR THIS REF" TO RPT-FINDING
           PERFORM WRITE-FINDING-PARA
           GO TO CHECK-LOGGED-APPROVAL-EXIT
       END-IF
       IF WS-RAISE-OPERATOR = EVT-T-OPERATOR(WS-EVT-SUB)
           MOVE "RAISED AND APPROVED BY ONE OPERATOR"
               TO RPT-FINDING
           PERFORM WRITE-FINDING-PARA
       END-IF.
       CHECK-LOGGED-APPROVAL-EXIT.
       EXIT.

      *    THE RAISE AND THE APPROVAL LOGGED FOR THE REFERENCE IN
      *    RPT-REF, IF THERE ARE ANY.
       FIND-RAISE-PARA.
       MOVE 'N' TO WS-RAISE-SW
       MOVE SPACES TO WS-RAISE-OPERATOR
       MOVE SPACES TO WS-LOGGED-APPROVER
       PERFORM VARYING WS-EVT-SCAN FROM 1 BY 1
               UNTIL WS-EVT-SCAN > WS-EVT-TOTAL
           IF EVT-T-REF(WS-EVT-SCAN) = RPT-REF(1:5)
               IF EVT-T-ACTION(WS-EVT-SCAN) = "APPR-RAIS"
                   SET RAISE-FOUND TO TRUE
                   MOVE EVT-T-OPERATOR(WS-EVT-SCAN)
                       TO WS-RAISE-OPERATOR
               ELSE
                   MOVE EVT-T-OPERATOR(WS-EVT-SCAN)
                       TO WS-LOGGED-APPROVER
               END-IF
           END-IF
       END-PERFORM.

       CHECK-APPROVAL-FILE-PARA.
       MOVE APF-KIND(WS-FILE-SUB) TO WS-KIND
       MOVE APF-NAME(WS-FILE-SUB) TO WS-APPROVAL-NAME
       MOVE 'N' TO WS-EOF-FLAG
       OPEN INPUT APPROVAL-FILE
       IF APV-FILESTATUS NOT = "00"
           GO TO CHECK-APPROVAL-FILE-EXIT
       END-IF
       PERFORM CHECK-ONE-LINE-PARA THRU CHECK-ONE-LINE-EXIT
           UNTIL END-OF-FILE
       CLOSE APPROVAL-FILE.
       CHECK-APPROVAL-FILE-EXIT.
       EXIT.

      *    A LINE APPROVED ON THE DAY MUST SHOW TWO OPERATORS, AND THE
      *    SAME TWO APPRSIGN LOGGED FOR ITS REFERENCE. THE APPROVAL
      *    FILES ARE NEVER EMPTIED, SO A LINE APPROVED ON ANOTHER DAY
      *    IS LEFT TO THE RUN FOR THAT DAY.
       CHECK-ONE-LINE-PARA.
       READ APPROVAL-FILE
           AT END
               SET END-OF-FILE TO TRUE
               GO TO CHECK-ONE-LINE-EXIT
       END-READ
       IF APV-DETAIL = SPACES OR APV-APPROVED-BY = SPACES
           GO TO CHECK-ONE-LINE-EXIT
       END-IF
       IF APV-APPROVED-DATE NOT = WS-ASK-DATE-X
           GO TO CHECK-ONE-LINE-EXIT
       END-IF
       ADD 1 TO WS-FILE-CHECKED
       MOVE SPACES TO RPT-DETAIL-LINE
       MOVE WS-KIND TO RPT-SOURCE
       MOVE APV-REF TO RPT-REF
       MOVE APV-RAISED-BY TO RPT-RAISED-BY
       MOVE APV-APPROVED-BY TO RPT-APPROVED-BY
       MOVE APV-APPROVED-DATE TO RPT-ON-DATE
       IF APV-RAISED-BY = APV-APPROVED-BY
           MOVE "RAISED AND APPROVED BY ONE OPERATOR"
               TO RPT-FINDING
           PERFORM WRITE-FINDING-PARA
           PERFORM WRITE-CHANGE-PARA
           GO TO CHECK-ONE-LINE-EXIT
       END-IF
       PERFORM FIND-RAISE-PARA
       IF NOT RAISE-FOUND OR WS-RAISE-OPERATOR NOT = APV-RAISED-BY
           MOVE "RAISER NOT AS LOGGED BY APPRSIGN" TO RPT-FINDING
           PERFORM WRITE-FINDING-PARA
           PERFORM WRITE-CHANGE-PARA
           GO TO CHECK-ONE-LINE-EXIT
       END-IF
       IF WS-LOGGED-APPROVER NOT = APV-APPROVED-BY
           MOVE "APPROVER NOT AS LOGGED BY APPRSIGN" TO RPT-FINDING
           PERFORM WRITE-FINDING-PARA
           PERFORM WRITE-CHANGE-PARA
       END-IF.
       CHECK-ONE-LINE-EXIT.
       EXIT.

       WRITE-FINDING-PARA.
       ADD 1 TO WS-FINDING-COUNT
       MOVE RPT-DETAIL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

       WRITE-CHANGE-PARA.
       MOVE APV-DETAIL TO RPT-CHANGE
       MOVE RPT-CHANGE-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL.
       END PROGRAM SODRPT.
