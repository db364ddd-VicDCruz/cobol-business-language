      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly mandatory-training compliance run. CERTEXP
      *          warns about a certification someone already holds;
      *          this run finds who never took a course they must
      *          have. TrainReq.dat (TRQREC) names the Courses.dat
      *          codes each department requires - of every rank, or
      *          of one file2.idx RANK only - and the grace days a
      *          new hire has from EMP-HIRE-DATE. Every active
      *          Employee.dat record is checked against the newest
      *          passing TrainHist.dat result for each course it is
      *          required to hold: no pass at all is MISSING, a pass
      *          older than the course validity months is LAPSED,
      *          and a new hire still inside the grace days is left
      *          out of the figures until the grace runs out. The
      *          TrainComply.rpt gap report lists the missing and
      *          lapsed courses department by department, each
      *          followed by the compliance percentage per course
      *          for the safety committee. The TrainComp.rc
      *          run-control stamp blocks a second run in the same
      *          month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNCOMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REQUIREMENT-FILE ASSIGN TO "TrainReq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRQ-FILESTATUS.
       SELECT COURSE-FILE ASSIGN TO "Courses.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRS-FILESTATUS.
       SELECT TRAINING-HISTORY ASSIGN TO "TrainHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRH-FILESTATUS.
       SELECT EMPLOYEE
           ASSIGN TO 'Employee.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS EMP-FILESTATUS.
       SELECT FILE2
           ASSIGN TO 'file2.idx'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS F2-EMPLOYEE-ID
           FILE STATUS IS F2-FILESTATUS.
       SELECT COMPLY-REPORT ASSIGN TO "TrainComply.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.
       SELECT RUN-CONTROL-FILE ASSIGN TO "TrainComp.rc"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCF-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REQUIREMENT-FILE.
       COPY TRQREC REPLACING ==:REC:== BY ==REQUIREMENT-RECORD==.
       FD COURSE-FILE.
       01 COURSE-LINE PIC X(60).
       FD TRAINING-HISTORY.
       01 TRAINING-RECORD.
           05 TRH-STUDENT-ID PIC X(10).
           05 FILLER PIC X(1).
           05 TRH-COURSE PIC X(8).
           05 FILLER PIC X(1).
           05 TRH-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 TRH-SCORE PIC 9(3).
           05 FILLER PIC X(1).
           05 TRH-RESULT PIC X(11).
       FD EMPLOYEE.
       COPY EMPREC REPLACING ==:REC:== BY ==EMPLOYEE-RECORD==.
       FD FILE2.
       COPY F2REC REPLACING ==:REC:== BY ==EMPLOYEE-FILE==
           ==EMPLOYEE-ID== BY ==F2-EMPLOYEE-ID==
           ==NAME== BY ==F2-NAME==
           ==RANK== BY ==F2-RANK==
           ==EMP-STATUS== BY ==F2-STATUS==
           ==EMP-ACTIVE== BY ==F2-ACTIVE==
           ==EMP-DELETED== BY ==F2-DELETED==.
       FD COMPLY-REPORT.
       01 RPT-LINE PIC X(80).
       FD RUN-CONTROL-FILE.
       01 RC-RECORD PIC 9(8).

       WORKING-STORAGE SECTION.
       01 TRQ-FILESTATUS PIC X(02).
       01 CRS-FILESTATUS PIC X(02).
       01 TRH-FILESTATUS PIC X(02).
       01 EMP-FILESTATUS PIC X(02).
       01 F2-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 RCF-FILESTATUS PIC X(02).
       01 TRQ-EOF PIC X(1) VALUE 'N'.
           88 TRQ-END-OF-FILE VALUE 'Y'.
       01 CRS-EOF PIC X(1) VALUE 'N'.
           88 CRS-END-OF-FILE VALUE 'Y'.
       01 TRH-EOF PIC X(1) VALUE 'N'.
           88 TRH-END-OF-FILE VALUE 'Y'.
       01 EMP-EOF PIC X(1) VALUE 'N'.
           88 EMP-END-OF-FILE VALUE 'Y'.
       01 WS-FILE2-SW PIC X(1) VALUE 'N'.
           88 FILE2-IN-USE VALUE 'Y'.
      *
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC 9(7).
       01 WS-THIS-PERIOD PIC 9(6).
       01 WS-LAST-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RERUN-FLAG PIC X(1) VALUE 'N'.
           88 RERUN-BLOCKED VALUE 'Y'.
      *
       01 CRS-TABLE.
           05 CRS-ENTRY OCCURS 50 TIMES.
               10 CRS-T-CODE PIC X(8).
               10 CRS-T-TITLE PIC X(20).
               10 CRS-T-VALID-MONTHS PIC 9(3).
       01 WS-CRS-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-CRS-MAX PIC 9(2) VALUE 50.
       01 WS-CRS-SUB PIC 9(2).
       01 WS-CRS-FOUND-SW PIC X(1).
           88 COURSE-FOUND VALUE 'Y'.
       01 WS-CRS-CODE-IN PIC X(8).
       01 WS-CRS-TITLE-IN PIC X(20).
       01 WS-CRS-PASS-IN PIC X(4).
       01 WS-CRS-MERIT-IN PIC X(4).
       01 WS-CRS-DIST-IN PIC X(4).
       01 WS-CRS-VALID-IN PIC X(4).
       01 WS-CRS-ACTIVE-IN PIC X(1).
      *
      *    THE REQUIREMENTS MATRIX AS LOADED.
       01 TRQ-TABLE.
           05 TRQ-ENTRY OCCURS 100 TIMES.
               10 TRQ-T-DEPT PIC X(3).
               10 TRQ-T-RANK PIC X(3).
               10 TRQ-T-COURSE PIC X(8).
               10 TRQ-T-GRACE PIC 9(3).
               10 TRQ-T-STAT PIC 9(3).
       01 WS-TRQ-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-TRQ-MAX PIC 9(3) VALUE 100.
       01 WS-TRQ-SUB PIC 9(3).
       01 WS-TRQ-SKIPPED PIC 9(5) VALUE ZERO.
       01 WS-TRQ-REJECTED PIC 9(5) VALUE ZERO.
      *
      *    ONE COMPLIANCE LINE PER DEPARTMENT AND COURSE, HOWEVER
      *    MANY RANK LINES REQUIRE IT.
       01 STA-TABLE.
           05 STA-ENTRY OCCURS 100 TIMES.
               10 STA-T-DEPT PIC X(3).
               10 STA-T-COURSE PIC X(8).
               10 STA-T-REQUIRED PIC 9(5).
               10 STA-T-COMPLIANT PIC 9(5).
               10 STA-T-MISSING PIC 9(5).
               10 STA-T-LAPSED PIC 9(5).
               10 STA-T-GRACE PIC 9(5).
       01 WS-STA-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-STA-SUB PIC 9(3).
       01 WS-STA-FOUND-SW PIC X(1).
           88 STAT-FOUND VALUE 'Y'.
      *
      *    DEPARTMENTS IN THE ORDER THE MATRIX FIRST NAMES THEM.
       01 DPT-TABLE.
           05 DPT-T-CODE OCCURS 100 TIMES PIC X(3).
       01 WS-DPT-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-DPT-SUB PIC 9(3).
       01 WS-DPT-FOUND-SW PIC X(1).
           88 DEPT-LISTED VALUE 'Y'.
      *
      *    NEWEST PASSING RESULT PER EMPLOYEE AND COURSE.
       01 PAS-TABLE.
           05 PAS-ENTRY OCCURS 500 TIMES.
               10 PAS-T-EMP PIC X(10).
               10 PAS-T-COURSE PIC X(8).
               10 PAS-T-DATE PIC 9(8).
       01 WS-PAS-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-PAS-MAX PIC 9(3) VALUE 500.
       01 WS-PAS-SUB PIC 9(3).
       01 WS-PAS-SKIPPED PIC 9(5) VALUE ZERO.
       01 WS-PAS-FOUND-SW PIC X(1).
           88 PASS-FOUND VALUE 'Y'.
      *
      *    THE GAPS, HELD UNTIL THE EMPLOYEE PASS IS OVER SO THEY CAN
      *    BE PRINTED DEPARTMENT BY DEPARTMENT.
       01 GAP-TABLE.
           05 GAP-ENTRY OCCURS 500 TIMES.
               10 GAP-T-DEPT PIC X(3).
               10 GAP-T-EMP-ID PIC X(10).
               10 GAP-T-NAME PIC X(22).
               10 GAP-T-COURSE PIC X(8).
               10 GAP-T-PASS-DATE PIC 9(8).
               10 GAP-T-EXPIRY PIC 9(8).
               10 GAP-T-VERDICT PIC X(8).
       01 WS-GAP-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-GAP-MAX PIC 9(3) VALUE 500.
       01 WS-GAP-SUB PIC 9(3).
       01 WS-GAP-SKIPPED PIC 9(5) VALUE ZERO.
      *
      *    COURSES ALREADY JUDGED FOR THE EMPLOYEE IN HAND, SO A
      *    COURSE BOTH AN ALL-RANKS LINE AND A RANK LINE REQUIRE IS
      *    COUNTED ONCE.
       01 DON-TABLE.
           05 DON-T-COURSE OCCURS 50 TIMES PIC X(8).
       01 WS-DON-TOTAL PIC 9(2).
       01 WS-DON-SUB PIC 9(2).
       01 WS-DON-FOUND-SW PIC X(1).
           88 ALREADY-JUDGED VALUE 'Y'.
      *
       01 WS-EMP-RANK PIC X(3).
       01 WS-EMP-NUMBER PIC 9(10).
       01 WS-F2-NUMBER PIC 9(5).
       01 WS-GRACE-INT PIC 9(7).
       01 WS-PASS-DATE PIC 9(8).
       01 WS-VERDICT PIC X(8).
       01 WS-EXPIRY-DATE PIC 9(8).
       01 WS-WORK-YEAR PIC 9(4).
       01 WS-WORK-MONTH PIC 9(3).
       01 WS-ADD-MONTHS PIC 9(3).
       01 WS-RANK-UNKNOWN PIC 9(5) VALUE ZERO.
      *
       01 WS-EMP-CHECKED PIC 9(5) VALUE ZERO.
       01 WS-ALL-REQUIRED PIC 9(7) VALUE ZERO.
       01 WS-ALL-COMPLIANT PIC 9(7) VALUE ZERO.
       01 WS-ALL-MISSING PIC 9(7) VALUE ZERO.
       01 WS-ALL-LAPSED PIC 9(7) VALUE ZERO.
       01 WS-ALL-GRACE PIC 9(7) VALUE ZERO.
       01 WS-PCT PIC 9(3)V9.
       01 WS-PCT-EDIT PIC ZZ9.9.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(40) VALUE
              "MANDATORY TRAINING COMPLIANCE - RUN OF ".
           05 RPT-HDR-DATE PIC 9(8).
       01 RPT-DEPT-HEAD-LINE.
           05 FILLER PIC X(11) VALUE "DEPARTMENT ".
           05 RPT-DEPT-CODE PIC X(3).
       01 RPT-GAP-HEAD-LINE.
           05 FILLER PIC X(12) VALUE "  EMP-ID".
           05 FILLER PIC X(23) VALUE "EMP-NAME".
           05 FILLER PIC X(9) VALUE "COURSE".
           05 FILLER PIC X(9) VALUE "PASSED".
           05 FILLER PIC X(9) VALUE "EXPIRED".
           05 FILLER PIC X(8) VALUE "STATUS".
       01 RPT-GAP-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-GAP-EMP-ID PIC X(10).
           05 RPT-GAP-NAME PIC X(23).
           05 RPT-GAP-COURSE PIC X(9).
           05 RPT-GAP-PASS-X PIC X(9).
           05 RPT-GAP-EXPIRY-X PIC X(9).
           05 RPT-GAP-VERDICT PIC X(8).
       01 RPT-NO-GAP-LINE PIC X(40) VALUE
           "  NO MISSING OR LAPSED COURSES".
       01 RPT-CRS-HEAD-LINE.
           05 FILLER PIC X(12) VALUE "  COURSE".
           05 FILLER PIC X(10) VALUE "  REQUIRED".
           05 FILLER PIC X(10) VALUE " COMPLIANT".
           05 FILLER PIC X(9) VALUE "  MISSING".
           05 FILLER PIC X(8) VALUE "  LAPSED".
           05 FILLER PIC X(8) VALUE "  GRACE".
           05 FILLER PIC X(9) VALUE "  PERCENT".
       01 RPT-CRS-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-CRS-CODE PIC X(10).
           05 RPT-CRS-REQUIRED PIC Z(9)9.
           05 RPT-CRS-COMPLIANT PIC Z(9)9.
           05 RPT-CRS-MISSING PIC Z(8)9.
           05 RPT-CRS-LAPSED PIC Z(7)9.
           05 RPT-CRS-GRACE PIC Z(7)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RPT-CRS-PCT-X PIC X(6).
       01 RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL PIC X(28).
           05 RPT-TOTAL-COUNT PIC Z(6)9.
       01 RPT-PCT-LINE.
           05 FILLER PIC X(28) VALUE "OVERALL COMPLIANCE PERCENT :".
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-PCT-X PIC X(6).
       01 RPT-WARN-LINE.
           05 FILLER PIC X(14) VALUE "*** MORE THAN ".
           05 RPT-WARN-MAX PIC ZZ9.
           05 FILLER PIC X(8) VALUE " GAPS - ".
           05 RPT-WARN-SKIPPED PIC ZZZZ9.
           05 FILLER PIC X(30) VALUE
              " NOT LISTED, FIGURES COMPLETE".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE WS-TODAY-DATE(1:6) TO WS-THIS-PERIOD
       COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
       PERFORM CHECK-RUN-CONTROL-PARA
       IF RERUN-BLOCKED
           DISPLAY " COMPLIANCE RUN ALREADY RAN FOR " WS-THIS-PERIOD
           GO TO PROGRAM-END-PARA
       END-IF

       PERFORM LOAD-COURSES-PARA
       IF WS-CRS-TOTAL = ZERO
           DISPLAY " COURSES.DAT NOT FOUND OR EMPTY - NO COURSES "
           DISPLAY " TO CHECK THE MATRIX AGAINST "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM LOAD-REQUIREMENTS-PARA
       IF WS-TRQ-SKIPPED > ZERO
           DISPLAY "*** MORE THAN " WS-TRQ-MAX " REQUIREMENT LINES - "
               WS-TRQ-SKIPPED " NOT LOADED - COMPLIANCE NOT RUN"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       IF WS-TRQ-TOTAL = ZERO
           DISPLAY " TRAINREQ.DAT NOT FOUND OR EMPTY - NO MANDATORY "
           DISPLAY " COURSES TO CHECK "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM LOAD-PASSES-PARA
      *    A PASS LEFT OFF THE TABLE WOULD SHOW ITS HOLDER AS MISSING.
       IF WS-PAS-SKIPPED > ZERO
           DISPLAY "*** MORE THAN " WS-PAS-MAX " PASSING RESULTS - "
               WS-PAS-SKIPPED " NOT LOADED - COMPLIANCE NOT RUN"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       OPEN INPUT EMPLOYEE
       IF EMP-FILESTATUS NOT = "00"
           DISPLAY " EMPLOYEE.DAT NOT FOUND "
           DISPLAY " FILE STATUS IS : " EMP-FILESTATUS
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
      *    WITHOUT FILE2 NOBODY HAS A RANK, SO ONLY THE ALL-RANKS
      *    LINES OF THE MATRIX APPLY.
       OPEN INPUT FILE2
       IF F2-FILESTATUS = "00"
           SET FILE2-IN-USE TO TRUE
       ELSE
           DISPLAY " FILE2.IDX NOT FOUND - RANK LINES NOT APPLIED "
       END-IF

       PERFORM CHECK-ONE-EMPLOYEE-PARA THRU CHECK-ONE-EMPLOYEE-EXIT
           UNTIL EMP-END-OF-FILE

       CLOSE EMPLOYEE
       IF FILE2-IN-USE
           CLOSE FILE2
       END-IF

       OPEN OUTPUT COMPLY-REPORT
       MOVE WS-TODAY-DATE TO RPT-HDR-DATE
       WRITE RPT-LINE FROM RPT-HEADER-1
       PERFORM PRINT-DEPARTMENT-PARA
           VARYING WS-DPT-SUB FROM 1 BY 1
           UNTIL WS-DPT-SUB > WS-DPT-TOTAL
       MOVE SPACES TO RPT-LINE
       WRITE RPT-LINE
       IF WS-GAP-SKIPPED > ZERO
           MOVE WS-GAP-MAX TO RPT-WARN-MAX
           MOVE WS-GAP-SKIPPED TO RPT-WARN-SKIPPED
           WRITE RPT-LINE FROM RPT-WARN-LINE
           MOVE 4 TO RETURN-CODE
       END-IF
       MOVE "EMPLOYEES CHECKED          :" TO RPT-TOTAL-LABEL
       MOVE WS-EMP-CHECKED TO RPT-TOTAL-COUNT
       WRITE RPT-LINE FROM RPT-TOTAL-LINE
       MOVE "COURSES REQUIRED           :" TO RPT-TOTAL-LABEL
       MOVE WS-ALL-REQUIRED TO RPT-TOTAL-COUNT
       WRITE RPT-LINE FROM RPT-TOTAL-LINE
       MOVE "  HELD AND CURRENT         :" TO RPT-TOTAL-LABEL
       MOVE WS-ALL-COMPLIANT TO RPT-TOTAL-COUNT
       WRITE RPT-LINE FROM RPT-TOTAL-LINE
       MOVE "  MISSING                  :" TO RPT-TOTAL-LABEL
       MOVE WS-ALL-MISSING TO RPT-TOTAL-COUNT
       WRITE RPT-LINE FROM RPT-TOTAL-LINE
       MOVE "  LAPSED                   :" TO RPT-TOTAL-LABEL
       MOVE WS-ALL-LAPSED TO RPT-TOTAL-COUNT
       WRITE RPT-LINE FROM RPT-TOTAL-LINE
       MOVE "NEW HIRES IN GRACE         :" TO RPT-TOTAL-LABEL
       MOVE WS-ALL-GRACE TO RPT-TOTAL-COUNT
       WRITE RPT-LINE FROM RPT-TOTAL-LINE
       MOVE "REQUIREMENT LINES REJECTED :" TO RPT-TOTAL-LABEL
       MOVE WS-TRQ-REJECTED TO RPT-TOTAL-COUNT
       WRITE RPT-LINE FROM RPT-TOTAL-LINE
       IF FILE2-IN-USE
           MOVE "EMPLOYEES WITH NO RANK     :" TO RPT-TOTAL-LABEL
           MOVE WS-RANK-UNKNOWN TO RPT-TOTAL-COUNT
           WRITE RPT-LINE FROM RPT-TOTAL-LINE
       END-IF
       IF WS-ALL-REQUIRED = ZERO
           MOVE "   N/A" TO RPT-PCT-X
       ELSE
           COMPUTE WS-PCT ROUNDED =
               WS-ALL-COMPLIANT * 100 / WS-ALL-REQUIRED
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT TO RPT-PCT-X
       END-IF
       WRITE RPT-LINE FROM RPT-PCT-LINE
       CLOSE COMPLY-REPORT
       DISPLAY "EMPLOYEES CHECKED : " WS-EMP-CHECKED
       DISPLAY "COURSES MISSING   : " WS-ALL-MISSING
       DISPLAY "COURSES LAPSED    : " WS-ALL-LAPSED
       DISPLAY "COMPLIANCE        : " RPT-PCT-X " PERCENT"
       PERFORM STAMP-RUN-CONTROL-PARA.

       PROGRAM-END-PARA.
       STOP RUN.

       CHECK-ONE-EMPLOYEE-PARA.
       READ EMPLOYEE NEXT RECORD
           AT END
               SET EMP-END-OF-FILE TO TRUE
               GO TO CHECK-ONE-EMPLOYEE-EXIT
       END-READ
       IF NOT EMP-MST-ACTIVE
           GO TO CHECK-ONE-EMPLOYEE-EXIT
       END-IF
       ADD 1 TO WS-EMP-CHECKED
       PERFORM FIND-RANK-PARA THRU FIND-RANK-EXIT
       IF EMP-HIRE-DATE IS NUMERIC AND EMP-HIRE-DATE > ZERO
           COMPUTE WS-GRACE-INT =
               FUNCTION INTEGER-OF-DATE(EMP-HIRE-DATE)
       ELSE
           MOVE ZERO TO WS-GRACE-INT
       END-IF
       MOVE ZERO TO WS-DON-TOTAL
       PERFORM JUDGE-ONE-PARA THRU JUDGE-ONE-EXIT
           VARYING WS-TRQ-SUB FROM 1 BY 1
           UNTIL WS-TRQ-SUB > WS-TRQ-TOTAL.
       CHECK-ONE-EMPLOYEE-EXIT.
       EXIT.

      *    FILE2'S EMPLOYEE-ID IS THE EMPLOYEE NUMBER EMPLOYEE.DAT
      *    CARRIES ZERO-FILLED TO TEN DIGITS.
       FIND-RANK-PARA.
       MOVE SPACES TO WS-EMP-RANK
       IF NOT FILE2-IN-USE
           GO TO FIND-RANK-EXIT
       END-IF
       IF EMP-ID IS NOT NUMERIC OR EMP-ID(1:5) NOT = "00000"
           ADD 1 TO WS-RANK-UNKNOWN
           GO TO FIND-RANK-EXIT
       END-IF
       MOVE EMP-ID TO WS-EMP-NUMBER
       MOVE WS-EMP-NUMBER TO WS-F2-NUMBER
       MOVE WS-F2-NUMBER TO F2-EMPLOYEE-ID
       READ FILE2
           INVALID KEY
               ADD 1 TO WS-RANK-UNKNOWN
               GO TO FIND-RANK-EXIT
       END-READ
       IF F2-ACTIVE
           MOVE F2-RANK TO WS-EMP-RANK
       ELSE
           ADD 1 TO WS-RANK-UNKNOWN
       END-IF.
       FIND-RANK-EXIT.
       EXIT.

      *    A CURRENT PASS IS COMPLIANT WHENEVER IT WAS TAKEN; OTHERWISE
      *    A NEW HIRE STILL INSIDE THE GRACE DAYS IS NOT YET COUNTED.
       JUDGE-ONE-PARA.
       IF TRQ-T-DEPT(WS-TRQ-SUB) NOT = EMP-DEPT
           GO TO JUDGE-ONE-EXIT
       END-IF
       IF TRQ-T-RANK(WS-TRQ-SUB) NOT = SPACES
               AND TRQ-T-RANK(WS-TRQ-SUB) NOT = WS-EMP-RANK
           GO TO JUDGE-ONE-EXIT
       END-IF
       MOVE 'N' TO WS-DON-FOUND-SW
       PERFORM VARYING WS-DON-SUB FROM 1 BY 1
               UNTIL WS-DON-SUB > WS-DON-TOTAL OR ALREADY-JUDGED
           IF DON-T-COURSE(WS-DON-SUB) = TRQ-T-COURSE(WS-TRQ-SUB)
               SET ALREADY-JUDGED TO TRUE
           END-IF
       END-PERFORM
       IF ALREADY-JUDGED
           GO TO JUDGE-ONE-EXIT
       END-IF
       IF WS-DON-TOTAL < 50
           ADD 1 TO WS-DON-TOTAL
           MOVE TRQ-T-COURSE(WS-TRQ-SUB) TO DON-T-COURSE(WS-DON-TOTAL)
       END-IF
       MOVE TRQ-T-STAT(WS-TRQ-SUB) TO WS-STA-SUB
       MOVE TRQ-T-COURSE(WS-TRQ-SUB) TO WS-CRS-CODE-IN
       PERFORM FIND-COURSE-PARA
       MOVE 'N' TO WS-PAS-FOUND-SW
       PERFORM VARYING WS-PAS-SUB FROM 1 BY 1
               UNTIL WS-PAS-SUB > WS-PAS-TOTAL OR PASS-FOUND
           IF PAS-T-EMP(WS-PAS-SUB) = EMP-ID
                   AND PAS-T-COURSE(WS-PAS-SUB) = WS-CRS-CODE-IN
               SET PASS-FOUND TO TRUE
               MOVE PAS-T-DATE(WS-PAS-SUB) TO WS-PASS-DATE
           END-IF
       END-PERFORM
       MOVE ZERO TO WS-EXPIRY-DATE
       IF PASS-FOUND
           MOVE "CURRENT" TO WS-VERDICT
           IF CRS-T-VALID-MONTHS(WS-CRS-SUB) > ZERO
               MOVE WS-PASS-DATE TO WS-EXPIRY-DATE
               MOVE CRS-T-VALID-MONTHS(WS-CRS-SUB) TO WS-ADD-MONTHS
               PERFORM ADD-MONTHS-PARA
               IF WS-EXPIRY-DATE NOT > WS-TODAY-DATE
                   MOVE "LAPSED" TO WS-VERDICT
               END-IF
           END-IF
       ELSE
           MOVE ZERO TO WS-PASS-DATE
           MOVE "MISSING" TO WS-VERDICT
       END-IF
       IF WS-VERDICT = "CURRENT"
           ADD 1 TO STA-T-REQUIRED(WS-STA-SUB)
           ADD 1 TO STA-T-COMPLIANT(WS-STA-SUB)
           ADD 1 TO WS-ALL-REQUIRED
           ADD 1 TO WS-ALL-COMPLIANT
           GO TO JUDGE-ONE-EXIT
       END-IF
       IF WS-GRACE-INT > ZERO AND WS-TODAY-INT NOT >
               WS-GRACE-INT + TRQ-T-GRACE(WS-TRQ-SUB)
           ADD 1 TO STA-T-GRACE(WS-STA-SUB)
           ADD 1 TO WS-ALL-GRACE
           GO TO JUDGE-ONE-EXIT
       END-IF
       ADD 1 TO STA-T-REQUIRED(WS-STA-SUB)
       ADD 1 TO WS-ALL-REQUIRED
       IF WS-VERDICT = "MISSING"
           ADD 1 TO STA-T-MISSING(WS-STA-SUB)
           ADD 1 TO WS-ALL-MISSING
       ELSE
           ADD 1 TO STA-T-LAPSED(WS-STA-SUB)
           ADD 1 TO WS-ALL-LAPSED
       END-IF
       IF WS-GAP-TOTAL NOT < WS-GAP-MAX
           ADD 1 TO WS-GAP-SKIPPED
           GO TO JUDGE-ONE-EXIT
       END-IF
       ADD 1 TO WS-GAP-TOTAL
       MOVE EMP-DEPT TO GAP-T-DEPT(WS-GAP-TOTAL)
       MOVE EMP-ID TO GAP-T-EMP-ID(WS-GAP-TOTAL)
       MOVE EMP-NAME TO GAP-T-NAME(WS-GAP-TOTAL)
       MOVE WS-CRS-CODE-IN TO GAP-T-COURSE(WS-GAP-TOTAL)
       MOVE WS-PASS-DATE TO GAP-T-PASS-DATE(WS-GAP-TOTAL)
       MOVE WS-EXPIRY-DATE TO GAP-T-EXPIRY(WS-GAP-TOTAL)
       MOVE WS-VERDICT TO GAP-T-VERDICT(WS-GAP-TOTAL).
       JUDGE-ONE-EXIT.
       EXIT.

      *    EXPIRY = NEWEST PASS PLUS THE COURSE VALIDITY, THE SAME
      *    MONTH ARITHMETIC CERTEXP USES.
       ADD-MONTHS-PARA.
       MOVE WS-EXPIRY-DATE(1:4) TO WS-WORK-YEAR
       MOVE WS-EXPIRY-DATE(5:2) TO WS-WORK-MONTH
       ADD WS-ADD-MONTHS TO WS-WORK-MONTH
       PERFORM UNTIL WS-WORK-MONTH < 13
           SUBTRACT 12 FROM WS-WORK-MONTH
           ADD 1 TO WS-WORK-YEAR
       END-PERFORM
       MOVE WS-WORK-YEAR TO WS-EXPIRY-DATE(1:4)
       MOVE WS-WORK-MONTH(2:2) TO WS-EXPIRY-DATE(5:2).

      *    EACH DEPARTMENT'S GAPS, THEN ITS COMPLIANCE BY COURSE.
       PRINT-DEPARTMENT-PARA.
       MOVE SPACES TO RPT-LINE
       WRITE RPT-LINE
       MOVE DPT-T-CODE(WS-DPT-SUB) TO RPT-DEPT-CODE
       WRITE RPT-LINE FROM RPT-DEPT-HEAD-LINE
       WRITE RPT-LINE FROM RPT-GAP-HEAD-LINE
       MOVE 'N' TO WS-DPT-FOUND-SW
       PERFORM PRINT-GAP-PARA
           VARYING WS-GAP-SUB FROM 1 BY 1
           UNTIL WS-GAP-SUB > WS-GAP-TOTAL
       IF NOT DEPT-LISTED
           WRITE RPT-LINE FROM RPT-NO-GAP-LINE
       END-IF
       WRITE RPT-LINE FROM RPT-CRS-HEAD-LINE
       PERFORM PRINT-COURSE-STAT-PARA
           VARYING WS-STA-SUB FROM 1 BY 1
           UNTIL WS-STA-SUB > WS-STA-TOTAL.

       PRINT-GAP-PARA.
       IF GAP-T-DEPT(WS-GAP-SUB) = DPT-T-CODE(WS-DPT-SUB)
           SET DEPT-LISTED TO TRUE
           MOVE GAP-T-EMP-ID(WS-GAP-SUB) TO RPT-GAP-EMP-ID
           MOVE GAP-T-NAME(WS-GAP-SUB) TO RPT-GAP-NAME
           MOVE GAP-T-COURSE(WS-GAP-SUB) TO RPT-GAP-COURSE
           MOVE SPACES TO RPT-GAP-PASS-X
           MOVE SPACES TO RPT-GAP-EXPIRY-X
           IF GAP-T-PASS-DATE(WS-GAP-SUB) > ZERO
               MOVE GAP-T-PASS-DATE(WS-GAP-SUB) TO RPT-GAP-PASS-X
           END-IF
           IF GAP-T-EXPIRY(WS-GAP-SUB) > ZERO
               MOVE GAP-T-EXPIRY(WS-GAP-SUB) TO RPT-GAP-EXPIRY-X
           END-IF
           MOVE GAP-T-VERDICT(WS-GAP-SUB) TO RPT-GAP-VERDICT
           WRITE RPT-LINE FROM RPT-GAP-LINE
       END-IF.

       PRINT-COURSE-STAT-PARA.
       IF STA-T-DEPT(WS-STA-SUB) = DPT-T-CODE(WS-DPT-SUB)
           MOVE STA-T-COURSE(WS-STA-SUB) TO RPT-CRS-CODE
           MOVE STA-T-REQUIRED(WS-STA-SUB) TO RPT-CRS-REQUIRED
           MOVE STA-T-COMPLIANT(WS-STA-SUB) TO RPT-CRS-COMPLIANT
           MOVE STA-T-MISSING(WS-STA-SUB) TO RPT-CRS-MISSING
           MOVE STA-T-LAPSED(WS-STA-SUB) TO RPT-CRS-LAPSED
           MOVE STA-T-GRACE(WS-STA-SUB) TO RPT-CRS-GRACE
           IF STA-T-REQUIRED(WS-STA-SUB) = ZERO
               MOVE "   N/A" TO RPT-CRS-PCT-X
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   STA-T-COMPLIANT(WS-STA-SUB) * 100
                   / STA-T-REQUIRED(WS-STA-SUB)
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO RPT-CRS-PCT-X
           END-IF
           WRITE RPT-LINE FROM RPT-CRS-LINE
       END-IF.

       FIND-COURSE-PARA.
       MOVE 'N' TO WS-CRS-FOUND-SW
       PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
               UNTIL WS-CRS-SUB > WS-CRS-TOTAL OR COURSE-FOUND
           IF CRS-T-CODE(WS-CRS-SUB) = WS-CRS-CODE-IN
               SET COURSE-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF COURSE-FOUND
           SUBTRACT 1 FROM WS-CRS-SUB
       END-IF.

       LOAD-COURSES-PARA.
       OPEN INPUT COURSE-FILE
       IF CRS-FILESTATUS = "00"
           PERFORM LOAD-ONE-COURSE-PARA THRU LOAD-ONE-COURSE-EXIT
               UNTIL CRS-END-OF-FILE
           CLOSE COURSE-FILE
       END-IF.

       LOAD-ONE-COURSE-PARA.
       READ COURSE-FILE
           AT END
               SET CRS-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-COURSE-EXIT
       END-READ
       MOVE SPACES TO WS-CRS-CODE-IN
       MOVE SPACES TO WS-CRS-TITLE-IN
       MOVE SPACES TO WS-CRS-PASS-IN
       MOVE SPACES TO WS-CRS-MERIT-IN
       MOVE SPACES TO WS-CRS-DIST-IN
       MOVE SPACES TO WS-CRS-VALID-IN
       MOVE SPACES TO WS-CRS-ACTIVE-IN
       UNSTRING COURSE-LINE DELIMITED BY ALL SPACE
           INTO WS-CRS-CODE-IN WS-CRS-TITLE-IN WS-CRS-PASS-IN
               WS-CRS-MERIT-IN WS-CRS-DIST-IN WS-CRS-VALID-IN
               WS-CRS-ACTIVE-IN
       END-UNSTRING
       IF WS-CRS-CODE-IN = SPACES
           GO TO LOAD-ONE-COURSE-EXIT
       END-IF
       IF WS-CRS-TOTAL < WS-CRS-MAX
           ADD 1 TO WS-CRS-TOTAL
           MOVE WS-CRS-CODE-IN TO CRS-T-CODE(WS-CRS-TOTAL)
           MOVE WS-CRS-TITLE-IN TO CRS-T-TITLE(WS-CRS-TOTAL)
           IF WS-CRS-VALID-IN = SPACES
               MOVE ZERO TO CRS-T-VALID-MONTHS(WS-CRS-TOTAL)
           ELSE
               COMPUTE CRS-T-VALID-MONTHS(WS-CRS-TOTAL) =
                   FUNCTION NUMVAL(WS-CRS-VALID-IN)
           END-IF
       END-IF.
       LOAD-ONE-COURSE-EXIT.
       EXIT.

       LOAD-REQUIREMENTS-PARA.
       OPEN INPUT REQUIREMENT-FILE
       IF TRQ-FILESTATUS = "00"
           PERFORM LOAD-ONE-REQUIREMENT-PARA
               THRU LOAD-ONE-REQUIREMENT-EXIT
               UNTIL TRQ-END-OF-FILE
           CLOSE REQUIREMENT-FILE
       END-IF.

      *    A LINE NAMING A COURSE COURSES.DAT DOES NOT KNOW, OR WITH A
      *    GRACE THAT IS NOT A NUMBER, IS REJECTED AND NAMED.
       LOAD-ONE-REQUIREMENT-PARA.
       READ REQUIREMENT-FILE
           AT END
               SET TRQ-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-REQUIREMENT-EXIT
       END-READ
       IF REQUIREMENT-RECORD = SPACES
           GO TO LOAD-ONE-REQUIREMENT-EXIT
       END-IF
       IF WS-TRQ-TOTAL NOT < WS-TRQ-MAX
           ADD 1 TO WS-TRQ-SKIPPED
           GO TO LOAD-ONE-REQUIREMENT-EXIT
       END-IF
       MOVE TRQ-COURSE TO WS-CRS-CODE-IN
       PERFORM FIND-COURSE-PARA
       IF NOT COURSE-FOUND OR TRQ-DEPT = SPACES
           ADD 1 TO WS-TRQ-REJECTED
           DISPLAY "*** REQUIREMENT REJECTED - UNKNOWN COURSE OR "
               "NO DEPARTMENT : " REQUIREMENT-RECORD
           GO TO LOAD-ONE-REQUIREMENT-EXIT
       END-IF
       IF TRQ-GRACE-DAYS IS NOT NUMERIC
           ADD 1 TO WS-TRQ-REJECTED
           DISPLAY "*** REQUIREMENT REJECTED - GRACE DAYS NOT "
               "NUMERIC : " REQUIREMENT-RECORD
           GO TO LOAD-ONE-REQUIREMENT-EXIT
       END-IF
       ADD 1 TO WS-TRQ-TOTAL
       MOVE TRQ-DEPT TO TRQ-T-DEPT(WS-TRQ-TOTAL)
       MOVE TRQ-RANK TO TRQ-T-RANK(WS-TRQ-TOTAL)
       MOVE TRQ-COURSE TO TRQ-T-COURSE(WS-TRQ-TOTAL)
       MOVE TRQ-GRACE-DAYS TO TRQ-T-GRACE(WS-TRQ-TOTAL)
       MOVE 'N' TO WS-STA-FOUND-SW
       PERFORM VARYING WS-STA-SUB FROM 1 BY 1
               UNTIL WS-STA-SUB > WS-STA-TOTAL OR STAT-FOUND
           IF STA-T-DEPT(WS-STA-SUB) = TRQ-DEPT
                   AND STA-T-COURSE(WS-STA-SUB) = TRQ-COURSE
               SET STAT-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF STAT-FOUND
           SUBTRACT 1 FROM WS-STA-SUB
       ELSE
           ADD 1 TO WS-STA-TOTAL
           MOVE WS-STA-TOTAL TO WS-STA-SUB
           MOVE TRQ-DEPT TO STA-T-DEPT(WS-STA-SUB)
           MOVE TRQ-COURSE TO STA-T-COURSE(WS-STA-SUB)
           MOVE ZERO TO STA-T-REQUIRED(WS-STA-SUB)
           MOVE ZERO TO STA-T-COMPLIANT(WS-STA-SUB)
           MOVE ZERO TO STA-T-MISSING(WS-STA-SUB)
           MOVE ZERO TO STA-T-LAPSED(WS-STA-SUB)
           MOVE ZERO TO STA-T-GRACE(WS-STA-SUB)
       END-IF
       MOVE WS-STA-SUB TO TRQ-T-STAT(WS-TRQ-TOTAL)
       MOVE 'N' TO WS-DPT-FOUND-SW
       PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
               UNTIL WS-DPT-SUB > WS-DPT-TOTAL OR DEPT-LISTED
           IF DPT-T-CODE(WS-DPT-SUB) = TRQ-DEPT
               SET DEPT-LISTED TO TRUE
           END-IF
       END-PERFORM
       IF NOT DEPT-LISTED
           ADD 1 TO WS-DPT-TOTAL
           MOVE TRQ-DEPT TO DPT-T-CODE(WS-DPT-TOTAL)
       END-IF.
       LOAD-ONE-REQUIREMENT-EXIT.
       EXIT.

       LOAD-PASSES-PARA.
       OPEN INPUT TRAINING-HISTORY
       IF TRH-FILESTATUS NOT = "00"
           DISPLAY " TRAINHIST.DAT NOT FOUND - EVERY COURSE MISSING "
       ELSE
           PERFORM LOAD-ONE-PASS-PARA THRU LOAD-ONE-PASS-EXIT
               UNTIL TRH-END-OF-FILE
           CLOSE TRAINING-HISTORY
       END-IF.

      *    ONLY PASSING RESULTS COUNT; THE NEWEST ONE PER EMPLOYEE AND
      *    COURSE WINS.
       LOAD-ONE-PASS-PARA.
       READ TRAINING-HISTORY
           AT END
               SET TRH-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-PASS-EXIT
       END-READ
       IF TRH-RESULT = "FAIL" OR TRH-RESULT = "REJECTED"
           GO TO LOAD-ONE-PASS-EXIT
       END-IF
       MOVE 'N' TO WS-PAS-FOUND-SW
       PERFORM VARYING WS-PAS-SUB FROM 1 BY 1
               UNTIL WS-PAS-SUB > WS-PAS-TOTAL OR PASS-FOUND
           IF PAS-T-EMP(WS-PAS-SUB) = TRH-STUDENT-ID
                   AND PAS-T-COURSE(WS-PAS-SUB) = TRH-COURSE
               SET PASS-FOUND TO TRUE
               IF TRH-DATE > PAS-T-DATE(WS-PAS-SUB)
                   MOVE TRH-DATE TO PAS-T-DATE(WS-PAS-SUB)
               END-IF
           END-IF
       END-PERFORM
       IF PASS-FOUND
           GO TO LOAD-ONE-PASS-EXIT
       END-IF
       IF WS-PAS-TOTAL NOT < WS-PAS-MAX
           ADD 1 TO WS-PAS-SKIPPED
           GO TO LOAD-ONE-PASS-EXIT
       END-IF
       ADD 1 TO WS-PAS-TOTAL
       MOVE TRH-STUDENT-ID TO PAS-T-EMP(WS-PAS-TOTAL)
       MOVE TRH-COURSE TO PAS-T-COURSE(WS-PAS-TOTAL)
       MOVE TRH-DATE TO PAS-T-DATE(WS-PAS-TOTAL).
       LOAD-ONE-PASS-EXIT.
       EXIT.

       CHECK-RUN-CONTROL-PARA.
       OPEN INPUT RUN-CONTROL-FILE
       IF RCF-FILESTATUS = "00"
           READ RUN-CONTROL-FILE INTO WS-LAST-RUN-DATE
               AT END MOVE ZERO TO WS-LAST-RUN-DATE
           END-READ
           CLOSE RUN-CONTROL-FILE
           IF WS-LAST-RUN-DATE(1:6) = WS-THIS-PERIOD
               SET RERUN-BLOCKED TO TRUE
           END-IF
       END-IF.

       STAMP-RUN-CONTROL-PARA.
       OPEN OUTPUT RUN-CONTROL-FILE
       MOVE WS-TODAY-DATE TO RC-RECORD
       WRITE RC-RECORD
       CLOSE RUN-CONTROL-FILE.
       END PROGRAM TRNCOMP.
