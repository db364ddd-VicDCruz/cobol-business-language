      ******************************************************************
      * Author:
      * Date:
      * Purpose: Staff and customer cross-match. Lists the
      *          CustMaster.dat customers who look like the same
      *          person as an Employee.dat employee, so staff accounts
      *          (and staff discounts, credit and write-offs on them)
      *          can be seen for what they are. Every customer name is
      *          put to the shared NAMEMTCH routine against every
      *          employee name and each likely pair is listed with its
      *          confidence - HIGH where the names are the same once
      *          titles and punctuation are set aside, MEDIUM where
      *          they sound the same, LOW where only the surname sounds
      *          the same and the first initials agree. The employee
      *          master carries no date of birth, so the match is on
      *          the name alone; the employee's department and status
      *          (ACTIVE or TERMED - a former employee still matters)
      *          are shown beside it. The StaffCustXM.YYYYMMDD.rpt
      *          report goes out through RPTWRT, catalogued through
      *          RPTCAT as STAFFXM, and ends with the pair counts by
      *          confidence. A master that cannot be opened ends the
      *          run with RETURN-CODE 8; more employees than the table
      *          holds are reported and give RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFFXM.

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

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE.
       COPY EMPREC REPLACING ==:REC:== BY ==EMPLOYEE-RECORD==.
       FD CUSTOMER-MASTER.
       COPY CMREC REPLACING ==:REC:== BY ==CUSTOMER-RECORD==.

       WORKING-STORAGE SECTION.
       01 EMP-FILESTATUS PIC X(02).
       01 CUS-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
      *
      *    THE EMPLOYEES, HELD SO EACH CUSTOMER IS MATCHED AGAINST
      *    THEM ALL IN ONE PASS OF THE CUSTOMER MASTER.
       01 EMPLOYEE-TABLE.
           05 ET-ENTRY OCCURS 2000 TIMES.
               10 ET-ID PIC X(10).
               10 ET-NAME PIC X(30).
               10 ET-DEPT PIC X(3).
               10 ET-STATUS PIC X(6).
       01 WS-ET-MAX PIC 9(4) VALUE 2000.
       01 WS-ET-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ET-SUB PIC 9(4).
       01 WS-ET-DROPPED PIC 9(7) VALUE ZERO.
      *
       01 WS-NM-FUNC PIC X(1) VALUE 'C'.
       01 WS-NM-NAME-1 PIC X(30).
       01 WS-NM-NAME-2 PIC X(30).
       01 WS-NM-NORM PIC X(30).
       01 WS-NM-KEY PIC X(8).
       01 WS-NM-GRADE PIC X(1).
           88 NAME-ALIKE VALUE 'A' 'B' 'C'.
       01 WS-CONFIDENCE PIC X(6).
      *
       01 WS-CUST-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HIGH-COUNT PIC 9(7) VALUE ZERO.
       01 WS-MEDIUM-COUNT PIC 9(7) VALUE ZERO.
       01 WS-LOW-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PAIR-COUNT PIC 9(7) VALUE ZERO.
       01 WS-STEP-RC PIC 9(1) VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RPT-DATE-X PIC X(8).
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "STAFFXM".
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.
       01 WS-RPT-FUNC PIC X(1).
       01 WS-RPT-TITLE PIC X(40)
           VALUE "STAFF AND CUSTOMER CROSS-MATCH".
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-CAT-REPORT-NAME PIC X(16) VALUE "STAFFXM".
      *
       01 RPT-HEAD-LINE.
           05 FILLER PIC X(40)
               VALUE "CUST   CUSTOMER NAME        EMP-ID     E".
           05 FILLER PIC X(40)
               VALUE "MPLOYEE NAME         DPT STATUS CONFID.".
       01 RPT-PAIR-LINE.
           05 RPT-P-CUST-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-P-CUST-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-P-EMP-ID PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-P-EMP-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-P-DEPT PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-P-STATUS PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-P-CONFIDENCE PIC X(6).
       01 RPT-MISSING-LINE.
           05 RPT-X-FILE PIC X(16).
           05 FILLER PIC X(40)
               VALUE " COULD NOT BE OPENED - NO CROSS-MATCH".
       01 RPT-DROPPED-LINE.
           05 FILLER PIC X(40)
               VALUE "EMPLOYEE TABLE FULL - NOT MATCHED: ".
           05 RPT-D-COUNT PIC Z(6)9.
       01 RPT-COUNT-LINE.
           05 RPT-C-LABEL PIC X(30).
           05 RPT-C-COUNT PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE WS-TODAY-DATE TO WS-RPT-DATE-X

       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING "StaffCustXM." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL

       PERFORM LOAD-EMPLOYEES-PARA THRU LOAD-EMPLOYEES-EXIT
       IF WS-STEP-RC NOT = 8
           PERFORM MATCH-CUSTOMERS-PARA THRU MATCH-CUSTOMERS-EXIT
       END-IF
       IF WS-STEP-RC NOT = 8
           PERFORM WRITE-TOTALS-PARA
       END-IF

       MOVE 'C' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE
       END-CALL

       DISPLAY "CUSTOMERS CHECKED : " WS-CUST-COUNT
       DISPLAY "EMPLOYEES HELD    : " WS-ET-COUNT
       DISPLAY "LIKELY SAME PERSON: " WS-PAIR-COUNT
       COMPUTE WS-RS-RECORDS = WS-CUST-COUNT + WS-ET-COUNT
       MOVE 'E' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       MOVE WS-STEP-RC TO RETURN-CODE.

       PROGRAM-END-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
      *    RUN UNIT JUST THE SAME.
       GOBACK.

      ******************************************************************
      *    THE EMPLOYEE TABLE: ID, NAME, DEPARTMENT AND STATUS.
      ******************************************************************
       LOAD-EMPLOYEES-PARA.
       OPEN INPUT EMPLOYEE
       IF EMP-FILESTATUS NOT = "00"
           DISPLAY "EMPLOYEE MASTER NOT AVAILABLE, STATUS "
               EMP-FILESTATUS
           MOVE "Employee.dat" TO RPT-X-FILE
           MOVE RPT-MISSING-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 8 TO WS-STEP-RC
           GO TO LOAD-EMPLOYEES-EXIT
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM LOAD-ONE-EMPLOYEE-PARA THRU LOAD-ONE-EMPLOYEE-EXIT
           UNTIL END-OF-FILE
       CLOSE EMPLOYEE
       IF WS-ET-DROPPED > ZERO
           MOVE WS-ET-DROPPED TO RPT-D-COUNT
           MOVE RPT-DROPPED-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 4 TO WS-STEP-RC
       END-IF.
       LOAD-EMPLOYEES-EXIT.
       EXIT.

       LOAD-ONE-EMPLOYEE-PARA.
       READ EMPLOYEE NEXT RECORD
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LOAD-ONE-EMPLOYEE-EXIT
       END-READ
       IF WS-ET-COUNT NOT < WS-ET-MAX
           ADD 1 TO WS-ET-DROPPED
           GO TO LOAD-ONE-EMPLOYEE-EXIT
       END-IF
       ADD 1 TO WS-ET-COUNT
       MOVE EMP-ID TO ET-ID(WS-ET-COUNT)
       MOVE EMP-NAME TO ET-NAME(WS-ET-COUNT)
       MOVE EMP-DEPT TO ET-DEPT(WS-ET-COUNT)
       IF EMP-MST-TERMED
           MOVE "TERMED" TO ET-STATUS(WS-ET-COUNT)
       ELSE
           MOVE "ACTIVE" TO ET-STATUS(WS-ET-COUNT)
       END-IF.
       LOAD-ONE-EMPLOYEE-EXIT.
       EXIT.

      ******************************************************************
      *    ONE PASS OF THE CUSTOMER MASTER, EACH CUSTOMER AGAINST
      *    EVERY EMPLOYEE.
      ******************************************************************
       MATCH-CUSTOMERS-PARA.
       OPEN INPUT CUSTOMER-MASTER
       IF CUS-FILESTATUS NOT = "00"
           DISPLAY "CUSTOMER MASTER NOT AVAILABLE, STATUS "
               CUS-FILESTATUS
           MOVE "CustMaster.dat" TO RPT-X-FILE
           MOVE RPT-MISSING-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 8 TO WS-STEP-RC
           GO TO MATCH-CUSTOMERS-EXIT
       END-IF
       MOVE RPT-HEAD-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM MATCH-ONE-CUSTOMER-PARA THRU MATCH-ONE-CUSTOMER-EXIT
           UNTIL END-OF-FILE
       CLOSE CUSTOMER-MASTER.
       MATCH-CUSTOMERS-EXIT.
       EXIT.

       MATCH-ONE-CUSTOMER-PARA.
       READ CUSTOMER-MASTER NEXT RECORD
           AT END
               SET END-OF-FILE TO TRUE
               GO TO MATCH-ONE-CUSTOMER-EXIT
       END-READ
       ADD 1 TO WS-CUST-COUNT
       IF CM-NAME = SPACES
           GO TO MATCH-ONE-CUSTOMER-EXIT
       END-IF
       PERFORM GRADE-PAIR-PARA THRU GRADE-PAIR-EXIT
           VARYING WS-ET-SUB FROM 1 BY 1
           UNTIL WS-ET-SUB > WS-ET-COUNT.
       MATCH-ONE-CUSTOMER-EXIT.
       EXIT.

       GRADE-PAIR-PARA.
       MOVE CM-NAME TO WS-NM-NAME-1
       MOVE ET-NAME(WS-ET-SUB) TO WS-NM-NAME-2
       CALL "NAMEMTCH" USING WS-NM-FUNC, WS-NM-NAME-1, WS-NM-NAME-2,
           WS-NM-NORM, WS-NM-KEY, WS-NM-GRADE
       END-CALL
       IF NOT NAME-ALIKE
           GO TO GRADE-PAIR-EXIT
       END-IF
       EVALUATE WS-NM-GRADE
       WHEN 'A'
           MOVE "HIGH" TO WS-CONFIDENCE
           ADD 1 TO WS-HIGH-COUNT
       WHEN 'B'
           MOVE "MEDIUM" TO WS-CONFIDENCE
           ADD 1 TO WS-MEDIUM-COUNT
       WHEN OTHER
           MOVE "LOW" TO WS-CONFIDENCE
           ADD 1 TO WS-LOW-COUNT
       END-EVALUATE
       ADD 1 TO WS-PAIR-COUNT
       MOVE CM-CUST-ID TO RPT-P-CUST-ID
       MOVE CM-NAME TO RPT-P-CUST-NAME
       MOVE ET-ID(WS-ET-SUB) TO RPT-P-EMP-ID
       MOVE ET-NAME(WS-ET-SUB) TO RPT-P-EMP-NAME
       MOVE ET-DEPT(WS-ET-SUB) TO RPT-P-DEPT
       MOVE ET-STATUS(WS-ET-SUB) TO RPT-P-STATUS
       MOVE WS-CONFIDENCE TO RPT-P-CONFIDENCE
       MOVE RPT-PAIR-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.
       GRADE-PAIR-EXIT.
       EXIT.

       WRITE-TOTALS-PARA.
       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "CUSTOMERS CHECKED" TO RPT-C-LABEL
       MOVE WS-CUST-COUNT TO RPT-C-COUNT
       MOVE RPT-COUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "EMPLOYEES CHECKED" TO RPT-C-LABEL
       MOVE WS-ET-COUNT TO RPT-C-COUNT
       MOVE RPT-COUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "PAIRS - HIGH CONFIDENCE" TO RPT-C-LABEL
       MOVE WS-HIGH-COUNT TO RPT-C-COUNT
       MOVE RPT-COUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "PAIRS - MEDIUM CONFIDENCE" TO RPT-C-LABEL
       MOVE WS-MEDIUM-COUNT TO RPT-C-COUNT
       MOVE RPT-COUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "PAIRS - LOW CONFIDENCE" TO RPT-C-LABEL
       MOVE WS-LOW-COUNT TO RPT-C-COUNT
       MOVE RPT-COUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL.
       END PROGRAM STAFFXM.
