      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quarterly operator access recertification. Lists
      *          every operator on OperMaster.dat, grouped by
      *          authority level from supervisors down, with their
      *          status, the date of their last good sign-on, the date
      *          their password was last changed and the date they
      *          were added, and a box for the manager to mark OK
      *          (access confirmed as it stands) or CHG (to be changed
      *          through OPERMNT). Operators who have never signed
      *          on, who have not signed on for more than the
      *          SystemConfig OPER-DORMANT-DAYS (default 90), or who
      *          are locked or suspended are noted against their line
      *          for the manager's attention, and any such operator
      *          ends the run with RETURN-CODE 4. Takes the as-at date
      *          (YYYYMMDD, default today) on the command line. The
      *          report is a dated generation through RPTWRT,
      *          catalogued through RPTCAT, closing with a manager
      *          sign-off block.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERCERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPERATOR-MASTER ASSIGN TO "OperMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPR-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-MASTER.
       01 OPERATOR-LINE PIC X(52).

       WORKING-STORAGE SECTION.
       01 OPR-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
       COPY OPRREC REPLACING ==:REC:== BY ==OPERATOR-RECORD==.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-AS-AT-DATE PIC 9(8).
       01 WS-AS-AT-X REDEFINES WS-AS-AT-DATE.
           05 WS-AS-AT-YEAR PIC 9(4).
           05 WS-AS-AT-MONTH PIC 9(2).
           05 WS-AS-AT-DAY PIC 9(2).
       01 WS-QUARTER PIC 9(1).
      *
       01 OPR-TABLE.
           05 OPR-T-LINE OCCURS 200 TIMES PIC X(52).
       01 WS-OPR-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-OPR-MAX PIC 9(3) VALUE 200.
       01 WS-OPR-SUB PIC 9(3).
       01 WS-OPR-DROPPED PIC 9(3) VALUE ZERO.
      *
      *    LEVELS ARE REPORTED 3, 2, 1, THEN 0 FOR ANY LINE WHOSE
      *    LEVEL IS NOT ONE OF THE THREE.
       01 WS-LEVEL PIC S9(1).
       01 WS-LINE-LEVEL PIC 9(1).
       01 WS-LEVEL-COUNT PIC 9(3).
       01 LEVEL-NAMES-VALUES.
           05 FILLER PIC X(12) VALUE "UNRECOGNISED".
           05 FILLER PIC X(12) VALUE "INQUIRY".
           05 FILLER PIC X(12) VALUE "MAINTENANCE".
           05 FILLER PIC X(12) VALUE "SUPERVISOR".
       01 LEVEL-NAMES REDEFINES LEVEL-NAMES-VALUES.
           05 WS-LEVEL-NAME OCCURS 4 TIMES PIC X(12).
      *
       01 WS-PARM-KEY PIC X(16).
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5).
       01 WS-PARM-FOUND PIC X(1).
       01 WS-DORMANT-DAYS PIC 9(5) VALUE ZERO.
       01 WS-DAYS-SINCE PIC 9(5).
       01 WS-DAYS-ED PIC ZZZZ9.
       01 WS-ATTENTION-COUNT PIC 9(3) VALUE ZERO.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "OPERCERT".
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.
      *
       01 WS-RPT-FUNC PIC X(1).
       01 WS-RPT-TITLE PIC X(40)
           VALUE "OPERATOR ACCESS RECERTIFICATION".
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-RPT-DATE-X PIC X(8).
       01 WS-CAT-REPORT-NAME PIC X(16) VALUE "OPERCERT".
      *
       01 RPT-AS-AT-LINE.
           05 FILLER PIC X(16) VALUE "ACCESS AS AT : ".
           05 RPT-AS-AT PIC 9(8).
           05 FILLER PIC X(11) VALUE "   QUARTER ".
           05 RPT-QUARTER PIC 9(1).
           05 FILLER PIC X(4) VALUE " OF ".
           05 RPT-YEAR PIC 9(4).
       01 RPT-DORMANT-LINE.
           05 FILLER PIC X(36)
               VALUE "NOTED AS DORMANT WITH NO SIGN-ON IN ".
           05 RPT-DORMANT PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE " DAYS".
       01 RPT-LEVEL-LINE.
           05 FILLER PIC X(20) VALUE "=== AUTHORITY LEVEL ".
           05 RPT-LEVEL PIC 9(1).
           05 FILLER PIC X(3) VALUE " - ".
           05 RPT-LEVEL-NAME PIC X(12).
           05 FILLER PIC X(4) VALUE " ===".
       01 RPT-COLUMN-LINE.
           05 FILLER PIC X(31) VALUE "OPERATOR  STATUS     SIGNED ON".
           05 FILLER PIC X(30) VALUE "PWD CHGD  ADDED     NOTE".
           05 FILLER PIC X(19) VALUE "        OK / CHG".
       01 RPT-DETAIL-LINE.
           05 RPT-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-STATUS PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-LAST-SIGNON PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-PWD-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-ADDED PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-NOTE PIC X(17).
           05 FILLER PIC X(12) VALUE "[ ]OK [ ]CHG".
       01 RPT-LEVEL-TOTAL-LINE.
           05 FILLER PIC X(23) VALUE "  OPERATORS AT LEVEL : ".
           05 RPT-LEVEL-COUNT PIC ZZ9.
       01 RPT-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE "OPERATORS ON FILE : ".
           05 RPT-TOTAL PIC ZZ9.
           05 FILLER PIC X(26)
               VALUE "   NEEDING ATTENTION    : ".
           05 RPT-ATTENTION PIC ZZ9.
       01 RPT-SIGNOFF-LINE-1.
           05 FILLER PIC X(40)
               VALUE "MARK EACH OPERATOR OK TO CONFIRM THE ACC".
           05 FILLER PIC X(40)
               VALUE "ESS AS IT STANDS, OR CHG AND PASS THE".
       01 RPT-SIGNOFF-LINE-2 PIC X(80)
           VALUE "CHANGE TO A SUPERVISOR TO MAKE THROUGH OPERMNT.".
       01 RPT-SIGNOFF-LINE-3.
           05 FILLER PIC X(40)
               VALUE "CONFIRMED BY MANAGER : ______________   ".
           05 FILLER PIC X(40)
               VALUE "SIGNED : ______________   DATE : _______".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE WS-TODAY-DATE TO WS-AS-AT-DATE
       MOVE SPACES TO WS-CMD-LINE
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       IF WS-CMD-LINE NOT = SPACES
           IF WS-CMD-LINE(1:8) NOT NUMERIC
               DISPLAY " GIVE THE AS-AT DATE AS YYYYMMDD "
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-END-PARA
           END-IF
           MOVE WS-CMD-LINE(1:8) TO WS-AS-AT-DATE
       END-IF
       COMPUTE WS-QUARTER = (WS-AS-AT-MONTH + 2) / 3

       PERFORM LOAD-MASTER-PARA THRU LOAD-MASTER-EXIT
       IF WS-OPR-TOTAL = ZERO
           DISPLAY " NO OPERATORS ON OPERMASTER.DAT - NOTHING TO "
               "RECERTIFY "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       MOVE "OPER-DORMANT-DAYS" TO WS-PARM-KEY
       MOVE 90 TO WS-PARM-DEFAULT
       CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
           WS-PARM-DEFAULT, WS-PARM-FOUND
       END-CALL
       MOVE WS-PARM-VALUE TO WS-DORMANT-DAYS

       MOVE WS-TODAY-DATE TO WS-RPT-DATE-X
       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING "OperCert." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       MOVE WS-AS-AT-DATE TO RPT-AS-AT
       MOVE WS-QUARTER TO RPT-QUARTER
       MOVE WS-AS-AT-YEAR TO RPT-YEAR
       MOVE RPT-AS-AT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE WS-DORMANT-DAYS TO RPT-DORMANT
       MOVE RPT-DORMANT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA

       PERFORM REPORT-LEVEL-PARA THRU REPORT-LEVEL-EXIT
           VARYING WS-LEVEL FROM 3 BY -1
           UNTIL WS-LEVEL < 0

       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE WS-OPR-TOTAL TO RPT-TOTAL
       MOVE WS-ATTENTION-COUNT TO RPT-ATTENTION
       MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE RPT-SIGNOFF-LINE-1 TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE RPT-SIGNOFF-LINE-2 TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE RPT-SIGNOFF-LINE-3 TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA

       MOVE 'C' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE
       END-CALL
       DISPLAY "ACCESS RECERTIFICATION AS AT " WS-AS-AT-DATE
       DISPLAY "OPERATORS LISTED    : " WS-OPR-TOTAL
       DISPLAY "NEEDING ATTENTION   : " WS-ATTENTION-COUNT
       IF WS-OPR-DROPPED > ZERO
           DISPLAY "*** OPERATOR TABLE FULL - " WS-OPR-DROPPED
               " OPERATORS NOT LISTED"
       END-IF
       MOVE 'E' TO WS-RS-PHASE
       MOVE WS-OPR-TOTAL TO WS-RS-RECORDS
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       IF WS-ATTENTION-COUNT > ZERO OR WS-OPR-DROPPED > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF.

       PROGRAM-END-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
      *    RUN UNIT JUST THE SAME.
       GOBACK.

      *    ONE AUTHORITY LEVEL: ITS HEADING, ITS OPERATORS, ITS
      *    COUNT. A LEVEL WITH NOBODY AT IT IS LEFT OUT.
       REPORT-LEVEL-PARA.
       MOVE ZERO TO WS-LEVEL-COUNT
       PERFORM COUNT-ONE-OPERATOR-PARA
           VARYING WS-OPR-SUB FROM 1 BY 1
           UNTIL WS-OPR-SUB > WS-OPR-TOTAL
       IF WS-LEVEL-COUNT = ZERO
           GO TO REPORT-LEVEL-EXIT
       END-IF
       MOVE SPACES TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE WS-LEVEL TO RPT-LEVEL
       MOVE WS-LEVEL-NAME(WS-LEVEL + 1) TO RPT-LEVEL-NAME
       MOVE RPT-LEVEL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE RPT-COLUMN-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       PERFORM REPORT-ONE-OPERATOR-PARA THRU REPORT-ONE-OPERATOR-EXIT
           VARYING WS-OPR-SUB FROM 1 BY 1
           UNTIL WS-OPR-SUB > WS-OPR-TOTAL
       MOVE WS-LEVEL-COUNT TO RPT-LEVEL-COUNT
       MOVE RPT-LEVEL-TOTAL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.
       REPORT-LEVEL-EXIT.
       EXIT.

       COUNT-ONE-OPERATOR-PARA.
       MOVE OPR-T-LINE(WS-OPR-SUB) TO OPERATOR-RECORD
       PERFORM SET-LINE-LEVEL-PARA
       IF WS-LINE-LEVEL = WS-LEVEL
           ADD 1 TO WS-LEVEL-COUNT
       END-IF.

       SET-LINE-LEVEL-PARA.
       IF OPR-AUTHORITY = 1 OR 2 OR 3
           MOVE OPR-AUTHORITY TO WS-LINE-LEVEL
       ELSE
           MOVE ZERO TO WS-LINE-LEVEL
       END-IF.

      *    THE NOTE CARRIES THE ONE THING A MANAGER MOST NEEDS TO
      *    KNOW ABOUT THE OPERATOR; ANY NOTE COUNTS FOR ATTENTION.
       REPORT-ONE-OPERATOR-PARA.
       MOVE OPR-T-LINE(WS-OPR-SUB) TO OPERATOR-RECORD
       PERFORM SET-LINE-LEVEL-PARA
       IF WS-LINE-LEVEL NOT = WS-LEVEL
           GO TO REPORT-ONE-OPERATOR-EXIT
       END-IF
       MOVE OPR-ID TO RPT-ID
       EVALUATE TRUE
       WHEN OPR-SUSPENDED
           MOVE "SUSPENDED" TO RPT-STATUS
       WHEN OPR-LOCKED
           MOVE "LOCKED" TO RPT-STATUS
       WHEN OTHER
           MOVE "ACTIVE" TO RPT-STATUS
       END-EVALUATE
       IF OPR-LAST-SIGNON NUMERIC
           MOVE OPR-LAST-SIGNON TO RPT-LAST-SIGNON
       ELSE
           MOVE "NEVER" TO RPT-LAST-SIGNON
       END-IF
       IF OPR-PWD-DATE NOT NUMERIC OR OPR-PWD-DATE-NUM = ZERO
           MOVE "RESET" TO RPT-PWD-DATE
       ELSE
           MOVE OPR-PWD-DATE TO RPT-PWD-DATE
       END-IF
       MOVE OPR-ADDED-DATE TO RPT-ADDED
       MOVE SPACES TO RPT-NOTE
       EVALUATE TRUE
       WHEN OPR-SUSPENDED
           MOVE "SUSPENDED" TO RPT-NOTE
       WHEN OPR-LOCKED
           MOVE "LOCKED OUT" TO RPT-NOTE
       WHEN OPR-LAST-SIGNON NOT NUMERIC
           MOVE "NEVER SIGNED ON" TO RPT-NOTE
       WHEN OTHER
           PERFORM CHECK-DORMANT-PARA
       END-EVALUATE
       IF WS-LINE-LEVEL = ZERO AND RPT-NOTE = SPACES
           MOVE "LEVEL NOT VALID" TO RPT-NOTE
       END-IF
       IF RPT-NOTE NOT = SPACES
           ADD 1 TO WS-ATTENTION-COUNT
       END-IF
       MOVE RPT-DETAIL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.
       REPORT-ONE-OPERATOR-EXIT.
       EXIT.

       CHECK-DORMANT-PARA.
       IF WS-DORMANT-DAYS = ZERO
               OR OPR-LAST-SIGNON-NUM NOT < WS-AS-AT-DATE
           MOVE ZERO TO WS-DAYS-SINCE
       ELSE
           COMPUTE WS-DAYS-SINCE =
               FUNCTION INTEGER-OF-DATE(WS-AS-AT-DATE)
               - FUNCTION INTEGER-OF-DATE(OPR-LAST-SIGNON-NUM)
       END-IF
       IF WS-DAYS-SINCE > WS-DORMANT-DAYS
           MOVE WS-DAYS-SINCE TO WS-DAYS-ED
           STRING "DORMANT " WS-DAYS-ED " DAYS"
               DELIMITED BY SIZE INTO RPT-NOTE
       END-IF.

       LOAD-MASTER-PARA.
       OPEN INPUT OPERATOR-MASTER
       IF OPR-FILESTATUS NOT = "00"
           DISPLAY " OPERMASTER.DAT NOT FOUND "
           GO TO LOAD-MASTER-EXIT
       END-IF
       PERFORM LOAD-ONE-OPERATOR-PARA THRU LOAD-ONE-OPERATOR-EXIT
           UNTIL END-OF-FILE
       CLOSE OPERATOR-MASTER.
       LOAD-MASTER-EXIT.
       EXIT.

       LOAD-ONE-OPERATOR-PARA.
       READ OPERATOR-MASTER INTO OPERATOR-RECORD
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LOAD-ONE-OPERATOR-EXIT
       END-READ
       IF OPR-ID = SPACES
           GO TO LOAD-ONE-OPERATOR-EXIT
       END-IF
       IF WS-OPR-TOTAL NOT < WS-OPR-MAX
           ADD 1 TO WS-OPR-DROPPED
           GO TO LOAD-ONE-OPERATOR-EXIT
       END-IF
       ADD 1 TO WS-OPR-TOTAL
       MOVE OPERATOR-RECORD TO OPR-T-LINE(WS-OPR-TOTAL).
       LOAD-ONE-OPERATOR-EXIT.
       EXIT.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL.
       END PROGRAM OPERCERT.
