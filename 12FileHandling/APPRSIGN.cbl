      ******************************************************************
      * Author:
      * Date:
      * Purpose: Approval sign-off console for the approval files the
      *          apply steps work from - ReconAppr.dat (RECAPPLY),
      *          StockAdjAppr.dat (STOCKADJ), RopApproved.dat
      *          (ROPAPPLY) and MergeAppr.dat (CUSTMRG). The command
      *          line gives the function and the file:
      *            APPRSIGN R RECON|STOCKADJ|ROP|MERGE
      *          raises: the signed-on operator (OPERSEC authority 2
      *          or more) who keyed or copied the change lines into
      *          the file stamps every line not yet raised with a new
      *          approval reference (LastApprRef.ctl) and the
      *          operator's own ID;
      *            APPRSIGN A RECON|STOCKADJ|ROP|MERGE
      *          approves: a signed-on supervisor (authority 3) goes
      *          through the raised lines one at a time, as POSAPPR
      *          does for position holds. An approved line is stamped
      *          with the supervisor's operator ID; a refused one is
      *          taken off the file to the common suspense file
      *          through SUSPOUT and logged through EXCPLOG; lines
      *          passed over stay for another day. A line raised by
      *          the signed-on supervisor is never offered to that
      *          supervisor - it waits for a second person. Every
      *          raise and every approval is written to WriteAudit.log
      *          against the approval reference, which SODRPT reads
      *          back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRSIGN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO WS-APPROVAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APV-FILESTATUS.

           SELECT LAST-REF-FILE ASSIGN TO 'LastApprRef.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REF-FILESTATUS.

           SELECT AUDIT-LOG ASSIGN TO 'WriteAudit.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD APPROVAL-FILE.
       COPY APVREC REPLACING ==:REC:== BY ==APPROVAL-RECORD==.
      *
       FD LAST-REF-FILE.
       01 LAST-REF-RECORD PIC 9(5).
      *
       FD AUDIT-LOG.
       01 AUDIT-LINE PIC X(80).
      *
       WORKING-STORAGE SECTION.

       01 APV-FILESTATUS PIC X(02).
       01 REF-FILESTATUS PIC X(02).
       01 AUD-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-FUNCTION PIC X(1) VALUE SPACE.
           88 RAISE-FUNCTION VALUE 'R'.
           88 APPROVE-FUNCTION VALUE 'A'.
       01 WS-KIND PIC X(8) VALUE SPACES.
       01 WS-APPROVAL-NAME PIC X(20) VALUE SPACES.
       01 WS-CURR-DATE PIC 9(8).
       01 WS-CURR-TIME PIC 9(8).
       01 WS-LAST-REF PIC 9(5) VALUE ZERO.
      *
      *    THE FILE'S LINES, EACH MARKED WITH WHAT THIS RUN DID TO
      *    IT: SPACE NOTHING, 'S' STAMPED, 'R' REFUSED (DROPPED).
       01 APV-TABLE.
           05 APV-ENTRY OCCURS 500 TIMES.
               10 APV-T-LINE PIC X(72).
               10 APV-T-DECISION PIC X(1).
                   88 APV-T-UNTOUCHED VALUE SPACE.
                   88 APV-T-STAMPED VALUE 'S'.
                   88 APV-T-REFUSED VALUE 'R'.
       01 WS-APV-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-APV-MAX PIC 9(3) VALUE 500.
       01 WS-APV-SUB PIC 9(3).
       01 WS-APV-OVERFLOW-SW PIC X(1) VALUE 'N'.
           88 APV-OVERFLOW VALUE 'Y'.
      *
       01 WS-CHOICE PIC X(1).
       01 WS-QUIT-SW PIC X(1) VALUE 'N'.
           88 REVIEW-QUIT VALUE 'Y'.
       01 WS-RAISED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OWN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WAITING-COUNT PIC 9(5) VALUE ZERO.
      *
       01 WS-SEC-FUNC PIC X(1).
       01 WS-SEC-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-SEC-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY PIC 9(1) VALUE ZERO.
       01 WS-SEC-RESULT PIC X(1).
       01 WS-NEEDED-AUTHORITY PIC 9(1).
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "APPRSIGN".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
       01 WS-SUSP-PAYLOAD PIC X(80).
      *
       01 AUDIT-RECORD.
           05 AUD-TIMESTAMP    PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-TIME         PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-PROGRAM      PIC X(9) VALUE "APPRSIGN".
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-ACTION       PIC X(9).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-KEY          PIC X(5).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-OPERATOR     PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       DISPLAY "=== APPROVAL SIGN-OFF ==="
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
           INTO WS-FUNCTION, WS-KIND
       END-UNSTRING
       EVALUATE WS-KIND
       WHEN "RECON"
           MOVE "ReconAppr.dat" TO WS-APPROVAL-NAME
       WHEN "STOCKADJ"
           MOVE "StockAdjAppr.dat" TO WS-APPROVAL-NAME
       WHEN "ROP"
           MOVE "RopApproved.dat" TO WS-APPROVAL-NAME
       WHEN "MERGE"
           MOVE "MergeAppr.dat" TO WS-APPROVAL-NAME
       END-EVALUATE
       IF (NOT RAISE-FUNCTION AND NOT APPROVE-FUNCTION)
               OR WS-APPROVAL-NAME = SPACES
           DISPLAY "USAGE: APPRSIGN R|A RECON|STOCKADJ|ROP|MERGE"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

      *    RAISING A CHANGE NEEDS MAINTENANCE AUTHORITY; APPROVING
      *    ONE IS A SUPERVISOR'S DECISION.
       IF RAISE-FUNCTION
           MOVE 2 TO WS-NEEDED-AUTHORITY
       ELSE
           MOVE 3 TO WS-NEEDED-AUTHORITY
       END-IF
       DISPLAY "OPERATOR ID ? " WITH NO ADVANCING
       ACCEPT WS-SEC-OPERATOR
       DISPLAY "PASSWORD ? " WITH NO ADVANCING
       ACCEPT WS-SEC-PASSWORD
       MOVE 'S' TO WS-SEC-FUNC
       CALL "OPERSEC" USING WS-SEC-FUNC, WS-SEC-OPERATOR,
           WS-SEC-PASSWORD, WS-SEC-AUTHORITY, WS-SEC-RESULT
       IF WS-SEC-RESULT NOT = 'Y'
               OR WS-SEC-AUTHORITY < WS-NEEDED-AUTHORITY
           DISPLAY "SIGN-ON REFUSED OR AUTHORITY TOO LOW -"
           IF RAISE-FUNCTION
               DISPLAY "RAISING NEEDS MAINTENANCE AUTHORITY"
           ELSE
               DISPLAY "APPROVALS NEED SUPERVISOR AUTHORITY"
           END-IF
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       MOVE WS-SEC-OPERATOR TO AUD-OPERATOR

       OPEN INPUT APPROVAL-FILE
       IF APV-FILESTATUS NOT = "00"
           DISPLAY " " WS-APPROVAL-NAME " NOT FOUND - NOTHING TO SIGN "
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM LOAD-ONE-LINE-PARA THRU LOAD-ONE-LINE-EXIT
           UNTIL END-OF-FILE
       CLOSE APPROVAL-FILE
      *    THE FILE IS REWRITTEN FROM THE TABLE, SO A TABLE THAT
      *    COULD NOT HOLD IT ALL WOULD LOSE THE REST.
       IF APV-OVERFLOW
           DISPLAY "*** MORE THAN " WS-APV-MAX " LINES ON FILE - "
           DISPLAY "*** NOTHING SIGNED, " WS-APPROVAL-NAME
               " LEFT AS IT IS"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
       IF RAISE-FUNCTION
           PERFORM READ-LAST-REF-PARA
           PERFORM RAISE-ONE-LINE-PARA
               VARYING WS-APV-SUB FROM 1 BY 1
               UNTIL WS-APV-SUB > WS-APV-TOTAL
           PERFORM SAVE-LAST-REF-PARA
       ELSE
           PERFORM REVIEW-ONE-LINE-PARA THRU REVIEW-ONE-LINE-EXIT
               VARYING WS-APV-SUB FROM 1 BY 1
               UNTIL WS-APV-SUB > WS-APV-TOTAL OR REVIEW-QUIT
       END-IF

       OPEN EXTEND AUDIT-LOG
       IF AUD-FILESTATUS NOT = "00"
           OPEN OUTPUT AUDIT-LOG
       END-IF
       OPEN OUTPUT APPROVAL-FILE
       PERFORM SETTLE-ONE-LINE-PARA
           VARYING WS-APV-SUB FROM 1 BY 1
           UNTIL WS-APV-SUB > WS-APV-TOTAL
       CLOSE APPROVAL-FILE
       CLOSE AUDIT-LOG

       IF RAISE-FUNCTION
           DISPLAY "LINES RAISED      : " WS-RAISED-COUNT
       ELSE
           DISPLAY "APPROVED          : " WS-APPROVED-COUNT
           DISPLAY "REFUSED           : " WS-REFUSED-COUNT
           DISPLAY "RAISED BY YOU     : " WS-OWN-COUNT
           DISPLAY "STILL WAITING     : " WS-WAITING-COUNT
       END-IF.

       PROGRAM-END-PARA.
       DISPLAY "CONSOLE CLOSED"
       STOP RUN.

       LOAD-ONE-LINE-PARA.
       READ APPROVAL-FILE
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LOAD-ONE-LINE-EXIT
       END-READ
       IF APV-DETAIL = SPACES
           GO TO LOAD-ONE-LINE-EXIT
       END-IF
       IF WS-APV-TOTAL NOT < WS-APV-MAX
           SET APV-OVERFLOW TO TRUE
           SET END-OF-FILE TO TRUE
           GO TO LOAD-ONE-LINE-EXIT
       END-IF
       ADD 1 TO WS-APV-TOTAL
       MOVE APPROVAL-RECORD TO APV-T-LINE(WS-APV-TOTAL)
       MOVE SPACE TO APV-T-DECISION(WS-APV-TOTAL).
       LOAD-ONE-LINE-EXIT.
       EXIT.

      *    A LINE NOT YET RAISED TAKES THE NEXT REFERENCE AND THE
      *    RAISER'S STAMP; ANY APPROVAL KEYED ONTO IT BY HAND IS
      *    CLEARED, SO THE ONLY APPROVAL IT CAN CARRY IS ONE GIVEN
      *    HERE.
       RAISE-ONE-LINE-PARA.
       MOVE APV-T-LINE(WS-APV-SUB) TO APPROVAL-RECORD
       IF APV-RAISED-BY = SPACES
           ADD 1 TO WS-LAST-REF
           MOVE WS-LAST-REF TO APV-REF-NUM
           MOVE WS-SEC-OPERATOR TO APV-RAISED-BY
           MOVE WS-CURR-DATE TO APV-RAISED-DATE
           MOVE SPACES TO APV-APPROVED-BY
           MOVE SPACES TO APV-APPROVED-DATE
           MOVE APPROVAL-RECORD TO APV-T-LINE(WS-APV-SUB)
           SET APV-T-STAMPED(WS-APV-SUB) TO TRUE
           ADD 1 TO WS-RAISED-COUNT
       END-IF.

       REVIEW-ONE-LINE-PARA.
       MOVE APV-T-LINE(WS-APV-SUB) TO APPROVAL-RECORD
       IF APV-RAISED-BY = SPACES OR APV-APPROVED-BY NOT = SPACES
           GO TO REVIEW-ONE-LINE-EXIT
       END-IF
       IF APV-RAISED-BY = WS-SEC-OPERATOR
           ADD 1 TO WS-OWN-COUNT
           DISPLAY "REF " APV-REF " RAISED BY YOU - LEFT FOR A "
               "SECOND APPROVER"
           GO TO REVIEW-ONE-LINE-EXIT
       END-IF
       DISPLAY " "
       DISPLAY "REF " APV-REF "  RAISED BY " APV-RAISED-BY
           " ON " APV-RAISED-DATE
       DISPLAY "  " APV-DETAIL
       MOVE SPACE TO WS-CHOICE
       PERFORM ASK-DECISION-PARA
           UNTIL WS-CHOICE = 'A' OR 'R' OR 'L' OR 'Q'
       EVALUATE WS-CHOICE
       WHEN 'A'
           MOVE WS-SEC-OPERATOR TO APV-APPROVED-BY
           MOVE WS-CURR-DATE TO APV-APPROVED-DATE
           MOVE APPROVAL-RECORD TO APV-T-LINE(WS-APV-SUB)
           SET APV-T-STAMPED(WS-APV-SUB) TO TRUE
       WHEN 'R'
           SET APV-T-REFUSED(WS-APV-SUB) TO TRUE
       WHEN 'Q'
           SET REVIEW-QUIT TO TRUE
       END-EVALUATE.
       REVIEW-ONE-LINE-EXIT.
       EXIT.

       ASK-DECISION-PARA.
       DISPLAY "A=APPROVE  R=REFUSE  L=LEAVE  Q=QUIT ? "
           WITH NO ADVANCING
       ACCEPT WS-CHOICE
       IF WS-CHOICE NOT = 'A' AND WS-CHOICE NOT = 'R'
               AND WS-CHOICE NOT = 'L' AND WS-CHOICE NOT = 'Q'
           DISPLAY "PLEASE CHOOSE A, R, L OR Q"
       END-IF.

      *    EVERY STAMP GOES ON THE AUDIT TRAIL AGAINST ITS REFERENCE;
      *    A REFUSED LINE LEAVES THE FILE FOR THE SUSPENSE FILE.
       SETTLE-ONE-LINE-PARA.
       MOVE APV-T-LINE(WS-APV-SUB) TO APPROVAL-RECORD
       MOVE SPACES TO WS-SHARED-KEY
       MOVE APV-REF TO WS-SHARED-KEY
       EVALUATE TRUE
       WHEN APV-T-STAMPED(WS-APV-SUB)
           WRITE APPROVAL-RECORD
           IF RAISE-FUNCTION
               MOVE "APPR-RAIS" TO AUD-ACTION
           ELSE
               MOVE "APPR-OK  " TO AUD-ACTION
               ADD 1 TO WS-APPROVED-COUNT
           END-IF
           PERFORM WRITE-AUDIT-PARA
       WHEN APV-T-REFUSED(WS-APV-SUB)
           ADD 1 TO WS-REFUSED-COUNT
           MOVE "APPR-REFU" TO WS-SHARED-ACTION
           MOVE SPACES TO WS-SUSP-PAYLOAD
           MOVE APPROVAL-RECORD TO WS-SUSP-PAYLOAD
           CALL "SUSPOUT" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
               WS-SHARED-KEY, WS-SUSP-PAYLOAD
           END-CALL
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
               WS-SHARED-KEY
           END-CALL
       WHEN OTHER
           WRITE APPROVAL-RECORD
           IF APPROVE-FUNCTION AND APV-RAISED-BY NOT = SPACES
                   AND APV-APPROVED-BY = SPACES
                   AND APV-RAISED-BY NOT = WS-SEC-OPERATOR
               ADD 1 TO WS-WAITING-COUNT
           END-IF
       END-EVALUATE.

       WRITE-AUDIT-PARA.
       ACCEPT WS-CURR-TIME FROM TIME
       MOVE WS-CURR-DATE TO AUD-TIMESTAMP
       MOVE WS-CURR-TIME TO AUD-TIME
       MOVE APV-REF TO AUD-KEY
       WRITE AUDIT-LINE FROM AUDIT-RECORD.

       READ-LAST-REF-PARA.
       OPEN INPUT LAST-REF-FILE
       IF REF-FILESTATUS = "00"
           READ LAST-REF-FILE INTO WS-LAST-REF
               AT END MOVE ZERO TO WS-LAST-REF
           END-READ
           CLOSE LAST-REF-FILE
       ELSE
           DISPLAY " LASTAPPRREF.CTL NOT FOUND - STARTING AT 00001 "
       END-IF.

       SAVE-LAST-REF-PARA.
       OPEN OUTPUT LAST-REF-FILE
       MOVE WS-LAST-REF TO LAST-REF-RECORD
       WRITE LAST-REF-RECORD
       CLOSE LAST-REF-FILE.
       END PROGRAM APPRSIGN.
