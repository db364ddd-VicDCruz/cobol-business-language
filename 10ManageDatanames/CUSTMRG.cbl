      *          CM-CUST-IDs (the intake's duplicate screen can be
      *          confirmed past), so:
      *            - mode 'C' scans the master and reports candidate
      *              duplicates - the same date of birth under names
      *              the shared NAMEMTCH routine grades alike, on
      *              different customer numbers - to
      *              DupCandidates.rpt for review, each pair with its
      *              confidence (HIGH the same name once titles and
      *              punctuation are set aside, MEDIUM names that
      *              sound the same, LOW the same-sounding surname and
      *              initial);
      *            - mode 'M' SURVIVOR MERGED folds the merged record
      *              into the survivor (blank survivor address or
      *              note fields are filled from the merged record,
      *              and an address filled that way is left for the
      *              next ADDRSTD run to validate again),
      *              deletes the merged number from the master,
      *              appends an old-number/new-number line to the
      *              CustXref.dat cross-reference so anything still
      *              holding the retired number can be translated,
      *              and appends the before images and the surviving
      *              record to the MergeAudit.rpt audit trail.
      *          A merge cannot be undone, so mode 'M' goes ahead only
      *          for a pair that stands on MergeAppr.dat (survivor
      *          and merged number) raised by one operator and
      *          approved by another through APPRSIGN; SODCHK refuses
      *          a pair approved by its own raiser. The approval
      *          used is named on the audit trail and taken off the
      *          file once the merge is done.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT MERGE-AUDIT ASSIGN TO "MergeAudit.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-FILESTATUS.
       SELECT MERGE-APPROVAL ASSIGN TO "MergeAppr.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APV-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER PIC X(1).
           05 XRF-MERGE-DATE PIC 9(8).
       FD CANDIDATE-REPORT.
       01 CND-LINE PIC X(80).
       FD MERGE-AUDIT.
       01 AUD-LINE PIC X(130).
       FD MERGE-APPROVAL.
       COPY APVREC REPLACING ==:REC:== BY ==MERGE-APPROVAL-RECORD==.

       WORKING-STORAGE SECTION.
       01 MASTER-FILESTATUS PIC X(02).
       01 XRF-FILESTATUS PIC X(02).
       01 CND-FILESTATUS PIC X(02).
       01 AUD-FILESTATUS PIC X(02).
       01 APV-FILESTATUS PIC X(02).
       01 APV-EOF PIC X(1) VALUE 'N'.
           88 APV-END-OF-FILE VALUE 'Y'.
       01 MST-EOF PIC X(1) VALUE 'N'.
           88 MST-END-OF-FILE VALUE 'Y'.
      *
       01 WS-CAN-SCAN PIC 9(3).
       01 WS-CAN-NEXT PIC 9(3).
       01 WS-PAIR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NM-FUNC PIC X(1) VALUE 'C'.
       01 WS-NM-NAME-1 PIC X(30).
       01 WS-NM-NAME-2 PIC X(30).
       01 WS-NM-NORM PIC X(30).
       01 WS-NM-KEY PIC X(8).
       01 WS-NM-GRADE PIC X(1).
           88 NAME-ALIKE VALUE 'A' 'B' 'C'.
      *
      *    MERGEAPPR.DAT IS HELD HERE SO THE APPROVAL USED CAN BE
      *    TAKEN OFF IT ONCE THE MERGE IS DONE.
       01 APV-TABLE.
           05 APV-T-LINE OCCURS 200 TIMES PIC X(72).
       01 WS-APV-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-APV-MAX PIC 9(3) VALUE 200.
       01 WS-APV-SUB PIC 9(3).
       01 WS-APV-USED PIC 9(3) VALUE ZERO.
       01 WS-APV-OVERFLOW PIC X(1) VALUE 'N'.
           88 APV-OVERFLOW VALUE 'Y'.
       01 WS-APV-SURVIVOR PIC X(6).
       01 WS-APV-MERGED PIC X(6).
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "CUSTMRG".
       01 WS-SOD-RESULT PIC X(1).
           88 SOD-GOOD VALUE 'Y'.
           88 SOD-UNAPPROVED VALUE 'U'.
           88 SOD-SAME-OPERATOR VALUE 'S'.
       01 WS-BEST-RESULT PIC X(1) VALUE SPACE.
      *
       01 CND-HEADER.
           05 FILLER PIC X(40) VALUE
              "CANDIDATE DUPLICATE CUSTOMERS".
       01 CND-DETAIL-LINE.
           05 CND-ID-1 PIC X(7).
           05 CND-NAME PIC X(21).
           05 CND-ID-2 PIC X(7).
           05 CND-NAME-2 PIC X(21).
           05 FILLER PIC X(4) VALUE "DOB ".
           05 CND-DOB PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CND-CONFIDENCE PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COMPUTE WS-CAN-NEXT = WS-CAN-SUB + 1
           PERFORM VARYING WS-CAN-SCAN FROM WS-CAN-NEXT BY 1
                   UNTIL WS-CAN-SCAN > WS-CAN-TOTAL
               IF CAN-T-DOB(WS-CAN-SUB) = CAN-T-DOB(WS-CAN-SCAN)
                   PERFORM GRADE-PAIR-PARA
               END-IF
           END-PERFORM
       END-PERFORM
       CLOSE CANDIDATE-REPORT
       DISPLAY "CANDIDATE DUPLICATE PAIRS : " WS-PAIR-COUNT
       DISPLAY "KEY PAIRS TO MERGE ON MERGEAPPR.DAT (SURVIVOR THEN"
       DISPLAY "MERGED NUMBER) AND SIGN THEM THROUGH APPRSIGN".

      *    A PAIR ON THE SAME DATE OF BIRTH IS REPORTED WHEN NAMEMTCH
      *    GRADES THE TWO NAMES ALIKE.
       GRADE-PAIR-PARA.
       MOVE CAN-T-NAME(WS-CAN-SUB) TO WS-NM-NAME-1
       MOVE CAN-T-NAME(WS-CAN-SCAN) TO WS-NM-NAME-2
       CALL "NAMEMTCH" USING WS-NM-FUNC, WS-NM-NAME-1, WS-NM-NAME-2,
           WS-NM-NORM, WS-NM-KEY, WS-NM-GRADE
       END-CALL
       IF NAME-ALIKE
           ADD 1 TO WS-PAIR-COUNT
           MOVE CAN-T-ID(WS-CAN-SUB) TO CND-ID-1
           MOVE CAN-T-ID(WS-CAN-SCAN) TO CND-ID-2
           MOVE CAN-T-NAME(WS-CAN-SUB) TO CND-NAME
           MOVE CAN-T-NAME(WS-CAN-SCAN) TO CND-NAME-2
           MOVE CAN-T-DOB(WS-CAN-SUB) TO CND-DOB
           EVALUATE WS-NM-GRADE
           WHEN 'A'
               MOVE "HIGH" TO CND-CONFIDENCE
           WHEN 'B'
               MOVE "MEDIUM" TO CND-CONFIDENCE
           WHEN OTHER
               MOVE "LOW" TO CND-CONFIDENCE
           END-EVALUATE
           WRITE CND-LINE FROM CND-DETAIL-LINE
       END-IF.

       LOAD-ONE-CANDIDATE-PARA.
       READ CUSTOMER-MASTER NEXT RECORD
           DISPLAY "SURVIVOR AND MERGED NUMBERS ARE THE SAME"
           GO TO MERGE-PAIR-EXIT
       END-IF
       PERFORM FIND-APPROVAL-PARA THRU FIND-APPROVAL-EXIT
       EVALUATE WS-BEST-RESULT
       WHEN 'Y'
           CONTINUE
       WHEN 'S'
           DISPLAY "MERGE " WS-MERGED-ID " -> " WS-SURVIVOR-ID
               " REFUSED - APPROVED BY ITS RAISER"
           MOVE 8 TO RETURN-CODE
           GO TO MERGE-PAIR-EXIT
       WHEN 'U'
           DISPLAY "MERGE " WS-MERGED-ID " -> " WS-SURVIVOR-ID
               " NOT YET APPROVED - RUN APPRSIGN"
           MOVE 8 TO RETURN-CODE
           GO TO MERGE-PAIR-EXIT
       WHEN OTHER
           DISPLAY "MERGE " WS-MERGED-ID " -> " WS-SURVIVOR-ID
               " IS NOT ON MERGEAPPR.DAT"
           MOVE 8 TO RETURN-CODE
           GO TO MERGE-PAIR-EXIT
       END-EVALUATE
       OPEN I-O CUSTOMER-MASTER
       IF MASTER-FILESTATUS NOT = "00"
           DISPLAY " CUSTMASTER.DAT NOT FOUND "
       IF CM-STREET OF WS-SURVIVOR-RECORD = SPACES
           MOVE CM-STREET OF WS-MERGED-RECORD
               TO CM-STREET OF WS-SURVIVOR-RECORD
           MOVE SPACE TO CM-ADDR-STATUS OF WS-SURVIVOR-RECORD
       END-IF
       IF CM-CITY OF WS-SURVIVOR-RECORD = SPACES
           MOVE CM-CITY OF WS-MERGED-RECORD
               TO CM-CITY OF WS-SURVIVOR-RECORD
           MOVE CM-POSTAL-CODE OF WS-MERGED-RECORD
               TO CM-POSTAL-CODE OF WS-SURVIVOR-RECORD
           MOVE SPACE TO CM-ADDR-STATUS OF WS-SURVIVOR-RECORD
       END-IF
       IF CM-NOTE OF WS-SURVIVOR-RECORD = SPACES
           MOVE CM-NOTE OF WS-MERGED-RECORD
               TO CM-NOTE OF WS-SURVIVOR-RECORD
       END-IF
      *    A SURVIVOR WITH NO CREDIT LIMIT OF ITS OWN TAKES THE
      *    RETIRED RECORD'S, SO THE MERGE NEVER LIFTS A LIMIT.
       IF CM-CREDIT-LIMIT-X OF WS-SURVIVOR-RECORD NOT NUMERIC
               OR CM-CREDIT-LIMIT OF WS-SURVIVOR-RECORD = ZERO
           MOVE CM-CREDIT-LIMIT-X OF WS-MERGED-RECORD
               TO CM-CREDIT-LIMIT-X OF WS-SURVIVOR-RECORD
       END-IF
      *    AN EXEMPTION ON EITHER RECORD CARRIES TO THE SURVIVOR.
       IF CM-IS-TAX-EXEMPT OF WS-MERGED-RECORD
           MOVE 'Y' TO CM-TAX-EXEMPT OF WS-SURVIVOR-RECORD
       END-IF

       PERFORM WRITE-MERGE-AUDIT-PARA

       MOVE WS-TODAY-DATE TO XRF-MERGE-DATE
       WRITE XREF-RECORD
       CLOSE XREF-FILE
       PERFORM CONSUME-APPROVAL-PARA THRU CONSUME-APPROVAL-EXIT
       DISPLAY "CUSTOMER " WS-MERGED-ID " MERGED INTO "
           WS-SURVIVOR-ID " AND RETIRED".
       MERGE-PAIR-EXIT.
           OPEN OUTPUT MERGE-AUDIT
       END-IF
       MOVE SPACES TO AUD-LINE
       MOVE APV-T-LINE(WS-APV-USED) TO MERGE-APPROVAL-RECORD
       STRING WS-TODAY-DATE " MERGE " WS-MERGED-ID " -> "
           WS-SURVIVOR-ID " APPROVAL " APV-REF
           " RAISED BY " APV-RAISED-BY
           " APPROVED BY " APV-APPROVED-BY
           DELIMITED BY SIZE INTO AUD-LINE
       WRITE AUD-LINE
       MOVE SPACES TO AUD-LINE
       STRING "BEFORE SURVIVOR: " WS-SURVIVOR-RECORD
           DELIMITED BY SIZE INTO AUD-LINE
       WRITE AUD-LINE
       CLOSE MERGE-AUDIT.

      *    THE BEST STANDING OF ANY LINE FOR THE PAIR WINS: 'Y'
      *    SIGNED BY TWO OPERATORS, 'S' APPROVED BY ITS RAISER, 'U'
      *    NOT YET SIGNED, SPACE NO LINE AT ALL.
       FIND-APPROVAL-PARA.
       OPEN INPUT MERGE-APPROVAL
       IF APV-FILESTATUS NOT = "00"
           GO TO FIND-APPROVAL-EXIT
       END-IF
       PERFORM LOAD-ONE-APPROVAL-PARA THRU LOAD-ONE-APPROVAL-EXIT
           UNTIL APV-END-OF-FILE
       CLOSE MERGE-APPROVAL.
       FIND-APPROVAL-EXIT.
       EXIT.

       LOAD-ONE-APPROVAL-PARA.
       READ MERGE-APPROVAL
           AT END
               SET APV-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-APPROVAL-EXIT
       END-READ
       IF APV-DETAIL = SPACES
           GO TO LOAD-ONE-APPROVAL-EXIT
       END-IF
       IF WS-APV-TOTAL NOT < WS-APV-MAX
           SET APV-OVERFLOW TO TRUE
           GO TO LOAD-ONE-APPROVAL-EXIT
       END-IF
       ADD 1 TO WS-APV-TOTAL
       MOVE MERGE-APPROVAL-RECORD TO APV-T-LINE(WS-APV-TOTAL)
       IF WS-BEST-RESULT = 'Y'
           GO TO LOAD-ONE-APPROVAL-EXIT
       END-IF
       MOVE SPACES TO WS-APV-SURVIVOR
       MOVE SPACES TO WS-APV-MERGED
       UNSTRING APV-DETAIL DELIMITED BY ALL SPACE
           INTO WS-APV-SURVIVOR, WS-APV-MERGED
       END-UNSTRING
       IF WS-APV-SURVIVOR NOT = WS-SURVIVOR-ID
               OR WS-APV-MERGED NOT = WS-MERGED-ID
           GO TO LOAD-ONE-APPROVAL-EXIT
       END-IF
       CALL "SODCHK" USING WS-SHARED-PROGRAM, MERGE-APPROVAL-RECORD,
           WS-SOD-RESULT
       END-CALL
       EVALUATE TRUE
       WHEN SOD-GOOD
           MOVE 'Y' TO WS-BEST-RESULT
           MOVE WS-APV-TOTAL TO WS-APV-USED
       WHEN SOD-SAME-OPERATOR
           MOVE 'S' TO WS-BEST-RESULT
       WHEN OTHER
           IF WS-BEST-RESULT = SPACE
               MOVE 'U' TO WS-BEST-RESULT
           END-IF
       END-EVALUATE.
       LOAD-ONE-APPROVAL-EXIT.
       EXIT.

      *    AN APPROVAL IS GOOD FOR ONE MERGE. A FILE TOO LONG TO
      *    HOLD IS LEFT WHOLE - THE RETIRED NUMBER IS OFF THE MASTER,
      *    SO THE SAME LINE CANNOT MERGE ANYTHING AGAIN.
       CONSUME-APPROVAL-PARA.
       IF APV-OVERFLOW
           GO TO CONSUME-APPROVAL-EXIT
       END-IF
       OPEN OUTPUT MERGE-APPROVAL
       PERFORM VARYING WS-APV-SUB FROM 1 BY 1
               UNTIL WS-APV-SUB > WS-APV-TOTAL
           IF WS-APV-SUB NOT = WS-APV-USED
               MOVE APV-T-LINE(WS-APV-SUB) TO MERGE-APPROVAL-RECORD
               WRITE MERGE-APPROVAL-RECORD
           END-IF
       END-PERFORM
       CLOSE MERGE-APPROVAL.
       CONSUME-APPROVAL-EXIT.
       EXIT.
       END PROGRAM CUSTMRG.
