      *          lists every journalled movement - date, time, type,
      *          signed quantity, posting program and reference -
      *          with a running quantity so a wrong on-hand figure
      *          can finally be diagnosed. Movements PERARCH has
      *          moved off to the MoveArch.YYYYMM archives are
      *          brought forward as one opening line from their
      *          HistSummary.dat totals, so the running quantity
      *          still ties to the on-hand; given ARCH after the item
      *          code the archives listed on ArchIndex.dat are
      *          played back in full ahead of the live journal
      *          instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MOVEMENT-FILE ASSIGN TO WS-MOV-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOV-FILESTATUS.
       SELECT ARCHIVE-INDEX ASSIGN TO "ArchIndex.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IDX-FILESTATUS.
       SELECT HIST-SUMMARY ASSIGN TO "HistSummary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HSM-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
           05 MOV-PROGRAM PIC X(9).
           05 FILLER PIC X(1).
           05 MOV-REF PIC X(10).
       FD ARCHIVE-INDEX.
       COPY AIXREC REPLACING ==:REC:== BY ==INDEX-RECORD==.
       FD HIST-SUMMARY.
       COPY HSMREC REPLACING ==:REC:== BY ==SUMMARY-RECORD==.

       WORKING-STORAGE SECTION.
       01 MOV-FILESTATUS PIC X(02).
       01 IDX-FILESTATUS PIC X(02).
       01 HSM-FILESTATUS PIC X(02).
       01 MOV-EOF PIC X(1) VALUE 'N'.
           88 MOV-END-OF-FILE VALUE 'Y'.
       01 IDX-EOF PIC X(1) VALUE 'N'.
           88 IDX-END-OF-FILE VALUE 'Y'.
       01 HSM-EOF PIC X(1) VALUE 'N'.
           88 HSM-END-OF-FILE VALUE 'Y'.
       01 WS-CMD-LINE PIC X(80).
       01 WS-ASK-ITEM PIC X(5).
       01 WS-ASK-OPTION PIC X(4).
           88 ASKED-FOR-ARCHIVE VALUE "ARCH".
       01 WS-MOV-NAME PIC X(20).
      *    AN ARCHIVE ADDED TO TWICE IS INDEXED TWICE BUT READ ONCE.
       01 ARCH-DONE-TABLE.
           05 ARCH-T-NAME PIC X(20) OCCURS 100 TIMES.
       01 WS-ARCH-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-ARCH-MAX PIC 9(3) VALUE 100.
       01 WS-ARCH-SUB PIC 9(3).
       01 WS-ARCH-DONE-SW PIC X(1).
           88 ARCHIVE-ALREADY-READ VALUE 'Y'.
       01 WS-BF-LINES PIC 9(7) VALUE ZERO.
       01 WS-BF-QTY PIC S9(9) VALUE ZERO.
       01 WS-BF-MONTH PIC 9(6) VALUE ZERO.
       01 WS-BF-ED PIC -(8)9.
       01 WS-MOVE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MOVE-QTY PIC S9(5).
       01 WS-RUNNING-QTY PIC S9(7) VALUE ZERO.
       MAIN-PROCEDURE.

       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       MOVE SPACES TO WS-ASK-OPTION
       UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
           INTO WS-ASK-ITEM WS-ASK-OPTION
       END-UNSTRING
       IF WS-ASK-ITEM = SPACES
           DISPLAY "USAGE: STKHIST ITEM-CODE [ARCH]"
           GO TO PROGRAM-END-PARA
       END-IF

       DISPLAY "=== MOVEMENT HISTORY FOR ITEM " WS-ASK-ITEM " ==="
       IF ASKED-FOR-ARCHIVE
           PERFORM REPLAY-ARCHIVES-PARA THRU REPLAY-ARCHIVES-EXIT
       ELSE
           PERFORM BRING-FORWARD-PARA THRU BRING-FORWARD-EXIT
       END-IF

       MOVE "StockMove.dat" TO WS-MOV-NAME
       OPEN INPUT MOVEMENT-FILE
       IF MOV-FILESTATUS NOT = "00"
           DISPLAY " STOCKMOVE.DAT NOT FOUND - NO HISTORY ON FILE "
           DISPLAY " FILE STATUS IS : " MOV-FILESTATUS
       ELSE
           MOVE 'N' TO MOV-EOF
           PERFORM REPLAY-ONE-PARA THRU REPLAY-ONE-EXIT
               UNTIL MOV-END-OF-FILE
           CLOSE MOVEMENT-FILE
       END-IF
       IF WS-MOVE-COUNT = ZERO AND WS-BF-LINES = ZERO
           DISPLAY "NO JOURNALLED MOVEMENTS FOR THIS ITEM"
       ELSE
           MOVE WS-RUNNING-QTY TO WS-RUNNING-ED
       PROGRAM-END-PARA.
       STOP RUN.

      *    WITHOUT ARCH THE ARCHIVED MOVEMENTS COUNT ONLY AS THEIR
      *    SUMMARY TOTALS, AS ONE OPENING LINE.
       BRING-FORWARD-PARA.
       OPEN INPUT HIST-SUMMARY
       IF HSM-FILESTATUS NOT = "00"
           GO TO BRING-FORWARD-EXIT
       END-IF
       PERFORM ADD-ONE-SUMMARY-PARA THRU ADD-ONE-SUMMARY-EXIT
           UNTIL HSM-END-OF-FILE
       CLOSE HIST-SUMMARY
       IF WS-BF-LINES > ZERO
           ADD WS-BF-QTY TO WS-RUNNING-QTY
           MOVE WS-BF-QTY TO WS-BF-ED
           DISPLAY "BROUGHT FORWARD FROM ARCHIVE : " WS-BF-LINES
               " MOVEMENTS TO " WS-BF-MONTH " NET " WS-BF-ED
           DISPLAY "(STKHIST " WS-ASK-ITEM " ARCH LISTS THEM IN FULL)"
       END-IF.
       BRING-FORWARD-EXIT.
       EXIT.

       ADD-ONE-SUMMARY-PARA.
       READ HIST-SUMMARY
           AT END
               SET HSM-END-OF-FILE TO TRUE
               GO TO ADD-ONE-SUMMARY-EXIT
       END-READ
       IF HSM-STREAM NOT = "MOVES" OR HSM-ITEM NOT = WS-ASK-ITEM
           GO TO ADD-ONE-SUMMARY-EXIT
       END-IF
       ADD HSM-LINES TO WS-BF-LINES
       COMPUTE WS-BF-QTY = WS-BF-QTY + FUNCTION NUMVAL(HSM-QTY)
       IF HSM-MONTH > WS-BF-MONTH
           MOVE HSM-MONTH TO WS-BF-MONTH
       END-IF.
       ADD-ONE-SUMMARY-EXIT.
       EXIT.

      *    WITH ARCH EVERY MOVEARCH FILE ON THE INDEX IS PLAYED BACK,
      *    OLDEST FIRST, BEFORE THE LIVE JOURNAL.
       REPLAY-ARCHIVES-PARA.
       OPEN INPUT ARCHIVE-INDEX
       IF IDX-FILESTATUS NOT = "00"
           DISPLAY "NO ARCHIVE INDEX - NOTHING ARCHIVED YET"
           GO TO REPLAY-ARCHIVES-EXIT
       END-IF
       PERFORM REPLAY-ONE-ARCHIVE-PARA THRU REPLAY-ONE-ARCHIVE-EXIT
           UNTIL IDX-END-OF-FILE
       CLOSE ARCHIVE-INDEX.
       REPLAY-ARCHIVES-EXIT.
       EXIT.

       REPLAY-ONE-ARCHIVE-PARA.
       READ ARCHIVE-INDEX
           AT END
               SET IDX-END-OF-FILE TO TRUE
               GO TO REPLAY-ONE-ARCHIVE-EXIT
       END-READ
       IF IDX-ARCH-NAME(1:9) NOT = "MoveArch."
           GO TO REPLAY-ONE-ARCHIVE-EXIT
       END-IF
       MOVE 'N' TO WS-ARCH-DONE-SW
       PERFORM VARYING WS-ARCH-SUB FROM 1 BY 1
               UNTIL WS-ARCH-SUB > WS-ARCH-TOTAL
           IF ARCH-T-NAME(WS-ARCH-SUB) = IDX-ARCH-NAME
               SET ARCHIVE-ALREADY-READ TO TRUE
           END-IF
       END-PERFORM
       IF ARCHIVE-ALREADY-READ
           GO TO REPLAY-ONE-ARCHIVE-EXIT
       END-IF
       IF WS-ARCH-TOTAL < WS-ARCH-MAX
           ADD 1 TO WS-ARCH-TOTAL
           MOVE IDX-ARCH-NAME TO ARCH-T-NAME(WS-ARCH-TOTAL)
       END-IF
       MOVE IDX-ARCH-NAME TO WS-MOV-NAME
       OPEN INPUT MOVEMENT-FILE
       IF MOV-FILESTATUS NOT = "00"
           DISPLAY "*** ARCHIVE " WS-MOV-NAME " NOT FOUND - "
               IDX-COUNT " MOVEMENTS MISSING ***"
           GO TO REPLAY-ONE-ARCHIVE-EXIT
       END-IF
       MOVE 'N' TO MOV-EOF
       PERFORM REPLAY-ONE-PARA THRU REPLAY-ONE-EXIT
           UNTIL MOV-END-OF-FILE
       CLOSE MOVEMENT-FILE.
       REPLAY-ONE-ARCHIVE-EXIT.
       EXIT.

       REPLAY-ONE-PARA.
       READ MOVEMENT-FILE
           AT END
           MOVE "ADJUSTMENT" TO WS-TYPE-TEXT
       WHEN 'T'
           MOVE "TRANSFER" TO WS-TYPE-TEXT
       WHEN 'C'
           MOVE "RETURN" TO WS-TYPE-TEXT
       WHEN OTHER
           MOVE "OTHER" TO WS-TYPE-TEXT
       END-EVALUATE
