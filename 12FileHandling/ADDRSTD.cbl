      ******************************************************************
      * Author:
      * Date:
      * Purpose: Address standardization and postal-code validation,
      *          run before a mailing so that only addresses the post
      *          can deliver go out. Every address on CustMaster.dat
      *          and on the Address.dat mailing file is put through
      *          the same checks:
      *            - street and city are upper-cased and the street
      *              single-spaced, and its street type (the last
      *              word) is put in the standard form from the
      *              StreetTypes.txt find/replace list - "ST", "STR."
      *              and the like all become STREET, or the short form
      *              where the full one would not fit the field; with
      *              no list on file the common types are built in;
      *            - the city is looked up on the PostalRef.dat postal
      *              reference of valid city and postal-code pairs,
      *              and a misspelt city that sounds like exactly one
      *              reference city (through the shared NAMEMTCH
      *              routine) is corrected to it;
      *            - a postal code already on the address must be one
      *              of the city's; a missing one is filled in when the
      *              city has only one.
      *          An address that passes is marked validated ('V'); one
      *          that cannot be resolved - no street or city, a city
      *          not on the reference or sounding like more than one,
      *          a postal code that is not the city's, or a city with
      *          several codes and none given - is marked for review
      *          ('R') and listed, with the reason, on the
      *          AddrReview.YYYYMMDD.rpt report written through RPTWRT
      *          and catalogued through RPTCAT as ADDRSTD. ADDREXP and
      *          LABELS mail validated addresses only. No postal
      *          reference ends the run with RETURN-CODE 8 before
      *          anything is touched; no customer master gives
      *          RETURN-CODE 4. Address.dat is optional.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRSTD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUSTOMER-MASTER ASSIGN TO "CustMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CM-CUST-ID
           FILE STATUS IS CUS-FILESTATUS.
       SELECT ADDRESS-FILE ASSIGN TO "Address.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADR-FILESTATUS.
       SELECT ADDRESS-WORK ASSIGN TO "AddrStd.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-FILESTATUS.
       SELECT POSTAL-REF ASSIGN TO "PostalRef.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PST-FILESTATUS.
       SELECT STREET-TYPES ASSIGN TO "StreetTypes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER.
       COPY CMREC REPLACING ==:REC:== BY ==CUSTOMER-RECORD==.
       FD ADDRESS-FILE.
       COPY ADRREC REPLACING ==:REC:== BY ==ADDRESS-RECORD==.
       FD ADDRESS-WORK.
       01 WORK-LINE PIC X(84).
       FD POSTAL-REF.
       COPY PSTREC REPLACING ==:REC:== BY ==POSTAL-RECORD==.
      *
      *    ONE FIND/REPLACE ENTRY: THE WAY A STREET TYPE IS WRITTEN,
      *    ITS STANDARD FULL FORM AND ITS SHORT FORM.
       FD STREET-TYPES.
       01 STREET-TYPE-RECORD.
           05 STR-FIND PIC X(10).
           05 FILLER PIC X(1).
           05 STR-FULL PIC X(10).
           05 FILLER PIC X(1).
           05 STR-SHORT PIC X(6).

       WORKING-STORAGE SECTION.
       01 CUS-FILESTATUS PIC X(02).
       01 ADR-FILESTATUS PIC X(02).
       01 WRK-FILESTATUS PIC X(02).
       01 PST-FILESTATUS PIC X(02).
       01 STT-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
      *
      *    THE POSTAL REFERENCE, HELD FOR THE RUN.
       01 POSTAL-TABLE.
           05 PT-ENTRY OCCURS 1000 TIMES.
               10 PT-CITY PIC X(20).
               10 PT-POSTAL-CODE PIC X(8).
       01 WS-PT-MAX PIC 9(4) VALUE 1000.
       01 WS-PT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PT-SUB PIC 9(4).
       01 WS-PT-DROPPED PIC 9(5) VALUE ZERO.
      *
      *    THE STREET TYPES: FROM STREETTYPES.TXT, OR THESE WHEN THERE
      *    IS NO LIST ON FILE.
       01 DEFAULT-TYPE-VALUES.
           05 FILLER PIC X(26) VALUE "ST        STREET    ST    ".
           05 FILLER PIC X(26) VALUE "ST.       STREET    ST    ".
           05 FILLER PIC X(26) VALUE "STR       STREET    ST    ".
           05 FILLER PIC X(26) VALUE "STR.      STREET    ST    ".
           05 FILLER PIC X(26) VALUE "AV        AVENUE    AVE   ".
           05 FILLER PIC X(26) VALUE "AVE       AVENUE    AVE   ".
           05 FILLER PIC X(26) VALUE "AVE.      AVENUE    AVE   ".
           05 FILLER PIC X(26) VALUE "RD        ROAD      RD    ".
           05 FILLER PIC X(26) VALUE "RD.       ROAD      RD    ".
           05 FILLER PIC X(26) VALUE "DR        DRIVE     DR    ".
           05 FILLER PIC X(26) VALUE "DR.       DRIVE     DR    ".
           05 FILLER PIC X(26) VALUE "LN        LANE      LN    ".
           05 FILLER PIC X(26) VALUE "LN.       LANE      LN    ".
           05 FILLER PIC X(26) VALUE "BLVD      BOULEVARD BLVD  ".
           05 FILLER PIC X(26) VALUE "BLVD.     BOULEVARD BLVD  ".
           05 FILLER PIC X(26) VALUE "SQ        SQUARE    SQ    ".
       01 DEFAULT-TYPE-TABLE REDEFINES DEFAULT-TYPE-VALUES.
           05 DT-ENTRY OCCURS 16 TIMES.
               10 DT-FIND PIC X(10).
               10 DT-FULL PIC X(10).
               10 DT-SHORT PIC X(6).
       01 WS-DT-MAX PIC 9(2) VALUE 16.
       01 STREET-TYPE-TABLE.
           05 ST-ENTRY OCCURS 60 TIMES.
               10 ST-FIND PIC X(10).
               10 ST-FULL PIC X(10).
               10 ST-SHORT PIC X(6).
       01 WS-ST-MAX PIC 9(2) VALUE 60.
       01 WS-ST-COUNT PIC 9(2) VALUE ZERO.
       01 WS-ST-SUB PIC 9(2).
       01 WS-ST-FOUND PIC 9(2).
       01 WS-ST-SOURCE PIC X(16).
      *
      *    THE ADDRESS BEING CHECKED, AND WHAT BECAME OF IT.
       01 WS-STD-STREET PIC X(25).
       01 WS-STD-CITY PIC X(20).
       01 WS-STD-POSTAL PIC X(8).
       01 WS-STD-STATUS PIC X(1).
       01 WS-STD-REASON PIC X(26).
       01 WS-OLD-STREET PIC X(25).
       01 WS-OLD-CITY PIC X(20).
       01 WS-OLD-POSTAL PIC X(8).
       01 WS-NEW-STREET PIC X(25).
       01 WS-STREET-WORDS.
           05 WS-SW PIC X(25) OCCURS 12 TIMES.
       01 WS-SW-SUB PIC 9(2).
       01 WS-SW-LAST PIC 9(2).
       01 WS-SW-PTR PIC 9(3).
       01 WS-SPLIT-SW PIC X(1).
           88 STREET-TOO-MANY-WORDS VALUE 'Y'.
       01 WS-FIT-SW PIC X(1).
           88 STREET-DOES-NOT-FIT VALUE 'Y'.
       01 WS-USE-SHORT-SW PIC X(1).
           88 USE-SHORT-FORM VALUE 'Y'.
       01 WS-CITY-HITS PIC 9(4).
       01 WS-CODE-MATCH-SW PIC X(1).
           88 CODE-IS-CITYS VALUE 'Y'.
       01 WS-FIRST-CODE PIC X(8).
       01 WS-LIKE-CITY PIC X(20).
       01 WS-LIKE-SW PIC X(1).
           88 LIKE-CITY-AMBIGUOUS VALUE 'Y'.
      *
       01 WS-NM-FUNC PIC X(1) VALUE 'C'.
       01 WS-NM-NAME-1 PIC X(30).
       01 WS-NM-NAME-2 PIC X(30).
       01 WS-NM-NORM PIC X(30).
       01 WS-NM-KEY PIC X(8).
       01 WS-NM-GRADE PIC X(1).
      *
       01 WS-SOURCE-TOTALS.
           05 WS-CHECKED-COUNT PIC 9(7).
           05 WS-STREET-COUNT PIC 9(7).
           05 WS-CITY-COUNT PIC 9(7).
           05 WS-POSTAL-COUNT PIC 9(7).
           05 WS-VALID-COUNT PIC 9(7).
           05 WS-REVIEW-COUNT PIC 9(7).
       01 WS-ADR-LINE-NO PIC 9(7).
       01 WS-RUN-RECORDS PIC 9(7) VALUE ZERO.
       01 WS-RUN-REVIEW PIC 9(7) VALUE ZERO.
       01 WS-STEP-RC PIC 9(1) VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RPT-DATE-X PIC X(8).
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "ADDRSTD".
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.
       01 WS-RPT-FUNC PIC X(1).
       01 WS-RPT-TITLE PIC X(40)
           VALUE "ADDRESS STANDARDIZATION REVIEW".
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-CAT-REPORT-NAME PIC X(16) VALUE "ADDRSTD".
      *
       01 RPT-SOURCE-LINE.
           05 FILLER PIC X(4) VALUE "=== ".
           05 RPT-S-FILE PIC X(16).
           05 RPT-S-TEXT PIC X(60).
       01 RPT-REVIEW-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-R-KEY PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-R-NAME PIC X(31).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-R-REASON PIC X(26).
       01 RPT-ADDRESS-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 RPT-A-STREET PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-A-CITY PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-A-POSTAL PIC X(8).
       01 RPT-COUNT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RPT-C-LABEL PIC X(30).
           05 RPT-C-COUNT PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE WS-TODAY-DATE TO WS-RPT-DATE-X
       PERFORM LOAD-POSTAL-REF-PARA THRU LOAD-POSTAL-REF-EXIT
       IF WS-STEP-RC = 8
           GO TO PROGRAM-END-PARA
       END-IF
       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       PERFORM LOAD-STREET-TYPES-PARA THRU LOAD-STREET-TYPES-EXIT

       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING "AddrReview." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       MOVE "PostalRef.dat" TO RPT-S-FILE
       MOVE SPACES TO RPT-S-TEXT
       STRING WS-PT-COUNT " CITY/POSTAL-CODE PAIRS, STREET TYPES"
           " FROM " WS-ST-SOURCE
           DELIMITED BY SIZE INTO RPT-S-TEXT
       END-STRING
       MOVE RPT-SOURCE-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       IF WS-PT-DROPPED > ZERO
           DISPLAY "POSTAL REFERENCE TABLE FULL - PAIRS NOT LOADED: "
               WS-PT-DROPPED
       END-IF

       PERFORM CHECK-CUSTOMERS-PARA THRU CHECK-CUSTOMERS-EXIT
       PERFORM CHECK-ADDRESS-FILE-PARA THRU CHECK-ADDRESS-FILE-EXIT

       MOVE 'C' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE
       END-CALL
       DISPLAY "ADDRESSES CHECKED    : " WS-RUN-RECORDS
       DISPLAY "HELD FOR REVIEW      : " WS-RUN-REVIEW
       MOVE WS-RUN-RECORDS TO WS-RS-RECORDS
       MOVE 'E' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL.

       PROGRAM-END-PARA.
       MOVE WS-STEP-RC TO RETURN-CODE.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
      *    RUN UNIT JUST THE SAME.
       GOBACK.

      ******************************************************************
      *    THE POSTAL REFERENCE. WITHOUT IT NOTHING CAN BE VALIDATED,
      *    SO THE RUN STOPS BEFORE ANY ADDRESS IS TOUCHED.
      ******************************************************************
       LOAD-POSTAL-REF-PARA.
       OPEN INPUT POSTAL-REF
       IF PST-FILESTATUS NOT = "00"
           DISPLAY "POSTALREF.DAT NOT AVAILABLE, STATUS "
               PST-FILESTATUS " - NO ADDRESSES CHECKED"
           MOVE 8 TO WS-STEP-RC
           GO TO LOAD-POSTAL-REF-EXIT
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM LOAD-ONE-POSTAL-PARA THRU LOAD-ONE-POSTAL-EXIT
           UNTIL END-OF-FILE
       CLOSE POSTAL-REF
       IF WS-PT-COUNT = ZERO
           DISPLAY "POSTALREF.DAT IS EMPTY - NO ADDRESSES CHECKED"
           MOVE 8 TO WS-STEP-RC
       END-IF.
       LOAD-POSTAL-REF-EXIT.
       EXIT.

       LOAD-ONE-POSTAL-PARA.
       READ POSTAL-REF
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LOAD-ONE-POSTAL-EXIT
       END-READ
       IF PST-CITY = SPACES OR PST-POSTAL-CODE = SPACES
           GO TO LOAD-ONE-POSTAL-EXIT
       END-IF
       IF WS-PT-COUNT NOT < WS-PT-MAX
           ADD 1 TO WS-PT-DROPPED
           GO TO LOAD-ONE-POSTAL-EXIT
       END-IF
       ADD 1 TO WS-PT-COUNT
       MOVE PST-CITY TO PT-CITY(WS-PT-COUNT)
       MOVE PST-POSTAL-CODE TO PT-POSTAL-CODE(WS-PT-COUNT)
       INSPECT PT-ENTRY(WS-PT-COUNT)
           CONVERTING "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       LOAD-ONE-POSTAL-EXIT.
       EXIT.

      ******************************************************************
      *    THE STREET-TYPE FIND/REPLACE LIST, AS REPLACING1 READS ITS
      *    CONTROL LIST: THE FILE WHEN THERE IS ONE, THE BUILT-IN
      *    TYPES WHEN THERE IS NOT.
      ******************************************************************
       LOAD-STREET-TYPES-PARA.
       MOVE ZERO TO WS-ST-COUNT
       OPEN INPUT STREET-TYPES
       IF STT-FILESTATUS = "00"
           MOVE "StreetTypes.txt" TO WS-ST-SOURCE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM LOAD-ONE-TYPE-PARA THRU LOAD-ONE-TYPE-EXIT
               UNTIL END-OF-FILE
           CLOSE STREET-TYPES
       END-IF
       IF WS-ST-COUNT = ZERO
           MOVE "BUILT-IN LIST" TO WS-ST-SOURCE
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-DT-MAX
               MOVE DT-ENTRY(WS-ST-SUB) TO ST-ENTRY(WS-ST-SUB)
           END-PERFORM
           MOVE WS-DT-MAX TO WS-ST-COUNT
       END-IF.
       LOAD-STREET-TYPES-EXIT.
       EXIT.

       LOAD-ONE-TYPE-PARA.
       READ STREET-TYPES
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LOAD-ONE-TYPE-EXIT
       END-READ
       IF STR-FIND = SPACES OR STR-FULL = SPACES
               OR WS-ST-COUNT NOT < WS-ST-MAX
           GO TO LOAD-ONE-TYPE-EXIT
       END-IF
       ADD 1 TO WS-ST-COUNT
       MOVE STR-FIND TO ST-FIND(WS-ST-COUNT)
       MOVE STR-FULL TO ST-FULL(WS-ST-COUNT)
       MOVE STR-SHORT TO ST-SHORT(WS-ST-COUNT)
       IF STR-SHORT = SPACES
           MOVE STR-FULL TO ST-SHORT(WS-ST-COUNT)
       END-IF
       INSPECT ST-ENTRY(WS-ST-COUNT)
           CONVERTING "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       LOAD-ONE-TYPE-EXIT.
       EXIT.

      ******************************************************************
      *    THE CUSTOMER MASTER, REWRITTEN IN PLACE.
      ******************************************************************
       CHECK-CUSTOMERS-PARA.
       INITIALIZE WS-SOURCE-TOTALS
       MOVE "CustMaster.dat" TO RPT-S-FILE
       OPEN I-O CUSTOMER-MASTER
       IF CUS-FILESTATUS NOT = "00"
           DISPLAY "CUSTMASTER.DAT NOT AVAILABLE, STATUS "
               CUS-FILESTATUS
           MOVE "NOT AVAILABLE - NOT CHECKED THIS RUN" TO RPT-S-TEXT
           MOVE RPT-SOURCE-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 4 TO WS-STEP-RC
           GO TO CHECK-CUSTOMERS-EXIT
       END-IF
       MOVE "ADDRESSES HELD FOR REVIEW" TO RPT-S-TEXT
       MOVE RPT-SOURCE-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM CHECK-ONE-CUSTOMER-PARA THRU CHECK-ONE-CUSTOMER-EXIT
           UNTIL END-OF-FILE
       CLOSE CUSTOMER-MASTER
       PERFORM WRITE-TOTALS-PARA.
       CHECK-CUSTOMERS-EXIT.
       EXIT.

       CHECK-ONE-CUSTOMER-PARA.
       READ CUSTOMER-MASTER NEXT RECORD
           AT END
               SET END-OF-FILE TO TRUE
               GO TO CHECK-ONE-CUSTOMER-EXIT
       END-READ
       MOVE CM-STREET TO WS-STD-STREET
       MOVE CM-CITY TO WS-STD-CITY
       MOVE CM-POSTAL-CODE TO WS-STD-POSTAL
       PERFORM STANDARDIZE-PARA THRU STANDARDIZE-EXIT
       MOVE WS-STD-STREET TO CM-STREET
       MOVE WS-STD-CITY TO CM-CITY
       MOVE WS-STD-POSTAL TO CM-POSTAL-CODE
       MOVE WS-STD-STATUS TO CM-ADDR-STATUS
       REWRITE CUSTOMER-RECORD
           INVALID KEY
               DISPLAY "REWRITE FAILED FOR CUSTOMER " CM-CUST-ID
       END-REWRITE
       IF CM-ADDR-FOR-REVIEW
           MOVE CM-CUST-ID TO RPT-R-KEY
           MOVE CM-NAME TO RPT-R-NAME
           PERFORM WRITE-REVIEW-PARA
       END-IF.
       CHECK-ONE-CUSTOMER-EXIT.
       EXIT.

      ******************************************************************
      *    THE ADDRESS.DAT MAILING FILE, STANDARDIZED INTO A WORK FILE
      *    AND COPIED BACK.
      ******************************************************************
       CHECK-ADDRESS-FILE-PARA.
       INITIALIZE WS-SOURCE-TOTALS
       MOVE ZERO TO WS-ADR-LINE-NO
       MOVE "Address.dat" TO RPT-S-FILE
       OPEN INPUT ADDRESS-FILE
       IF ADR-FILESTATUS NOT = "00"
           MOVE "NOT ON FILE - NOTHING TO CHECK" TO RPT-S-TEXT
           MOVE RPT-SOURCE-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           GO TO CHECK-ADDRESS-FILE-EXIT
       END-IF
       MOVE "ADDRESSES HELD FOR REVIEW (BY LINE)" TO RPT-S-TEXT
       MOVE RPT-SOURCE-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       OPEN OUTPUT ADDRESS-WORK
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM CHECK-ONE-ADDRESS-PARA THRU CHECK-ONE-ADDRESS-EXIT
           UNTIL END-OF-FILE
       CLOSE ADDRESS-WORK
       CLOSE ADDRESS-FILE
       OPEN INPUT ADDRESS-WORK
       OPEN OUTPUT ADDRESS-FILE
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM COPY-ONE-BACK-PARA THRU COPY-ONE-BACK-EXIT
           UNTIL END-OF-FILE
       CLOSE ADDRESS-FILE
       CLOSE ADDRESS-WORK
       PERFORM WRITE-TOTALS-PARA.
       CHECK-ADDRESS-FILE-EXIT.
       EXIT.

       CHECK-ONE-ADDRESS-PARA.
       READ ADDRESS-FILE
           AT END
               SET END-OF-FILE TO TRUE
               GO TO CHECK-ONE-ADDRESS-EXIT
       END-READ
       ADD 1 TO WS-ADR-LINE-NO
       IF ADDRESS-RECORD = SPACES
           GO TO CHECK-ONE-ADDRESS-EXIT
       END-IF
       MOVE ADR-STREET TO WS-STD-STREET
       MOVE ADR-CITY TO WS-STD-CITY
       MOVE ADR-POSTAL-CODE TO WS-STD-POSTAL
       PERFORM STANDARDIZE-PARA THRU STANDARDIZE-EXIT
       MOVE WS-STD-STREET TO ADR-STREET
       MOVE WS-STD-CITY TO ADR-CITY
       MOVE WS-STD-POSTAL TO ADR-POSTAL-CODE
       MOVE WS-STD-STATUS TO ADR-ADDR-STATUS
       WRITE WORK-LINE FROM ADDRESS-RECORD
       IF ADR-ADDR-FOR-REVIEW
           MOVE WS-ADR-LINE-NO TO RPT-R-KEY
           MOVE SPACES TO RPT-R-NAME
           STRING ADR-FIRST-NAME DELIMITED BY "  "
               " " DELIMITED BY SIZE
               ADR-LAST-NAME DELIMITED BY "  "
               INTO RPT-R-NAME
           END-STRING
           PERFORM WRITE-REVIEW-PARA
       END-IF.
       CHECK-ONE-ADDRESS-EXIT.
       EXIT.

       COPY-ONE-BACK-PARA.
       READ ADDRESS-WORK
           AT END
               SET END-OF-FILE TO TRUE
           NOT AT END
               WRITE ADDRESS-RECORD FROM WORK-LINE
       END-READ.
       COPY-ONE-BACK-EXIT.
       EXIT.

      ******************************************************************
      *    ONE ADDRESS: WS-STD-STREET, WS-STD-CITY AND WS-STD-POSTAL
      *    IN, STANDARDIZED, WITH WS-STD-STATUS 'V' OR 'R' (AND THE
      *    REASON) OUT.
      ******************************************************************
       STANDARDIZE-PARA.
       ADD 1 TO WS-CHECKED-COUNT
       ADD 1 TO WS-RUN-RECORDS
       MOVE 'R' TO WS-STD-STATUS
       MOVE SPACES TO WS-STD-REASON
       MOVE WS-STD-STREET TO WS-OLD-STREET
       INSPECT WS-STD-STREET CONVERTING "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       INSPECT WS-STD-CITY CONVERTING "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       INSPECT WS-STD-POSTAL CONVERTING "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
      *    A CITY OR POSTAL CODE ONLY UPPER-CASED IS NOT COUNTED AS
      *    CORRECTED.
       MOVE WS-STD-CITY TO WS-OLD-CITY
       MOVE WS-STD-POSTAL TO WS-OLD-POSTAL
       IF WS-STD-STREET = SPACES
           MOVE "NO STREET" TO WS-STD-REASON
           GO TO STANDARDIZE-DONE
       END-IF
       IF WS-STD-CITY = SPACES
           MOVE "NO CITY" TO WS-STD-REASON
           GO TO STANDARDIZE-DONE
       END-IF
       PERFORM STANDARDIZE-STREET-PARA THRU STANDARDIZE-STREET-EXIT
       PERFORM CHECK-CITY-PARA THRU CHECK-CITY-EXIT
       IF WS-STD-REASON NOT = SPACES
           GO TO STANDARDIZE-DONE
       END-IF
       PERFORM CHECK-POSTAL-PARA THRU CHECK-POSTAL-EXIT
       IF WS-STD-REASON = SPACES
           MOVE 'V' TO WS-STD-STATUS
       END-IF.
       STANDARDIZE-DONE.
       IF WS-STD-STREET NOT = WS-OLD-STREET
           ADD 1 TO WS-STREET-COUNT
       END-IF
       IF WS-STD-CITY NOT = WS-OLD-CITY
           ADD 1 TO WS-CITY-COUNT
       END-IF
       IF WS-STD-POSTAL NOT = WS-OLD-POSTAL
           ADD 1 TO WS-POSTAL-COUNT
       END-IF
       IF WS-STD-STATUS = 'V'
           ADD 1 TO WS-VALID-COUNT
       ELSE
           ADD 1 TO WS-REVIEW-COUNT
           ADD 1 TO WS-RUN-REVIEW
       END-IF.
       STANDARDIZE-EXIT.
       EXIT.

      *    THE STREET IS SPLIT INTO WORDS, THE LAST WORD LOOKED UP ON
      *    THE STREET-TYPE LIST, AND THE STREET REBUILT SINGLE-SPACED
      *    WITH THE FULL FORM - OR THE SHORT FORM IF THE FULL ONE DOES
      *    NOT FIT. A STREET OF MORE WORDS THAN THE TABLE HOLDS IS
      *    LEFT AS IT IS.
       STANDARDIZE-STREET-PARA.
       MOVE SPACES TO WS-STREET-WORDS
       MOVE 'N' TO WS-SPLIT-SW
       UNSTRING WS-STD-STREET DELIMITED BY ALL SPACE
           INTO WS-SW(1) WS-SW(2) WS-SW(3) WS-SW(4) WS-SW(5)
               WS-SW(6) WS-SW(7) WS-SW(8) WS-SW(9) WS-SW(10)
               WS-SW(11) WS-SW(12)
           ON OVERFLOW
               SET STREET-TOO-MANY-WORDS TO TRUE
       END-UNSTRING
       IF STREET-TOO-MANY-WORDS
           GO TO STANDARDIZE-STREET-EXIT
       END-IF
       MOVE ZERO TO WS-SW-LAST
       PERFORM VARYING WS-SW-SUB FROM 12 BY -1
               UNTIL WS-SW-SUB < 1 OR WS-SW-LAST > ZERO
           IF WS-SW(WS-SW-SUB) NOT = SPACES
               MOVE WS-SW-SUB TO WS-SW-LAST
           END-IF
       END-PERFORM
       MOVE ZERO TO WS-ST-FOUND
       IF WS-SW-LAST > 1
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT OR WS-ST-FOUND > ZERO
               IF ST-FIND(WS-ST-SUB) = WS-SW(WS-SW-LAST)
                   MOVE WS-ST-SUB TO WS-ST-FOUND
               END-IF
           END-PERFORM
       END-IF
       MOVE 'N' TO WS-USE-SHORT-SW
       PERFORM REBUILD-STREET-PARA
       IF STREET-DOES-NOT-FIT AND WS-ST-FOUND > ZERO
           SET USE-SHORT-FORM TO TRUE
           PERFORM REBUILD-STREET-PARA
       END-IF
       IF NOT STREET-DOES-NOT-FIT
           MOVE WS-NEW-STREET TO WS-STD-STREET
       END-IF.
       STANDARDIZE-STREET-EXIT.
       EXIT.

       REBUILD-STREET-PARA.
       MOVE 'N' TO WS-FIT-SW
       MOVE SPACES TO WS-NEW-STREET
       MOVE 1 TO WS-SW-PTR
       IF WS-ST-FOUND > ZERO
           IF USE-SHORT-FORM
               MOVE ST-SHORT(WS-ST-FOUND) TO WS-SW(WS-SW-LAST)
           ELSE
               MOVE ST-FULL(WS-ST-FOUND) TO WS-SW(WS-SW-LAST)
           END-IF
       END-IF
       PERFORM VARYING WS-SW-SUB FROM 1 BY 1
               UNTIL WS-SW-SUB > WS-SW-LAST OR STREET-DOES-NOT-FIT
           IF WS-SW(WS-SW-SUB) NOT = SPACES
               IF WS-SW-PTR > 1
                   STRING " " DELIMITED BY SIZE
                       INTO WS-NEW-STREET WITH POINTER WS-SW-PTR
                       ON OVERFLOW
                           SET STREET-DOES-NOT-FIT TO TRUE
                   END-STRING
               END-IF
               STRING WS-SW(WS-SW-SUB) DELIMITED BY SPACE
                   INTO WS-NEW-STREET WITH POINTER WS-SW-PTR
                   ON OVERFLOW
                       SET STREET-DOES-NOT-FIT TO TRUE
               END-STRING
           END-IF
       END-PERFORM.

      *    THE CITY MUST BE ON THE REFERENCE; ONE THAT IS NOT IS
      *    CORRECTED WHEN IT SOUNDS LIKE EXACTLY ONE REFERENCE CITY.
       CHECK-CITY-PARA.
       PERFORM COUNT-CITY-PARA
       IF WS-CITY-HITS > ZERO
           GO TO CHECK-CITY-EXIT
       END-IF
       MOVE SPACES TO WS-LIKE-CITY
       MOVE 'N' TO WS-LIKE-SW
       MOVE WS-STD-CITY TO WS-NM-NAME-1
       PERFORM VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-COUNT OR LIKE-CITY-AMBIGUOUS
           IF PT-CITY(WS-PT-SUB) NOT = WS-LIKE-CITY
               MOVE PT-CITY(WS-PT-SUB) TO WS-NM-NAME-2
               CALL "NAMEMTCH" USING WS-NM-FUNC, WS-NM-NAME-1,
                   WS-NM-NAME-2, WS-NM-NORM, WS-NM-KEY, WS-NM-GRADE
               END-CALL
               IF WS-NM-GRADE = 'A' OR WS-NM-GRADE = 'B'
                   IF WS-LIKE-CITY = SPACES
                       MOVE PT-CITY(WS-PT-SUB) TO WS-LIKE-CITY
                   ELSE
                       SET LIKE-CITY-AMBIGUOUS TO TRUE
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       EVALUATE TRUE
       WHEN LIKE-CITY-AMBIGUOUS
           MOVE "CITY SPELLING AMBIGUOUS" TO WS-STD-REASON
       WHEN WS-LIKE-CITY = SPACES
           MOVE "CITY NOT ON POSTAL REF" TO WS-STD-REASON
       WHEN OTHER
           MOVE WS-LIKE-CITY TO WS-STD-CITY
       END-EVALUATE.
       CHECK-CITY-EXIT.
       EXIT.

       COUNT-CITY-PARA.
       MOVE ZERO TO WS-CITY-HITS
       MOVE 'N' TO WS-CODE-MATCH-SW
       MOVE SPACES TO WS-FIRST-CODE
       PERFORM VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-COUNT
           IF PT-CITY(WS-PT-SUB) = WS-STD-CITY
               ADD 1 TO WS-CITY-HITS
               IF WS-CITY-HITS = 1
                   MOVE PT-POSTAL-CODE(WS-PT-SUB) TO WS-FIRST-CODE
               END-IF
               IF PT-POSTAL-CODE(WS-PT-SUB) = WS-STD-POSTAL
                   SET CODE-IS-CITYS TO TRUE
               END-IF
           END-IF
       END-PERFORM.

      *    A POSTAL CODE GIVEN MUST BE ONE OF THE CITY'S; A MISSING
      *    ONE IS FILLED IN ONLY WHEN THE CITY HAS JUST THE ONE.
       CHECK-POSTAL-PARA.
       PERFORM COUNT-CITY-PARA
       IF WS-STD-POSTAL NOT = SPACES
           IF NOT CODE-IS-CITYS
               MOVE "POSTAL CODE NOT FOR CITY" TO WS-STD-REASON
           END-IF
           GO TO CHECK-POSTAL-EXIT
       END-IF
       IF WS-CITY-HITS = 1
           MOVE WS-FIRST-CODE TO WS-STD-POSTAL
       ELSE
           MOVE "CITY HAS SEVERAL CODES" TO WS-STD-REASON
       END-IF.
       CHECK-POSTAL-EXIT.
       EXIT.

       WRITE-REVIEW-PARA.
       MOVE WS-STD-REASON TO RPT-R-REASON
       MOVE RPT-REVIEW-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE WS-STD-STREET TO RPT-A-STREET
       MOVE WS-STD-CITY TO RPT-A-CITY
       MOVE WS-STD-POSTAL TO RPT-A-POSTAL
       MOVE RPT-ADDRESS-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

       WRITE-TOTALS-PARA.
       MOVE "ADDRESSES CHECKED" TO RPT-C-LABEL
       MOVE WS-CHECKED-COUNT TO RPT-C-COUNT
       MOVE RPT-COUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "STREETS STANDARDIZED" TO RPT-C-LABEL
       MOVE WS-STREET-COUNT TO RPT-C-COUNT
       MOVE RPT-COUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "CITIES CORRECTED" TO RPT-C-LABEL
       MOVE WS-CITY-COUNT TO RPT-C-COUNT
       MOVE RPT-COUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "POSTAL CODES ADDED" TO RPT-C-LABEL
       MOVE WS-POSTAL-COUNT TO RPT-C-COUNT
       MOVE RPT-COUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "VALIDATED" TO RPT-C-LABEL
       MOVE WS-VALID-COUNT TO RPT-C-COUNT
       MOVE RPT-COUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "HELD FOR REVIEW" TO RPT-C-LABEL
       MOVE WS-REVIEW-COUNT TO RPT-C-COUNT
       MOVE RPT-COUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL
       END-CALL.
       END PROGRAM ADDRSTD.
