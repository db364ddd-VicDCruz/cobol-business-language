      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared name-matching routine for the duplicate
      *          screens - so "Jon Smyth" and "John Smith" are no
      *          longer strangers to each other. Function 'K' hands
      *          back, for the first name given, its normalized form
      *          (upper case, punctuation dropped, titles and
      *          suffixes such as MR, MRS, DR, JR and III removed,
      *          single-spaced, a "SURNAME, FORENAMES" name turned
      *          round to forenames first) and its phonetic key: the
      *          Soundex code of the first word followed by that of
      *          the last. Function 'C' does the same for both names
      *          and grades how alike they are:
      *            'A' the normalized forms are the same
      *            'B' the phonetic keys agree (either way round)
      *            'C' the surnames sound alike and the first
      *                initials agree, or one name is a single word
      *                that sounds like the other's surname
      *            'N' no likely match
      *          Callers turn the grade into a confidence (HIGH,
      *          MEDIUM, LOW) alongside whatever else they match on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEMTCH.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-SUB PIC 9(3).
       01 WS-OUT PIC 9(3).
       01 WS-CHAR PIC X(1).
       01 WS-WORK PIC X(30).
       01 WS-CLEAN PIC X(30).
       01 WS-COMMA-SW PIC X(1).
           88 SURNAME-FIRST VALUE 'Y'.
       01 WS-WORDS.
           05 WS-WORD PIC X(30) OCCURS 8 TIMES.
       01 WS-WORD-COUNT PIC 9(2).
       01 WS-KEPT-WORDS.
           05 WS-KEPT PIC X(30) OCCURS 8 TIMES.
       01 WS-KEPT-COUNT PIC 9(2).
       01 WS-WORD-SUB PIC 9(2).
       01 WS-PTR PIC 9(3).
       01 WS-FIRST-WORD PIC X(30).
      *
      *    TITLES AND SUFFIXES THAT SAY NOTHING ABOUT WHO IT IS.
       01 TITLE-LIST-VALUES.
           05 FILLER PIC X(4) VALUE "MR".
           05 FILLER PIC X(4) VALUE "MRS".
           05 FILLER PIC X(4) VALUE "MS".
           05 FILLER PIC X(4) VALUE "MISS".
           05 FILLER PIC X(4) VALUE "DR".
           05 FILLER PIC X(4) VALUE "PROF".
           05 FILLER PIC X(4) VALUE "REV".
           05 FILLER PIC X(4) VALUE "SIR".
           05 FILLER PIC X(4) VALUE "JR".
           05 FILLER PIC X(4) VALUE "SR".
           05 FILLER PIC X(4) VALUE "II".
           05 FILLER PIC X(4) VALUE "III".
           05 FILLER PIC X(4) VALUE "IV".
           05 FILLER PIC X(4) VALUE "ESQ".
       01 TITLE-LIST REDEFINES TITLE-LIST-VALUES.
           05 TTL-WORD PIC X(4) OCCURS 14 TIMES.
       01 WS-TTL-SUB PIC 9(2).
       01 WS-TITLE-SW PIC X(1).
           88 WORD-IS-TITLE VALUE 'Y'.
      *
      *    SOUNDEX DIGIT FOR EACH LETTER A-Z; '0' FOR THE VOWELS (AND
      *    Y), WHICH SEPARATE LIKE CONSONANTS, '-' FOR H AND W, WHICH
      *    DO NOT.
       01 WS-ALPHABET PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-SOUNDEX-DIGITS PIC X(26) VALUE
           "01230120022455012623010202".
       01 WS-SDX-WORD PIC X(30).
       01 WS-SDX-CODE PIC X(4).
       01 WS-SDX-LEN PIC 9(1).
       01 WS-SDX-DIGIT PIC X(1).
       01 WS-SDX-LAST PIC X(1).
       01 WS-LETTER-SUB PIC 9(2).
      *
       01 WS-NORM-2 PIC X(30).
       01 WS-KEY-2 PIC X(8).
       01 WS-KEY-WORK PIC X(8).
       01 WS-INITIAL-1 PIC X(1).
       01 WS-INITIAL-2 PIC X(1).
       01 WS-WORDS-1 PIC 9(2).
       01 WS-WORDS-2 PIC 9(2).
       LINKAGE SECTION.
       01 LS-FUNC PIC X(1).
       01 LS-NAME-1 PIC X(30).
       01 LS-NAME-2 PIC X(30).
       01 LS-NORM-1 PIC X(30).
       01 LS-KEY-1 PIC X(8).
       01 LS-GRADE PIC X(1).
       PROCEDURE DIVISION USING LS-FUNC, LS-NAME-1, LS-NAME-2,
               LS-NORM-1, LS-KEY-1, LS-GRADE.
       MAIN-PARAGRAPH.
       MOVE 'N' TO LS-GRADE.
       MOVE LS-NAME-1 TO WS-WORK.
       PERFORM NORMALIZE-PARA THRU NORMALIZE-EXIT.
       MOVE WS-CLEAN TO LS-NORM-1.
       MOVE WS-KEY-WORK TO LS-KEY-1.
       MOVE WS-FIRST-WORD(1:1) TO WS-INITIAL-1.
       MOVE WS-KEPT-COUNT TO WS-WORDS-1.
       IF LS-FUNC NOT = 'C'
           GOBACK
       END-IF.
       MOVE LS-NAME-2 TO WS-WORK.
       PERFORM NORMALIZE-PARA THRU NORMALIZE-EXIT.
       MOVE WS-CLEAN TO WS-NORM-2.
       MOVE WS-KEY-WORK TO WS-KEY-2.
       MOVE WS-FIRST-WORD(1:1) TO WS-INITIAL-2.
       MOVE WS-KEPT-COUNT TO WS-WORDS-2.
       IF LS-NORM-1 = SPACES OR WS-NORM-2 = SPACES
           GOBACK
       END-IF.
       EVALUATE TRUE
       WHEN LS-NORM-1 = WS-NORM-2
           MOVE 'A' TO LS-GRADE
       WHEN LS-KEY-1 = WS-KEY-2
           MOVE 'B' TO LS-GRADE
       WHEN LS-KEY-1(1:4) = WS-KEY-2(5:4)
               AND LS-KEY-1(5:4) = WS-KEY-2(1:4)
           MOVE 'B' TO LS-GRADE
       WHEN LS-KEY-1(5:4) = WS-KEY-2(5:4)
               AND WS-INITIAL-1 = WS-INITIAL-2
           MOVE 'C' TO LS-GRADE
       WHEN WS-WORDS-1 = 1 AND LS-KEY-1(1:4) = WS-KEY-2(5:4)
           MOVE 'C' TO LS-GRADE
       WHEN WS-WORDS-2 = 1 AND WS-KEY-2(1:4) = LS-KEY-1(5:4)
           MOVE 'C' TO LS-GRADE
       WHEN OTHER
           MOVE 'N' TO LS-GRADE
       END-EVALUATE.
       GOBACK.

      ******************************************************************
      *    NORMALIZE WS-WORK INTO WS-CLEAN AND ITS KEY INTO WS-KEY-WORK.
      ******************************************************************
       NORMALIZE-PARA.
       MOVE SPACES TO WS-CLEAN.
       MOVE SPACES TO WS-KEY-WORK.
       MOVE SPACES TO WS-FIRST-WORD.
       INSPECT WS-WORK CONVERTING "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *    A COMMA AFTER THE FIRST WORD MEANS "SURNAME, FORENAMES".
       MOVE 'N' TO WS-COMMA-SW.
       MOVE ZERO TO WS-SUB.
       INSPECT WS-WORK TALLYING WS-SUB FOR ALL ",".
       IF WS-SUB > ZERO
           SET SURNAME-FIRST TO TRUE
       END-IF.
      *    HYPHENS, COMMAS AND SLASHES PART WORDS; DOTS AND
      *    APOSTROPHES SIMPLY GO (O'BRIEN IS OBRIEN).
       INSPECT WS-WORK CONVERTING "-,/&" TO "    ".
       MOVE SPACES TO WS-CLEAN.
       MOVE ZERO TO WS-OUT.
       PERFORM SQUEEZE-ONE-CHAR-PARA
           VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 30.
       MOVE SPACES TO WS-WORDS.
       MOVE ZERO TO WS-WORD-COUNT.
       UNSTRING WS-CLEAN DELIMITED BY ALL SPACE
           INTO WS-WORD(1) WS-WORD(2) WS-WORD(3) WS-WORD(4)
               WS-WORD(5) WS-WORD(6) WS-WORD(7) WS-WORD(8)
       END-UNSTRING.
       MOVE SPACES TO WS-KEPT-WORDS.
       MOVE ZERO TO WS-KEPT-COUNT.
       PERFORM KEEP-ONE-WORD-PARA
           VARYING WS-WORD-SUB FROM 1 BY 1 UNTIL WS-WORD-SUB > 8.
       MOVE SPACES TO WS-CLEAN.
       IF WS-KEPT-COUNT = ZERO
           GO TO NORMALIZE-EXIT
       END-IF.
       IF SURNAME-FIRST AND WS-KEPT-COUNT > 1
           MOVE WS-KEPT(1) TO WS-FIRST-WORD
           PERFORM VARYING WS-WORD-SUB FROM 1 BY 1
                   UNTIL WS-WORD-SUB NOT < WS-KEPT-COUNT
               MOVE WS-KEPT(WS-WORD-SUB + 1) TO WS-KEPT(WS-WORD-SUB)
           END-PERFORM
           MOVE WS-FIRST-WORD TO WS-KEPT(WS-KEPT-COUNT)
       END-IF.
       MOVE 1 TO WS-PTR.
       PERFORM VARYING WS-WORD-SUB FROM 1 BY 1
               UNTIL WS-WORD-SUB > WS-KEPT-COUNT
           IF WS-WORD-SUB > 1
               STRING " " DELIMITED BY SIZE
                   INTO WS-CLEAN WITH POINTER WS-PTR
               END-STRING
           END-IF
           STRING WS-KEPT(WS-WORD-SUB) DELIMITED BY SPACE
               INTO WS-CLEAN WITH POINTER WS-PTR
           END-STRING
       END-PERFORM.
       MOVE WS-KEPT(1) TO WS-FIRST-WORD.
       MOVE WS-KEPT(1) TO WS-SDX-WORD.
       PERFORM SOUNDEX-PARA.
       MOVE WS-SDX-CODE TO WS-KEY-WORK(1:4).
       MOVE WS-KEPT(WS-KEPT-COUNT) TO WS-SDX-WORD.
       PERFORM SOUNDEX-PARA.
       MOVE WS-SDX-CODE TO WS-KEY-WORK(5:4).
       NORMALIZE-EXIT.
       EXIT.

       SQUEEZE-ONE-CHAR-PARA.
       MOVE WS-WORK(WS-SUB:1) TO WS-CHAR.
       IF WS-CHAR = "." OR WS-CHAR = "'"
           CONTINUE
       ELSE
           ADD 1 TO WS-OUT
           MOVE WS-CHAR TO WS-CLEAN(WS-OUT:1)
       END-IF.

       KEEP-ONE-WORD-PARA.
       IF WS-WORD(WS-WORD-SUB) = SPACES
           CONTINUE
       ELSE
           MOVE 'N' TO WS-TITLE-SW
           PERFORM VARYING WS-TTL-SUB FROM 1 BY 1
                   UNTIL WS-TTL-SUB > 14
               IF WS-WORD(WS-WORD-SUB) = TTL-WORD(WS-TTL-SUB)
                   SET WORD-IS-TITLE TO TRUE
               END-IF
           END-PERFORM
           IF NOT WORD-IS-TITLE
               ADD 1 TO WS-KEPT-COUNT
               MOVE WS-WORD(WS-WORD-SUB) TO WS-KEPT(WS-KEPT-COUNT)
           END-IF
       END-IF.

      ******************************************************************
      *    SOUNDEX OF WS-SDX-WORD: THE FIRST LETTER, THEN THE DIGITS OF
      *    THE LETTERS AFTER IT - A DIGIT REPEATING THE ONE BEFORE IT
      *    IS DROPPED, H AND W DO NOT PART TWO LIKE DIGITS, A VOWEL
      *    DOES - PADDED WITH ZEROS TO FOUR.
      ******************************************************************
       SOUNDEX-PARA.
       MOVE "0000" TO WS-SDX-CODE.
       MOVE WS-SDX-WORD(1:1) TO WS-SDX-CODE(1:1).
       MOVE 1 TO WS-SDX-LEN.
       MOVE WS-SDX-WORD(1:1) TO WS-CHAR.
       PERFORM LETTER-DIGIT-PARA.
       MOVE WS-SDX-DIGIT TO WS-SDX-LAST.
       PERFORM SOUNDEX-ONE-LETTER-PARA
           VARYING WS-SUB FROM 2 BY 1
           UNTIL WS-SUB > 30 OR WS-SDX-LEN = 4.

       SOUNDEX-ONE-LETTER-PARA.
       MOVE WS-SDX-WORD(WS-SUB:1) TO WS-CHAR.
       IF WS-CHAR = SPACE
           MOVE 31 TO WS-SUB
       ELSE
           PERFORM LETTER-DIGIT-PARA
           EVALUATE TRUE
           WHEN WS-SDX-DIGIT = "-"
               CONTINUE
           WHEN WS-SDX-DIGIT = "0"
               MOVE "0" TO WS-SDX-LAST
           WHEN WS-SDX-DIGIT = WS-SDX-LAST
               CONTINUE
           WHEN OTHER
               ADD 1 TO WS-SDX-LEN
               MOVE WS-SDX-DIGIT TO WS-SDX-CODE(WS-SDX-LEN:1)
               MOVE WS-SDX-DIGIT TO WS-SDX-LAST
           END-EVALUATE
       END-IF.

      *    ANYTHING BUT A LETTER (A DIGIT IN A NAME) COUNTS AS A VOWEL.
       LETTER-DIGIT-PARA.
       MOVE "0" TO WS-SDX-DIGIT.
       PERFORM VARYING WS-LETTER-SUB FROM 1 BY 1
               UNTIL WS-LETTER-SUB > 26
           IF WS-ALPHABET(WS-LETTER-SUB:1) = WS-CHAR
               MOVE WS-SOUNDEX-DIGITS(WS-LETTER-SUB:1)
                   TO WS-SDX-DIGIT
               MOVE 27 TO WS-LETTER-SUB
           END-IF
       END-PERFORM.
       IF WS-CHAR = "H" OR WS-CHAR = "W"
           MOVE "-" TO WS-SDX-DIGIT
       END-IF.
       END PROGRAM NAMEMTCH.
