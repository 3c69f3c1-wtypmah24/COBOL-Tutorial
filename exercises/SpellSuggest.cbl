       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPELL-SUGGEST.
      *>  Callable spelling check for free-text fields, in the style
      *>  of HAMMING-COMPARE. The text is split into words and every
      *>  word is looked up in WORDLIST.DAT, the dictionary
      *>  WORDLIST-MAINT maintains. For the first word that is not
      *>  there the closest dictionary words of the same length are
      *>  handed back, best first:
      *>    1  the same letters with two of them swapped - FIND-
      *>       ANAGRAM's letter-count comparison, one transposition
      *>    2  one letter wrong - HAMMING-COMPARE distance 1
      *>    3  two letters wrong, in words of five letters or more
      *>    4  the same letters further out of order
      *>  Words of one letter, longer than a dictionary entry, or
      *>  holding anything but letters are not checked.
      *>
      *>  The dictionary is loaded once per run unit, filed by word
      *>  length the way ANAGRAM files its candidates, so a check
      *>  only ever visits words that could match.
      *>
      *>  USING: LS-FUNCTION       'C' = check only, 'L' = check and
      *>                           append every unknown word to
      *>                           UNKWORDS.DAT for SPELL-REPORT
      *>         LS-TEXT           the free text to check
      *>         LS-SOURCE         the field it came from, for the log
      *>         LS-UNKNOWN-WORD   returned, the first unknown word
      *>         LS-SUGGESTION-COUNT  returned, suggestions (up to 5)
      *>         LS-SUGGESTIONS    returned, best first
      *>         LS-SPELL-STATUS   '0' every word known, '1' unknown
      *>                           word with suggestions, '2' unknown
      *>                           word with none, '3' no dictionary
      *>                           (nothing checked or logged)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORD-LIST-FILE ASSIGN TO "WORDLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORD-LIST-STATUS.
           SELECT UNKNOWN-WORD-FILE ASSIGN TO "UNKWORDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNKNOWN-WORD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORD-LIST-FILE.
       01  WORD-LIST-RECORD    PIC X(10).

       FD  UNKNOWN-WORD-FILE.
       01  UNKNOWN-WORD-LINE   PIC X(51).

       WORKING-STORAGE SECTION.
       01 WORD-LIST-STATUS PIC XX.
          88 NO-WORD-LIST-FILE VALUE "35".
          88 NO-MORE-WORDS     VALUE "10".
       01 UNKNOWN-WORD-FILE-STATUS PIC XX.
          88 NO-UNKNOWN-WORD-FILE VALUE "35".

           COPY "UNKNOWN-WORD.cpy".

       01 DICTIONARY-LOADED-FLAG PIC X VALUE 'N'.
          88 DICTIONARY-LOADED VALUE 'Y'.
       01 DICTIONARY-COUNT     PIC 9(04) VALUE 0.
       01 LENGTH-BUCKETS.
           05 LENGTH-BUCKET OCCURS 10 TIMES.
               10 BUCKET-COUNT PIC 9(04).
               10 BUCKET-WORD  PIC X(10) OCCURS 2000 TIMES.
       01 BUCKET-INDEX         PIC 9(04).
       01 TEMP                 PIC X(10).
       01 CAND-LEN             PIC 9(02).

      *>  The text being split, one word at a time.
       01 SPELL-TEXT           PIC X(30).
       01 TEXT-POINTER         PIC 9(02).
       01 TEXT-WORD            PIC X(30).
       01 TARGET-WORD          PIC X(10).
       01 WORD-LEN             PIC 9(02).
       01 WORD-KNOWN-FLAG      PIC X VALUE 'N'.
          88 WORD-KNOWN        VALUE 'Y'.
       01 UNKNOWN-WORDS-FOUND  PIC 9(02).

      *>  FIND-ANAGRAM's letter counts.
       01 TARGET-CHAR-COUNT.
          05 TARGET-CNT OCCURS 26 PIC 9(03) VALUE 0.
       01 CANDIDATE-CHAR-COUNT.
          05 CANDIDATE-CNT OCCURS 26 PIC 9(03) VALUE 0.
       01 CHAR-INDEX           PIC 9(02).
       01 CURRENT-CHAR         PIC X(01).
       01 I                    PIC 9(02).
       01 SAME-LETTERS-FLAG    PIC X VALUE 'N'.
          88 SAME-LETTERS      VALUE 'Y'.

      *>  Every near miss for the word being checked, with its rank;
      *>  the best five go back to the caller.
       01 NEAR-COUNT           PIC 9(02).
       01 NEAR-TABLE.
           05 NEAR-ENTRY OCCURS 20 TIMES.
               10 NEAR-WORD    PIC X(10).
               10 NEAR-RANK    PIC 9(01).
       01 NEAR-INDEX           PIC 9(02).
       01 CANDIDATE-RANK       PIC 9(01).
       01 RANK-INDEX           PIC 9(01).
       01 SUGGESTION-COUNT     PIC 9(02).
       01 SUGGESTION-TABLE.
           05 SUGGESTION       PIC X(10) OCCURS 5 TIMES.

      *>  HAMMING-COMPARE call set.
       01 COMPARE-FIRST        PIC X(10).
       01 COMPARE-SECOND       PIC X(10).
       01 COMPARE-DISTANCE     PIC 9(02).
       01 COMPARE-MISMATCH-COUNT PIC 9(02).
       01 COMPARE-MISMATCH-POSITIONS.
           05 COMPARE-MISMATCH-POSITION PIC 9(02) OCCURS 50 TIMES.
       01 COMPARE-STATUS       PIC X.

       LINKAGE SECTION.
       01 LS-FUNCTION          PIC X.
       01 LS-TEXT              PIC X(30).
       01 LS-SOURCE            PIC X(20).
       01 LS-UNKNOWN-WORD      PIC X(10).
       01 LS-SUGGESTION-COUNT  PIC 9(02).
       01 LS-SUGGESTIONS.
           05 LS-SUGGESTION    PIC X(10) OCCURS 5 TIMES.
       01 LS-SPELL-STATUS      PIC X.

       PROCEDURE DIVISION USING LS-FUNCTION LS-TEXT LS-SOURCE
                                LS-UNKNOWN-WORD LS-SUGGESTION-COUNT
                                LS-SUGGESTIONS LS-SPELL-STATUS.
       MAIN-PROCEDURE.
           MOVE '0' TO LS-SPELL-STATUS
           MOVE SPACES TO LS-UNKNOWN-WORD
           MOVE 0 TO LS-SUGGESTION-COUNT
           MOVE SPACES TO LS-SUGGESTIONS
           MOVE 0 TO UNKNOWN-WORDS-FOUND

           IF NOT DICTIONARY-LOADED
               PERFORM LOAD-DICTIONARY
           END-IF
           IF DICTIONARY-COUNT = 0
               MOVE '3' TO LS-SPELL-STATUS
           ELSE
               MOVE FUNCTION UPPER-CASE(LS-TEXT) TO SPELL-TEXT
               MOVE 1 TO TEXT-POINTER
               PERFORM UNTIL TEXT-POINTER > 30
                   MOVE SPACES TO TEXT-WORD
                   UNSTRING SPELL-TEXT
                       DELIMITED BY ALL SPACE OR "," OR "." OR "/"
                           OR "-"
                       INTO TEXT-WORD
                       WITH POINTER TEXT-POINTER
                   END-UNSTRING
                   IF TEXT-WORD NOT = SPACES
                       PERFORM CHECK-ONE-WORD
                   END-IF
               END-PERFORM
           END-IF
           GOBACK.

      *>  WORDLIST-MAINT keeps the dictionary upper-case and purely
      *>  alphabetic, but a hand-edited file is screened here anyway
      *>  so a stray entry never becomes a suggestion.
       LOAD-DICTIONARY.
           SET DICTIONARY-LOADED TO TRUE
           PERFORM VARYING BUCKET-INDEX FROM 1 BY 1
           UNTIL BUCKET-INDEX > 10
               MOVE 0 TO BUCKET-COUNT(BUCKET-INDEX)
           END-PERFORM
           MOVE 0 TO DICTIONARY-COUNT
           OPEN INPUT WORD-LIST-FILE
           IF NO-WORD-LIST-FILE
               DISPLAY "SPELL-SUGGEST: WORDLIST.DAT NOT FOUND - NO"
                   " SPELLING CHECK"
           ELSE
               PERFORM UNTIL NO-MORE-WORDS
                   READ WORD-LIST-FILE INTO TEMP
                       AT END SET NO-MORE-WORDS TO TRUE
                   END-READ
                   IF NOT NO-MORE-WORDS AND TEMP NOT = SPACES
                       PERFORM FILE-ONE-WORD
                   END-IF
               END-PERFORM
               CLOSE WORD-LIST-FILE
           END-IF
       .

       FILE-ONE-WORD.
           MOVE FUNCTION UPPER-CASE(TEMP) TO TEMP
           COMPUTE CAND-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(TEMP))
           IF TEMP(1:CAND-LEN) IS ALPHABETIC-UPPER
           AND TEMP(1:1) NOT = SPACE
           AND BUCKET-COUNT(CAND-LEN) < 2000
               ADD 1 TO DICTIONARY-COUNT
               ADD 1 TO BUCKET-COUNT(CAND-LEN)
               MOVE TEMP TO
                   BUCKET-WORD(CAND-LEN, BUCKET-COUNT(CAND-LEN))
           END-IF
       .

       CHECK-ONE-WORD.
           COMPUTE WORD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(TEXT-WORD))
           IF WORD-LEN >= 2 AND WORD-LEN <= 10
               IF TEXT-WORD(1:WORD-LEN) IS ALPHABETIC-UPPER
                   MOVE TEXT-WORD TO TARGET-WORD
                   MOVE 'N' TO WORD-KNOWN-FLAG
                   PERFORM VARYING BUCKET-INDEX FROM 1 BY 1
                   UNTIL BUCKET-INDEX > BUCKET-COUNT(WORD-LEN)
                   OR WORD-KNOWN
                       IF BUCKET-WORD(WORD-LEN, BUCKET-INDEX)
                           = TARGET-WORD
                           SET WORD-KNOWN TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WORD-KNOWN
                       PERFORM SUGGEST-FOR-UNKNOWN-WORD
                   END-IF
               END-IF
           END-IF
       .

       SUGGEST-FOR-UNKNOWN-WORD.
           ADD 1 TO UNKNOWN-WORDS-FOUND
           PERFORM FIND-NEAR-WORDS
           IF UNKNOWN-WORDS-FOUND = 1
               MOVE TARGET-WORD TO LS-UNKNOWN-WORD
               MOVE SUGGESTION-COUNT TO LS-SUGGESTION-COUNT
               MOVE SUGGESTION-TABLE TO LS-SUGGESTIONS
               IF SUGGESTION-COUNT > 0
                   MOVE '1' TO LS-SPELL-STATUS
               ELSE
                   MOVE '2' TO LS-SPELL-STATUS
               END-IF
           END-IF
           IF LS-FUNCTION = 'L'
               PERFORM LOG-UNKNOWN-WORD
           END-IF
       .

      *>  Only the bucket holding words of the unknown word's own
      *>  length is graded, then the near misses are handed out in
      *>  rank order.
       FIND-NEAR-WORDS.
           MOVE ZERO TO TARGET-CHAR-COUNT
           PERFORM GET-TARGET-WORD-CHAR-COUNT
           MOVE 0 TO NEAR-COUNT
           PERFORM VARYING BUCKET-INDEX FROM 1 BY 1
           UNTIL BUCKET-INDEX > BUCKET-COUNT(WORD-LEN)
               PERFORM GRADE-ONE-CANDIDATE
           END-PERFORM

           MOVE 0 TO SUGGESTION-COUNT
           MOVE SPACES TO SUGGESTION-TABLE
           PERFORM VARYING RANK-INDEX FROM 1 BY 1
           UNTIL RANK-INDEX > 4 OR SUGGESTION-COUNT >= 5
               PERFORM VARYING NEAR-INDEX FROM 1 BY 1
               UNTIL NEAR-INDEX > NEAR-COUNT
               OR SUGGESTION-COUNT >= 5
                   IF NEAR-RANK(NEAR-INDEX) = RANK-INDEX
                       ADD 1 TO SUGGESTION-COUNT
                       MOVE NEAR-WORD(NEAR-INDEX)
                           TO SUGGESTION(SUGGESTION-COUNT)
                   END-IF
               END-PERFORM
           END-PERFORM
       .

       GRADE-ONE-CANDIDATE.
           MOVE ZERO TO CANDIDATE-CHAR-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WORD-LEN
               MOVE BUCKET-WORD(WORD-LEN, BUCKET-INDEX)(I:1)
                   TO CURRENT-CHAR
               COMPUTE CHAR-INDEX =
                   FUNCTION ORD(CURRENT-CHAR)
                   - FUNCTION ORD('A') + 1
               ADD 1 TO CANDIDATE-CNT(CHAR-INDEX)
           END-PERFORM
           SET SAME-LETTERS TO TRUE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
               IF CANDIDATE-CNT(I) NOT = TARGET-CNT(I)
                   MOVE 'N' TO SAME-LETTERS-FLAG
               END-IF
           END-PERFORM

           MOVE TARGET-WORD TO COMPARE-FIRST
           MOVE BUCKET-WORD(WORD-LEN, BUCKET-INDEX) TO COMPARE-SECOND
           CALL "HAMMING-COMPARE" USING COMPARE-FIRST COMPARE-SECOND
               COMPARE-DISTANCE COMPARE-MISMATCH-COUNT
               COMPARE-MISMATCH-POSITIONS COMPARE-STATUS

           MOVE 0 TO CANDIDATE-RANK
           EVALUATE TRUE
               WHEN COMPARE-STATUS NOT = '0'
                   CONTINUE
               WHEN SAME-LETTERS AND COMPARE-DISTANCE = 2
                   MOVE 1 TO CANDIDATE-RANK
               WHEN COMPARE-DISTANCE = 1
                   MOVE 2 TO CANDIDATE-RANK
               WHEN COMPARE-DISTANCE = 2 AND WORD-LEN >= 5
                   MOVE 3 TO CANDIDATE-RANK
               WHEN SAME-LETTERS
                   MOVE 4 TO CANDIDATE-RANK
           END-EVALUATE
           IF CANDIDATE-RANK > 0 AND NEAR-COUNT < 20
               ADD 1 TO NEAR-COUNT
               MOVE BUCKET-WORD(WORD-LEN, BUCKET-INDEX)
                   TO NEAR-WORD(NEAR-COUNT)
               MOVE CANDIDATE-RANK TO NEAR-RANK(NEAR-COUNT)
           END-IF
       .

       GET-TARGET-WORD-CHAR-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WORD-LEN
               MOVE TARGET-WORD(I:1) TO CURRENT-CHAR
               COMPUTE CHAR-INDEX =
                   FUNCTION ORD(CURRENT-CHAR)
                   - FUNCTION ORD('A') + 1
               IF CHAR-INDEX >= 1 AND CHAR-INDEX <= 26
                   ADD 1 TO TARGET-CNT(CHAR-INDEX)
               END-IF
           END-PERFORM
       .

      *>  UNKWORDS.DAT may not exist yet; create it rather than
      *>  abend on OPEN EXTEND (status 35). Opened per word so a
      *>  caller that never closes down cleanly loses nothing.
       LOG-UNKNOWN-WORD.
           OPEN EXTEND UNKNOWN-WORD-FILE
           IF NO-UNKNOWN-WORD-FILE
               OPEN OUTPUT UNKNOWN-WORD-FILE
               CLOSE UNKNOWN-WORD-FILE
               OPEN EXTEND UNKNOWN-WORD-FILE
           END-IF
           MOVE TARGET-WORD TO UNK-WORD
           MOVE LS-SOURCE TO UNK-SOURCE
           MOVE FUNCTION CURRENT-DATE(1:8) TO UNK-DATE
           MOVE SUGGESTION(1) TO UNK-SUGGESTION
           MOVE UNKNOWN-WORD-RECORD TO UNKNOWN-WORD-LINE
           WRITE UNKNOWN-WORD-LINE
           CLOSE UNKNOWN-WORD-FILE
       .

       END PROGRAM SPELL-SUGGEST.
