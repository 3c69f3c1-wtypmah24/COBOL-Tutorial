       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPELL-REPORT.
      *>  Weekly unknown-word report off UNKWORDS.DAT, the log
      *>  SPELL-SUGGEST appends to for every word in a checked free-
      *>  text field that is not in the WORDLIST.DAT dictionary.
      *>  UNKWORDS.RPT lists each word once, most frequent first,
      *>  with when and where it was last seen and its closest
      *>  dictionary words: a word that keeps coming back is one to
      *>  add through WORDLIST-MAINT's WORDTRAN.DAT, a one-off is
      *>  one to correct on the record. Each word is checked again
      *>  as it is reported, so one added to the dictionary since it
      *>  was logged drops off. The week's log is then kept as
      *>  UNKWORDS.PRV and UNKWORDS.DAT started over. Scheduled
      *>  weekly through NIGHTSCH.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNKNOWN-WORD-FILE ASSIGN TO "UNKWORDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNKNOWN-WORD-FILE-STATUS.
           SELECT PRIOR-WORD-FILE ASSIGN TO "UNKWORDS.PRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-WORD-FILE-STATUS.
           SELECT SPELL-REPORT-FILE ASSIGN TO "UNKWORDS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPELL-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNKNOWN-WORD-FILE.
       01  UNKNOWN-WORD-LINE   PIC X(51).

       FD  PRIOR-WORD-FILE.
       01  PRIOR-WORD-LINE     PIC X(51).

       FD  SPELL-REPORT-FILE.
       01  SPELL-REPORT-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "UNKNOWN-WORD.cpy".

       01 UNKNOWN-WORD-FILE-STATUS PIC XX.
          88 NO-UNKNOWN-WORD-FILE VALUE "35".
          88 NO-MORE-UNKNOWN-WORDS VALUE "10".
       01 PRIOR-WORD-FILE-STATUS PIC XX.
       01 SPELL-REPORT-FILE-STATUS PIC XX.

       01 TODAYS-DATE          PIC X(08).

      *>  One row per distinct word; the latest sighting wins for the
      *>  date and field shown.
       01 WORD-COUNT           PIC 9(04) VALUE 0.
       01 WORD-TABLE.
           05 WORD-ENTRY OCCURS 1 TO 1000 TIMES
              DEPENDING ON WORD-COUNT.
               10 WT-TIMES      PIC 9(05).
               10 WT-WORD       PIC X(10).
               10 WT-LAST-DATE  PIC X(08).
               10 WT-SOURCE     PIC X(20).
       01 WORD-INDEX           PIC 9(04).
       01 WORD-FOUND-INDEX     PIC 9(04).
       01 ROWS-READ            PIC 9(05) VALUE 0.
       01 WORDS-DROPPED        PIC 9(05) VALUE 0.
       01 WORDS-REPORTED       PIC 9(04) VALUE 0.
       01 WORDS-NOW-KNOWN      PIC 9(04) VALUE 0.

      *>  SPELL-SUGGEST call set.
       01 SPELL-FUNCTION       PIC X VALUE 'C'.
       01 SPELL-TEXT           PIC X(30).
       01 SPELL-SOURCE         PIC X(20) VALUE "SPELL-REPORT".
       01 SPELL-UNKNOWN-WORD   PIC X(10).
       01 SPELL-SUGGESTION-COUNT PIC 9(02).
       01 SPELL-SUGGESTIONS.
           05 SPELL-SUGGESTION PIC X(10) OCCURS 5 TIMES.
       01 SPELL-STATUS         PIC X.

       01 TIMES-EDIT           PIC ZZZZ9.
       01 COUNT-EDIT           PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE
            PERFORM LOAD-UNKNOWN-WORDS
            IF WORD-COUNT > 0
                SORT WORD-ENTRY DESCENDING KEY WT-TIMES
                    ASCENDING KEY WT-WORD
            END-IF
            OPEN OUTPUT SPELL-REPORT-FILE
            MOVE SPACES TO SPELL-REPORT-LINE
            STRING "UNKNOWN WORDS - WEEK ENDING " TODAYS-DATE
                "  (MOST FREQUENT FIRST)"
                DELIMITED BY SIZE INTO SPELL-REPORT-LINE
            WRITE SPELL-REPORT-LINE
            MOVE SPACES TO SPELL-REPORT-LINE
            WRITE SPELL-REPORT-LINE
            IF WORD-COUNT = 0
                MOVE "NO UNKNOWN WORDS LOGGED THIS WEEK"
                    TO SPELL-REPORT-LINE
                WRITE SPELL-REPORT-LINE
            ELSE
                MOVE SPACES TO SPELL-REPORT-LINE
                STRING "WORD        TIMES  LAST SEEN FIELD"
                    "                SUGGESTIONS"
                    DELIMITED BY SIZE INTO SPELL-REPORT-LINE
                WRITE SPELL-REPORT-LINE
                PERFORM VARYING WORD-INDEX FROM 1 BY 1
                UNTIL WORD-INDEX > WORD-COUNT
                    PERFORM WRITE-ONE-WORD
                END-PERFORM
                PERFORM WRITE-REPORT-TOTALS
            END-IF
            CLOSE SPELL-REPORT-FILE
            PERFORM START-NEW-WEEK
            DISPLAY "SPELL-REPORT: " WORDS-REPORTED
                " UNKNOWN WORDS REPORTED TO UNKWORDS.RPT"
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.

       LOAD-UNKNOWN-WORDS.
           OPEN INPUT UNKNOWN-WORD-FILE
           IF NOT NO-UNKNOWN-WORD-FILE
               PERFORM UNTIL NO-MORE-UNKNOWN-WORDS
                   READ UNKNOWN-WORD-FILE INTO UNKNOWN-WORD-RECORD
                       AT END SET NO-MORE-UNKNOWN-WORDS TO TRUE
                   END-READ
                   IF NOT NO-MORE-UNKNOWN-WORDS
                   AND UNK-WORD NOT = SPACES
                       ADD 1 TO ROWS-READ
                       PERFORM TAKE-ONE-UNKNOWN-WORD
                   END-IF
               END-PERFORM
               CLOSE UNKNOWN-WORD-FILE
           END-IF
       .

       TAKE-ONE-UNKNOWN-WORD.
           MOVE 0 TO WORD-FOUND-INDEX
           PERFORM VARYING WORD-INDEX FROM 1 BY 1
           UNTIL WORD-INDEX > WORD-COUNT OR WORD-FOUND-INDEX > 0
               IF WT-WORD(WORD-INDEX) = UNK-WORD
                   MOVE WORD-INDEX TO WORD-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WORD-FOUND-INDEX = 0
               IF WORD-COUNT < 1000
                   ADD 1 TO WORD-COUNT
                   MOVE WORD-COUNT TO WORD-FOUND-INDEX
                   MOVE 0 TO WT-TIMES(WORD-COUNT)
                   MOVE UNK-WORD TO WT-WORD(WORD-COUNT)
                   MOVE SPACES TO WT-LAST-DATE(WORD-COUNT)
               ELSE
                   ADD 1 TO WORDS-DROPPED
               END-IF
           END-IF
           IF WORD-FOUND-INDEX > 0
               ADD 1 TO WT-TIMES(WORD-FOUND-INDEX)
               IF UNK-DATE >= WT-LAST-DATE(WORD-FOUND-INDEX)
                   MOVE UNK-DATE TO WT-LAST-DATE(WORD-FOUND-INDEX)
                   MOVE UNK-SOURCE TO WT-SOURCE(WORD-FOUND-INDEX)
               END-IF
           END-IF
       .

      *>  The suggestions are fetched fresh, so they reflect today's
      *>  dictionary rather than the one the word was logged against.
       WRITE-ONE-WORD.
           MOVE WT-WORD(WORD-INDEX) TO SPELL-TEXT
           CALL "SPELL-SUGGEST" USING SPELL-FUNCTION SPELL-TEXT
               SPELL-SOURCE SPELL-UNKNOWN-WORD SPELL-SUGGESTION-COUNT
               SPELL-SUGGESTIONS SPELL-STATUS
           IF SPELL-STATUS = '0'
               ADD 1 TO WORDS-NOW-KNOWN
           ELSE
               ADD 1 TO WORDS-REPORTED
               MOVE WT-TIMES(WORD-INDEX) TO TIMES-EDIT
               MOVE SPACES TO SPELL-REPORT-LINE
               STRING WT-WORD(WORD-INDEX) " " TIMES-EDIT "  "
                   WT-LAST-DATE(WORD-INDEX) "  "
                   WT-SOURCE(WORD-INDEX) " "
                   SPELL-SUGGESTION(1) " " SPELL-SUGGESTION(2)
                   DELIMITED BY SIZE INTO SPELL-REPORT-LINE
               WRITE SPELL-REPORT-LINE
           END-IF
       .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO SPELL-REPORT-LINE
           WRITE SPELL-REPORT-LINE
           MOVE ROWS-READ TO COUNT-EDIT
           MOVE SPACES TO SPELL-REPORT-LINE
           STRING "SIGHTINGS LOGGED:          " COUNT-EDIT
               DELIMITED BY SIZE INTO SPELL-REPORT-LINE
           WRITE SPELL-REPORT-LINE
           MOVE WORDS-REPORTED TO COUNT-EDIT
           MOVE SPACES TO SPELL-REPORT-LINE
           STRING "UNKNOWN WORDS REPORTED:    " COUNT-EDIT
               DELIMITED BY SIZE INTO SPELL-REPORT-LINE
           WRITE SPELL-REPORT-LINE
           MOVE WORDS-NOW-KNOWN TO COUNT-EDIT
           MOVE SPACES TO SPELL-REPORT-LINE
           STRING "SINCE ADDED TO DICTIONARY: " COUNT-EDIT
               DELIMITED BY SIZE INTO SPELL-REPORT-LINE
           WRITE SPELL-REPORT-LINE
           IF WORDS-DROPPED > 0
               MOVE WORDS-DROPPED TO COUNT-EDIT
               MOVE SPACES TO SPELL-REPORT-LINE
               STRING "PAST THE 1000-WORD LIMIT:  " COUNT-EDIT
                   DELIMITED BY SIZE INTO SPELL-REPORT-LINE
               WRITE SPELL-REPORT-LINE
           END-IF
       .

      *>  The week just reported is kept as UNKWORDS.PRV, replacing
      *>  the one before, and the log starts over empty.
       START-NEW-WEEK.
           OPEN INPUT UNKNOWN-WORD-FILE
           IF NOT NO-UNKNOWN-WORD-FILE
               OPEN OUTPUT PRIOR-WORD-FILE
               MOVE "00" TO UNKNOWN-WORD-FILE-STATUS
               PERFORM UNTIL NO-MORE-UNKNOWN-WORDS
                   READ UNKNOWN-WORD-FILE
                       AT END SET NO-MORE-UNKNOWN-WORDS TO TRUE
                   END-READ
                   IF NOT NO-MORE-UNKNOWN-WORDS
                       MOVE UNKNOWN-WORD-LINE TO PRIOR-WORD-LINE
                       WRITE PRIOR-WORD-LINE
                   END-IF
               END-PERFORM
               CLOSE PRIOR-WORD-FILE
               CLOSE UNKNOWN-WORD-FILE
               OPEN OUTPUT UNKNOWN-WORD-FILE
               CLOSE UNKNOWN-WORD-FILE
           END-IF
       .

       END PROGRAM SPELL-REPORT.
