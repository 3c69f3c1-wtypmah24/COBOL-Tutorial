           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-FILE-STATUS.
      *>  Position control (POSITION-MAINT): every hire is seated in
      *>  an open budgeted position of the department hired into.
           SELECT POSITION-FILE ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-ID
               FILE STATUS IS POSITION-FILE-STATUS.
      *>  Companion address/contact file, captured alongside the
      *>  interview so the retirement letters can actually be mailed.
           SELECT EMPLOYEE-ADDRESS-FILE ASSIGN TO "EMPADDR.DAT"
           05 NH-CITY          PIC X(15).
           05 NH-POSTAL-CODE   PIC X(08).
           05 NH-PHONE         PIC X(12).
      *>  The open position the hire fills; appended past the address
      *>  fields the same way.
           05 NH-POSITION-ID   PIC X(06).
      *>  The split name, appended the same way. A staged record
      *>  from before it existed carries only NH-NAME, which is
      *>  split through NAME-FORMAT on the way in.
           05 NH-SURNAME       PIC X(20).
           05 NH-GIVEN-NAME    PIC X(15).
           05 NH-PREFERRED-NAME PIC X(15).

       FD  NEW-HIRE-REJECT-FILE.
       01  NEW-HIRE-REJECT-LINE PIC X(80).

       FD  EMPLOYEE-HISTORY-FILE.
       01  EMPLOYEE-HISTORY-LINE PIC X(341).

       FD  PROFESSION-REF-FILE.
       01  PROFESSION-REF-RECORD PIC X(10).
       FD  EMPLOYEE-ADDRESS-FILE.
           COPY "EMPLOYEE-ADDRESS.cpy".

       FD  POSITION-FILE.
           COPY "POSITION.cpy".

       FD  OPERATOR-FILE.
           COPY "OPERATOR.cpy".

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).
          88 HARD-IO-FAILED    VALUE 'Y'.
       01 EMP-ID               PIC X(06).
       01 PERSONAL-INFO.
           05 SURNAME          PIC X(20).
           05 GIVEN-NAME       PIC X(15).
           05 PREFERRED-NAME   PIC X(15).
           05 AGE              PIC 9(03).
           05 FAVORITE-FOOD    PIC X(10).

          88 HIRE-DATE-VALID    VALUE 'Y'.
       01 DAYS-IN-HIRE-MONTH    PIC 9(02).
       01 DEPT-CODE             PIC X(04).
      *>  Position control: the hire must name a position of DEPT-CODE
      *>  that is vacant (or already this employee's, when a record is
      *>  re-saved). When POSITION.DAT is missing no position is
      *>  asked for, the same degrade the reference tables apply.
       01 POSITION-ID           PIC X(06) VALUE SPACES.
       01 POSITION-FILE-STATUS  PIC XX.
          88 NO-POSITION-FILE   VALUE "35".
          88 NO-MORE-POSITIONS  VALUE "10".
       01 POSITION-CONTROL-FLAG PIC X VALUE 'N'.
          88 POSITION-CONTROL-ON VALUE 'Y'.
       01 POSITION-OPEN-FLAG    PIC X VALUE 'N'.
          88 POSITION-IS-OPEN   VALUE 'Y'.
      *>  Contact details captured alongside the interview (or off
      *>  the staged record) and filed to the companion address file.
       01 CONTACT-INFO.
       01 DUP-FIRST            PIC X(10).
       01 DUP-SECOND           PIC X(10).
       01 DUP-DIST             PIC 9(02).
      *>  Surname and given name are graded ten characters at a
      *>  time (the compare's width) and the distances summed; any
      *>  piece that isn't comparable makes the pair not comparable.
       01 DUP-PART-FIRST       PIC X(20).
       01 DUP-PART-SECOND      PIC X(20).
       01 DUP-TOTAL-DIST       PIC 9(02).
       01 DUP-PAIR-FLAG        PIC X.
          88 DUP-PAIR-COMPARABLE VALUE 'Y'.
       01 NAME-FUNCTION        PIC X.
       01 NAME-RESULT          PIC X(40).
       01 NAME-STATUS          PIC X.
       01 DUP-MISMATCH-COUNT   PIC 9(02).
       01 DUP-MISMATCH-POSITIONS.
           05 DUP-MISMATCH-POSITION PIC 9(02) OCCURS 50 TIMES.
          88 DOB-VALID          VALUE 'Y'.
       01 DAYS-IN-DOB-MONTH     PIC 9(02).

      *>  Free-text spelling check: favorite food and dream job are
      *>  looked up in the WORDLIST.DAT dictionary through the shared
      *>  SPELL-SUGGEST subprogram. The interview offers the closest
      *>  words for a retype; whatever is finally filed is logged to
      *>  UNKWORDS.DAT if still unknown, for the weekly SPELL-REPORT.
       01 SPELL-FUNCTION       PIC X.
       01 SPELL-TEXT           PIC X(30).
       01 SPELL-SOURCE         PIC X(20).
       01 SPELL-UNKNOWN-WORD   PIC X(10).
       01 SPELL-SUGGESTION-COUNT PIC 9(02).
       01 SPELL-SUGGESTIONS.
           05 SPELL-SUGGESTION PIC X(10) OCCURS 5 TIMES.
       01 SPELL-STATUS         PIC X.
       01 SPELL-ENTRY          PIC X(10).
       01 SPELL-ENTRY-UPPER    PIC X(10).
       01 SPELL-REPLY          PIC X(10).
       01 SPELL-CHOICE         PIC 9(01).
       01 SPELL-INDEX          PIC 9(02).
       01 SPELL-WORD-LEN       PIC 9(02).
       01 SPELL-WORD-OFFSET    PIC 9(02).

      *>  Run date, split out the same way LEAP-YEAR keeps YYYY, so
      *>  CHECK-LEAP-AS-OF can test either the birth year or the run
      *>  year for a Feb-29 birthday without needing two paragraphs.
            END-IF
            PERFORM LOAD-PROFESSION-CODES
            PERFORM LOAD-DEPT-CODES
            PERFORM CHECK-POSITION-CONTROL
            PERFORM DETERMINE-RUN-MODE
            PERFORM ACQUIRE-MASTER-LOCK
            IF NOT MASTER-LOCK-TAKEN
                   END-READ
                   IF NOT NO-MORE-OPERATORS
                   AND OPER-ID = OPERATOR-ID
                   AND NOT OPER-DISABLED
                   AND (OPER-EXPIRY-DATE = SPACES
                       OR OPER-EXPIRY-DATE
                           >= FUNCTION CURRENT-DATE(1:8))
                       PERFORM VARYING FUNC-INDEX FROM 1 BY 1
                       UNTIL FUNC-INDEX > 10
                           IF OPER-FUNCTIONS(FUNC-INDEX:1)
       VALIDATE-NEW-HIRE.
           MOVE 'N' TO NEW-HIRE-VALID-FLAG
           MOVE SPACES TO NEW-HIRE-REJECT-REASON
           IF NH-SURNAME = SPACES
           AND NH-GIVEN-NAME = SPACES
           AND NH-NAME NOT = SPACES
               MOVE 'S' TO NAME-FUNCTION
               MOVE NH-NAME TO NAME-RESULT
               CALL "NAME-FORMAT" USING NAME-FUNCTION NH-SURNAME
                   NH-GIVEN-NAME NH-PREFERRED-NAME NAME-RESULT
                   NAME-STATUS
           END-IF

           MOVE NH-DOB TO DATE-OF-BIRTH
           MOVE NH-HIRE-DATE TO HIRE-DATE
           EVALUATE TRUE
               WHEN NH-EMP-ID = SPACES
                   MOVE "EMP-ID MISSING" TO NEW-HIRE-REJECT-REASON
               WHEN NH-SURNAME = SPACES
                   MOVE "SURNAME MISSING" TO NEW-HIRE-REJECT-REASON
               WHEN NH-DOB NOT NUMERIC
                   MOVE "DOB NOT NUMERIC" TO NEW-HIRE-REJECT-REASON
               WHEN DOB-YYYY = 0 OR DOB-MM < 1 OR DOB-MM > 12
                               MOVE "UNKNOWN DEPT CODE"
                                   TO NEW-HIRE-REJECT-REASON
                           ELSE
                               MOVE NH-EMP-ID TO EMP-ID
                               MOVE NH-POSITION-ID TO POSITION-ID
                               PERFORM CHECK-POSITION-OPEN
                               IF NOT POSITION-IS-OPEN
                                   MOVE "NO OPEN POSITION NAMED"
                                       TO NEW-HIRE-REJECT-REASON
                               ELSE
                                   SET NEW-HIRE-VALID TO TRUE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
      *>  the id that was filed.
       ACCEPT-NEW-HIRE.
           MOVE NH-EMP-ID TO EMP-ID
           MOVE NH-SURNAME TO SURNAME
           MOVE NH-GIVEN-NAME TO GIVEN-NAME
           MOVE NH-PREFERRED-NAME TO PREFERRED-NAME
           MOVE NH-FAVORITE-FOOD TO FAVORITE-FOOD
           MOVE NH-PROFESSION TO PROFESSION
           MOVE NH-RETIRE-AGE TO RETIRE-AGE
           MOVE NH-CITY TO CONTACT-CITY
           MOVE NH-POSTAL-CODE TO CONTACT-POSTAL
           MOVE NH-PHONE TO CONTACT-PHONE
           MOVE NH-POSITION-ID TO POSITION-ID
           PERFORM CALCULATE-AGE-FROM-DOB
           PERFORM SAVE-EMPLOYEE-MASTER
           PERFORM SAVE-EMPLOYEE-ADDRESS
      *>  No one to offer a suggestion to in a batch run; unknown
      *>  words just go on the log for the weekly report.
           MOVE NH-FAVORITE-FOOD TO SPELL-ENTRY
           MOVE "FAVORITE-FOOD" TO SPELL-SOURCE
           PERFORM LOG-UNKNOWN-WORDS
           MOVE NH-DREAM-JOB TO SPELL-ENTRY
           MOVE "DREAM-JOB" TO SPELL-SOURCE
           PERFORM LOG-UNKNOWN-WORDS
           ADD 1 TO HIRES-ACCEPTED
           MOVE "RUN-BATCH-ONBOARDING" TO AUDIT-PARAGRAPH
           MOVE "EMP-ID" TO AUDIT-FIELD-NAME
       REJECT-NEW-HIRE.
           ADD 1 TO HIRES-REJECTED
           MOVE SPACES TO NEW-HIRE-REJECT-LINE
           STRING "REJECTED: " NH-EMP-ID " " NH-SURNAME
               " REASON: " NEW-HIRE-REJECT-REASON
               DELIMITED BY SIZE INTO NEW-HIRE-REJECT-LINE
           WRITE NEW-HIRE-REJECT-LINE
       .

       GET-PERSONAL-INFO.
           MOVE SPACES TO SURNAME
           PERFORM UNTIL SURNAME NOT = SPACES
               DISPLAY "What's your surname?"
               ACCEPT SURNAME
           END-PERFORM
           MOVE "GET-PERSONAL-INFO" TO AUDIT-PARAGRAPH
           MOVE "SURNAME" TO AUDIT-FIELD-NAME
           MOVE SURNAME TO AUDIT-FIELD-VALUE
           PERFORM LOG-AUDIT-LINE
           DISPLAY "Given name(s)?"
           ACCEPT GIVEN-NAME
           MOVE "GIVEN-NAME" TO AUDIT-FIELD-NAME
           MOVE GIVEN-NAME TO AUDIT-FIELD-VALUE
           PERFORM LOG-AUDIT-LINE
           DISPLAY "Name you go by? (blank if the same)"
           ACCEPT PREFERRED-NAME
           MOVE "PREFERRED-NAME" TO AUDIT-FIELD-NAME
           MOVE PREFERRED-NAME TO AUDIT-FIELD-VALUE
           PERFORM LOG-AUDIT-LINE

           MOVE 'N' TO DOB-VALID-FLAG

           DISPLAY "Favorite food?"
           ACCEPT FAVORITE-FOOD
           MOVE FAVORITE-FOOD TO SPELL-ENTRY
           MOVE "FAVORITE-FOOD" TO SPELL-SOURCE
           PERFORM OFFER-SPELLING-SUGGESTION
           MOVE SPELL-ENTRY TO FAVORITE-FOOD
           PERFORM LOG-UNKNOWN-WORDS
           MOVE "GET-PERSONAL-INFO" TO AUDIT-PARAGRAPH
           MOVE "FAVORITE-FOOD" TO AUDIT-FIELD-NAME
           MOVE FAVORITE-FOOD TO AUDIT-FIELD-VALUE
           PERFORM LOG-AUDIT-LINE
       .

      *>  A word in SPELL-ENTRY that is not in the dictionary is
      *>  shown with its closest matches: a number takes that match
      *>  in place of the word, anything else typed replaces the
      *>  whole entry, and a blank reply keeps it as typed.
       OFFER-SPELLING-SUGGESTION.
           MOVE 'C' TO SPELL-FUNCTION
           MOVE SPELL-ENTRY TO SPELL-TEXT
           CALL "SPELL-SUGGEST" USING SPELL-FUNCTION SPELL-TEXT
               SPELL-SOURCE SPELL-UNKNOWN-WORD SPELL-SUGGESTION-COUNT
               SPELL-SUGGESTIONS SPELL-STATUS
           IF SPELL-STATUS = '1'
               DISPLAY "'" FUNCTION TRIM(SPELL-UNKNOWN-WORD)
                   "' is not in the dictionary. Did you mean:"
               PERFORM VARYING SPELL-INDEX FROM 1 BY 1
               UNTIL SPELL-INDEX > SPELL-SUGGESTION-COUNT
                   DISPLAY "  " SPELL-INDEX(2:1) " "
                       SPELL-SUGGESTION(SPELL-INDEX)
               END-PERFORM
               DISPLAY "Number of a suggestion, a corrected entry,"
                   " or blank to keep it as typed?"
               MOVE SPACES TO SPELL-REPLY
               ACCEPT SPELL-REPLY
               IF SPELL-REPLY(1:1) IS NUMERIC
               AND SPELL-REPLY(2:9) = SPACES
                   MOVE SPELL-REPLY(1:1) TO SPELL-CHOICE
                   IF SPELL-CHOICE >= 1
                   AND SPELL-CHOICE <= SPELL-SUGGESTION-COUNT
                       PERFORM TAKE-SPELLING-SUGGESTION
                   END-IF
               ELSE
                   IF SPELL-REPLY NOT = SPACES
                       MOVE SPELL-REPLY TO SPELL-ENTRY
                   END-IF
               END-IF
           END-IF
       .

      *>  Suggestions are always the unknown word's own length, so
      *>  the chosen one is laid over the word where it stands.
       TAKE-SPELLING-SUGGESTION.
           MOVE FUNCTION UPPER-CASE(SPELL-ENTRY) TO SPELL-ENTRY-UPPER
           COMPUTE SPELL-WORD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(SPELL-UNKNOWN-WORD))
           MOVE 0 TO SPELL-WORD-OFFSET
           INSPECT SPELL-ENTRY-UPPER TALLYING SPELL-WORD-OFFSET
               FOR CHARACTERS BEFORE INITIAL
               SPELL-UNKNOWN-WORD(1:SPELL-WORD-LEN)
           IF SPELL-WORD-OFFSET + SPELL-WORD-LEN <= 10
               ADD 1 TO SPELL-WORD-OFFSET
               MOVE SPELL-SUGGESTION(SPELL-CHOICE)(1:SPELL-WORD-LEN)
                   TO SPELL-ENTRY(SPELL-WORD-OFFSET:SPELL-WORD-LEN)
           END-IF
       .

      *>  Whatever is finally filed: words still unknown go on
      *>  UNKWORDS.DAT under the field name in SPELL-SOURCE.
       LOG-UNKNOWN-WORDS.
           MOVE 'L' TO SPELL-FUNCTION
           MOVE SPELL-ENTRY TO SPELL-TEXT
           CALL "SPELL-SUGGEST" USING SPELL-FUNCTION SPELL-TEXT
               SPELL-SOURCE SPELL-UNKNOWN-WORD SPELL-SUGGESTION-COUNT
               SPELL-SUGGESTIONS SPELL-STATUS
       .

      *>  AGE is derived from DATE-OF-BIRTH as of today rather than
      *>  typed in, so the figure on file never goes stale. A Feb-29
      *>  birthday needs the same leap-year test LEAP-YEAR uses to
           MOVE DEPT-CODE TO AUDIT-FIELD-VALUE
           PERFORM LOG-AUDIT-LINE

      *>  The hire fills a budgeted seat: the position must belong to
      *>  the department just given and be open, so hiring over
      *>  budget is stopped at entry instead of found at quarter end.
           IF POSITION-CONTROL-ON
               MOVE 'N' TO POSITION-OPEN-FLAG
               PERFORM UNTIL POSITION-IS-OPEN
                   DISPLAY "Position id? (open position in " DEPT-CODE
                       ")"
                   ACCEPT POSITION-ID
                   PERFORM CHECK-POSITION-OPEN
                   IF NOT POSITION-IS-OPEN
                       DISPLAY "Not an open position in " DEPT-CODE
                           ": " POSITION-ID
                   END-IF
               END-PERFORM
               MOVE "GET-WORK-INFO" TO AUDIT-PARAGRAPH
               MOVE "POSITION-ID" TO AUDIT-FIELD-NAME
               MOVE POSITION-ID TO AUDIT-FIELD-VALUE
               PERFORM LOG-AUDIT-LINE
           END-IF

           MOVE 'N' TO RETIRE-AGE-VALID-FLAG
           PERFORM UNTIL RETIRE-AGE-VALID
               DISPLAY "At what age do you want to retire? (55-75)"

           DISPLAY "What is your dream job?"
           ACCEPT DREAM-JOB
           MOVE DREAM-JOB TO SPELL-ENTRY
           MOVE "DREAM-JOB" TO SPELL-SOURCE
           PERFORM OFFER-SPELLING-SUGGESTION
           MOVE SPELL-ENTRY TO DREAM-JOB
           PERFORM LOG-UNKNOWN-WORDS
           MOVE "GET-WORK-INFO" TO AUDIT-PARAGRAPH
           MOVE "DREAM-JOB" TO AUDIT-FIELD-NAME
           MOVE DREAM-JOB TO AUDIT-FIELD-VALUE

       PRINT-ALL-INFO.
           DISPLAY "*********************"
           DISPLAY "Name: " SURNAME ", " GIVEN-NAME
           IF PREFERRED-NAME NOT = SPACES
               DISPLAY "Goes by: " PREFERRED-NAME
           END-IF
           DISPLAY "Age: " AGE
           DISPLAY "Favorite food: " FAVORITE-FOOD
           DISPLAY "*********************"
           DISPLAY "Work: " PROFESSION
           DISPLAY "Position: " POSITION-ID
           DISPLAY "Will retire at: " RETIRE-AGE
           DISPLAY "Dream job: " DREAM-JOB
       .
      *>  transient hard status must still try the fourth, and
      *>  RETURN-CODE already records that the step failed.
           MOVE 'N' TO HARD-IO-FLAG
           MOVE SPACES TO EMPLOYEE-MASTER-RECORD
           MOVE EMP-ID TO MASTER-EMP-ID
           MOVE SURNAME TO MASTER-SURNAME
           MOVE GIVEN-NAME TO MASTER-GIVEN-NAME
           MOVE PREFERRED-NAME TO MASTER-PREFERRED-NAME
           MOVE AGE TO MASTER-AGE
           MOVE FAVORITE-FOOD TO MASTER-FAVORITE-FOOD
           MOVE PROFESSION TO MASTER-PROFESSION
               IF MASTER-FILE-STATUS = "00"
                   MOVE OPERATOR-ID TO HIST-OPERATOR
                   PERFORM WRITE-EMPLOYEE-HISTORY
                   IF POSITION-CONTROL-ON
                       PERFORM SEAT-EMPLOYEE-IN-POSITION
                   END-IF
               END-IF
           END-IF

           CLOSE EMPLOYEE-MASTER
       .

      *>  Position control is on when POSITION.DAT is there to check
      *>  against.
       CHECK-POSITION-CONTROL.
           MOVE 'N' TO POSITION-CONTROL-FLAG
           OPEN INPUT POSITION-FILE
           IF POSITION-FILE-STATUS = "00"
               SET POSITION-CONTROL-ON TO TRUE
               CLOSE POSITION-FILE
           ELSE
               DISPLAY "WARNING: NO POSITION.DAT - HIRES NOT CHECKED"
                   " AGAINST BUDGETED POSITIONS"
           END-IF
       .

      *>  Sets POSITION-IS-OPEN when POSITION-ID is on file in
      *>  DEPT-CODE and either vacant or already held by EMP-ID.
       CHECK-POSITION-OPEN.
           MOVE 'N' TO POSITION-OPEN-FLAG
           IF NOT POSITION-CONTROL-ON
               SET POSITION-IS-OPEN TO TRUE
           ELSE
               IF POSITION-ID NOT = SPACES
                   OPEN INPUT POSITION-FILE
                   MOVE POSITION-ID TO POS-ID
                   READ POSITION-FILE
                   IF POSITION-FILE-STATUS = "00"
                   AND POS-DEPT-CODE = DEPT-CODE
                   AND (POS-VACANT OR POS-FILLED-BY = EMP-ID)
                       SET POSITION-IS-OPEN TO TRUE
                   END-IF
                   CLOSE POSITION-FILE
               END-IF
           END-IF
       .

      *>  Seats the saved employee: any other position still showing
      *>  this id (a re-saved record moving seats) is vacated first,
      *>  then the named position is filled as of the hire date.
       SEAT-EMPLOYEE-IN-POSITION.
           OPEN I-O POSITION-FILE
           MOVE POSITION-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "POSITION.DAT" TO IO-CHECK-FILE-NAME
           MOVE "SEAT-EMPLOYEE" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
           IF POSITION-FILE-STATUS = "00"
               MOVE LOW-VALUES TO POS-ID
               START POSITION-FILE KEY >= POS-ID
                   INVALID KEY SET NO-MORE-POSITIONS TO TRUE
               END-START
               PERFORM UNTIL NO-MORE-POSITIONS
                   READ POSITION-FILE NEXT RECORD
                       AT END SET NO-MORE-POSITIONS TO TRUE
                   END-READ
                   IF POSITION-FILE-STATUS = "00"
                   AND POS-FILLED-BY = EMP-ID
                   AND POS-ID NOT = POSITION-ID
                       MOVE SPACES TO POS-FILLED-BY
                       MOVE 0 TO POS-FILLED-DATE
                       REWRITE POSITION-RECORD
                   END-IF
                   IF POSITION-FILE-STATUS NOT = "00"
                       SET NO-MORE-POSITIONS TO TRUE
                   END-IF
               END-PERFORM
               MOVE POSITION-ID TO POS-ID
               READ POSITION-FILE
               IF POSITION-FILE-STATUS = "00"
                   MOVE EMP-ID TO POS-FILLED-BY
                   MOVE HIRE-DATE TO POS-FILLED-DATE
                   REWRITE POSITION-RECORD
               END-IF
               MOVE POSITION-FILE-STATUS TO IO-CHECK-STATUS
               PERFORM CHECK-HARD-IO-STATUS
               IF POSITION-FILE-STATUS NOT = "00"
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "POSITION " POSITION-ID " NOT SEATED FOR "
                       EMP-ID " STATUS=" POSITION-FILE-STATUS
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'E' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               ELSE
                   MOVE "SEAT-EMPLOYEE" TO AUDIT-PARAGRAPH
                   MOVE "POSITION-FILLED" TO AUDIT-FIELD-NAME
                   MOVE SPACES TO AUDIT-FIELD-VALUE
                   STRING POSITION-ID " BY " EMP-ID
                       DELIMITED BY SIZE INTO AUDIT-FIELD-VALUE
                   PERFORM LOG-AUDIT-LINE
               END-IF
               CLOSE POSITION-FILE
           END-IF
       .

      *>  One test for the hard file statuses every operation can
      *>  raise: 30/34 are the disk and boundary faults, anything in
      *>  the 9x family is a runtime failure (a lock conflict, a file
       .

      *>  Walks every record already on the master and grades the new
      *>  surname and given name against each existing pair. Names
      *>  of equal trimmed length whose summed Hamming distance is
      *>  within NAME-TOLERANCE-THRESHOLD are flagged; the record is
      *>  still filed (the operator may know it is a different
      *>  person), but the warning is on the console and in the
      *>  audit log.
       SWEEP-FOR-NEAR-DUPLICATE-NAMES.
           MOVE 0 TO NEAR-MATCH-COUNT
           MOVE 'N' TO DUP-SWEEP-EOF-FLAG
      *>  else is graded position-by-position - the same loop
      *>  HAMMING-DISTANCE's reconciliation uses.
       GRADE-ONE-NAME-PAIR.
           MOVE 0 TO DUP-TOTAL-DIST
           MOVE 'Y' TO DUP-PAIR-FLAG
           MOVE SURNAME TO DUP-PART-FIRST
           MOVE MASTER-SURNAME TO DUP-PART-SECOND
           PERFORM GRADE-NAME-PART
           MOVE GIVEN-NAME TO DUP-PART-FIRST
           MOVE MASTER-GIVEN-NAME TO DUP-PART-SECOND
           PERFORM GRADE-NAME-PART
           IF DUP-PAIR-COMPARABLE
               IF DUP-TOTAL-DIST <= NAME-TOLERANCE-THRESHOLD
                   ADD 1 TO NEAR-MATCH-COUNT
                   DISPLAY "WARNING: NAME " SURNAME " " GIVEN-NAME
                       " IS WITHIN TOLERANCE OF " MASTER-SURNAME " "
                       MASTER-GIVEN-NAME " (ID "
                       MASTER-EMP-ID ") - POSSIBLE DUPLICATE HIRE"
                   MOVE "SWEEP-NEAR-DUPLICATE" TO AUDIT-PARAGRAPH
                   MOVE "NEAR-MATCH" TO AUDIT-FIELD-NAME
                   MOVE SPACES TO AUDIT-FIELD-VALUE
                   STRING SURNAME DELIMITED BY "  "
                       "/" MASTER-EMP-ID DELIMITED BY SIZE
                       INTO AUDIT-FIELD-VALUE
                   PERFORM LOG-AUDIT-LINE
               END-IF
           END-IF
       .

       GRADE-NAME-PART.
           MOVE DUP-PART-FIRST(1:10) TO DUP-FIRST
           MOVE DUP-PART-SECOND(1:10) TO DUP-SECOND
           PERFORM GRADE-TEN-CHARACTERS
           MOVE DUP-PART-FIRST(11:10) TO DUP-FIRST
           MOVE DUP-PART-SECOND(11:10) TO DUP-SECOND
           PERFORM GRADE-TEN-CHARACTERS
       .

       GRADE-TEN-CHARACTERS.
           CALL "HAMMING-COMPARE" USING DUP-FIRST DUP-SECOND
               DUP-DIST DUP-MISMATCH-COUNT DUP-MISMATCH-POSITIONS
               DUP-COMPARE-STATUS
           IF DUP-COMPARE-STATUS = '0'
               ADD DUP-DIST TO DUP-TOTAL-DIST
           ELSE
               MOVE 'N' TO DUP-PAIR-FLAG
           END-IF
       .

      *>  Appends the staged before/after images to EMPHIST.DAT,
      *>  opened and closed per call the same way the shared
      *>  exception summary is appended elsewhere in the chain.
