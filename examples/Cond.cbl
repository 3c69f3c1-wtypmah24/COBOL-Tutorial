           SELECT VIP-LIST-FILE ASSIGN TO "VIPLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIP-FILE-STATUS.
      *>  Voter roll: the indexed voter master VOTER-CHANGE keeps
      *>  from the registration change feed. When present the run
      *>  screens every voter still on it instead of one typed-in
      *>  person, the same existence-check style the other batch
      *>  programs use.
           SELECT VOTER-ROLL-FILE ASSIGN TO "VOTERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VOTER-ID
               FILE STATUS IS VOTER-ROLL-FILE-STATUS.
           SELECT VERDICT-FILE ASSIGN TO "VOTERVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUP-SCREEN-REPORT-FILE ASSIGN TO "VOTERDUP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUP-SCREEN-REPORT-FILE-STATUS.
      *>  Precinct table kept by the elections office: each row maps
      *>  a range of postal codes to a precinct and its polling
      *>  place.
           SELECT PRECINCT-FILE ASSIGN TO "PRECINCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRECINCT-FILE-STATUS.
      *>  Per-precinct poll books for the eligible voters, and the
      *>  per-polling-place totals used for staffing.
           SELECT POLL-BOOK-FILE ASSIGN TO "POLLBOOK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLL-BOOK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 VIP-EFFECTIVE     PIC X(08).
           05 VIP-EXPIRES       PIC X(08).

      *>  The roll carries a date of birth instead of a self-reported
      *>  age; the age is derived as of the election date. The
      *>  residential address and postal code place the voter in a
      *>  precinct. Removed voters stay on the master and are
      *>  skipped.
       FD  VOTER-ROLL-FILE.
           COPY "VOTER-MASTER.cpy".

      *>  Postal codes from PCT-POSTCODE-FROM through
      *>  PCT-POSTCODE-TO, inclusive, vote at this precinct.
       FD  PRECINCT-FILE.
       01  PRECINCT-RECORD.
           05 PCT-POSTCODE-FROM PIC X(08).
           05 PCT-POSTCODE-TO   PIC X(08).
           05 PCT-PRECINCT      PIC X(06).
           05 PCT-POLLING-PLACE PIC X(30).

       FD  POLL-BOOK-FILE.
       01  POLL-BOOK-LINE       PIC X(100).

       FD  ELECTION-DATE-FILE.
       01  ELECTION-DATE-RECORD PIC 9(08).
       01  DUP-SCREEN-REPORT-LINE PIC X(80).

       FD  VERDICT-FILE.
           COPY "VOTER-VERDICT.cpy".

       WORKING-STORAGE SECTION.
       01 USER-NAME PIC X(10).
       01 EXACT-DUPS-REJECTED  PIC 9(04) VALUE 0.
       01 NEAR-MISSES-FLAGGED  PIC 9(04) VALUE 0.

      *>  Precinct table loaded once per batch run; the first row
      *>  whose postal-code range holds the voter's code wins.
       01 PRECINCT-FILE-STATUS PIC XX.
          88 NO-PRECINCT-FILE  VALUE "35".
          88 NO-MORE-PRECINCTS VALUE "10".
       01 POLL-BOOK-FILE-STATUS PIC XX.
       01 PRECINCT-COUNT       PIC 9(03) VALUE 0.
       01 PRECINCT-TABLE.
           05 PRECINCT-ENTRY OCCURS 200 TIMES.
               10 PT-POSTCODE-FROM PIC X(08).
               10 PT-POSTCODE-TO   PIC X(08).
               10 PT-PRECINCT      PIC X(06).
               10 PT-POLLING-PLACE PIC X(30).
               10 PT-ELIGIBLE-COUNT PIC 9(05).
       01 PRECINCT-INDEX       PIC 9(03).
       01 PLACE-INDEX          PIC 9(03).
       01 FOUND-PRECINCT-INDEX PIC 9(03).
       01 PLACE-SEEN-FLAG      PIC X VALUE 'N'.
          88 PLACE-ALREADY-LISTED VALUE 'Y'.
       01 PLACE-PRECINCT-COUNT PIC 9(03).
       01 PLACE-ELIGIBLE-COUNT PIC 9(05).
       01 VOTERS-UNASSIGNED    PIC 9(05) VALUE 0.

      *>  Every eligible voter, collected as screened and SORTed by
      *>  precinct and name for the poll books; voters with no
      *>  precinct carry HIGH-VALUES there so they print last.
       01 POLL-BOOK-COUNT      PIC 9(04) VALUE 0.
       01 POLL-BOOK-TABLE.
           05 POLL-BOOK-ENTRY OCCURS 1 TO 2000 TIMES
              DEPENDING ON POLL-BOOK-COUNT.
               10 PB-PRECINCT      PIC X(06).
               10 PB-NAME          PIC X(10).
               10 PB-VOTER-ID      PIC X(10).
               10 PB-DOB           PIC 9(08).
               10 PB-ADDRESS       PIC X(30).
               10 PB-POSTCODE      PIC X(08).
               10 PB-PRECINCT-INDEX PIC 9(03).
       01 POLL-BOOK-INDEX      PIC 9(04).
       01 CURRENT-PRECINCT     PIC X(06).
       01 PRECINCT-VOTER-COUNT PIC 9(05).
       01 VOTER-COUNT-EDIT     PIC ZZZZ9.
       01 PRECINCT-COUNT-EDIT  PIC ZZ9.

       01 VIP-FILE-STATUS      PIC XX.
          88 NO-VIP-FILE       VALUE "35".
          88 NO-MORE-VIP-NAMES VALUE "10".
           CLOSE VOTER-ROLL-FILE
       .

      *>  Screens every record on the voter master with the same
      *>  eligibility check and CHECK-VIP-LIST lookup the interactive
      *>  path applies, writing one verdict record per person and
      *>  logging each decision to VOTERLOG.TXT just as a typed-in
      *>  check would.
       RUN-BATCH-SCREENING.
           PERFORM SCREEN-ROLL-FOR-DUPLICATES
           PERFORM LOAD-PRECINCT-TABLE
           OPEN INPUT VOTER-ROLL-FILE
           OPEN OUTPUT VERDICT-FILE

                   AT END SET NO-MORE-VOTERS TO TRUE
               END-READ
               IF NOT NO-MORE-VOTERS
               AND NOT VM-REMOVED
                   ADD 1 TO ROLL-ROW-NUMBER
      *>  A record the duplicate pass rejected never reaches the
      *>  verdict logic; it gets a DUPLICATE verdict record so the

           CLOSE VOTER-ROLL-FILE
           CLOSE VERDICT-FILE
           PERFORM WRITE-POLL-BOOKS
           DISPLAY "VOTER SCREENING: " VOTERS-SCREENED " SCREENED, "
               EXACT-DUPS-REJECTED " DUPLICATES, "
               NEAR-MISSES-FLAGGED " NEAR MISSES"
           DISPLAY "PRECINCTS: " POLL-BOOK-COUNT " ELIGIBLE IN POLL "
               "BOOKS, " VOTERS-UNASSIGNED " WITH NO PRECINCT"
       .

      *>  PRECINCT.DAT is read once; without it every eligible voter
      *>  is listed as having no precinct, with a warning, so the
      *>  verdicts still come out.
       LOAD-PRECINCT-TABLE.
           MOVE 0 TO PRECINCT-COUNT
           OPEN INPUT PRECINCT-FILE
           IF NO-PRECINCT-FILE
               DISPLAY "WARNING: NO PRECINCT.DAT - NO PRECINCTS "
                   "ASSIGNED"
           ELSE
               PERFORM UNTIL NO-MORE-PRECINCTS
                   READ PRECINCT-FILE
                       AT END SET NO-MORE-PRECINCTS TO TRUE
                   END-READ
                   IF NOT NO-MORE-PRECINCTS
                   AND PCT-PRECINCT NOT = SPACES
                   AND PRECINCT-COUNT < 200
                       ADD 1 TO PRECINCT-COUNT
                       MOVE PCT-POSTCODE-FROM
                           TO PT-POSTCODE-FROM(PRECINCT-COUNT)
                       MOVE PCT-POSTCODE-TO
                           TO PT-POSTCODE-TO(PRECINCT-COUNT)
                       MOVE PCT-PRECINCT
                           TO PT-PRECINCT(PRECINCT-COUNT)
                       MOVE PCT-POLLING-PLACE
                           TO PT-POLLING-PLACE(PRECINCT-COUNT)
                       MOVE 0 TO PT-ELIGIBLE-COUNT(PRECINCT-COUNT)
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PRECINCT-FILE
       .

      *>  Places the eligible voter on the current roll record in
      *>  the first precinct whose postal-code range holds the code,
      *>  and adds the voter to the poll-book table.
       ASSIGN-VOTER-PRECINCT.
           MOVE 0 TO FOUND-PRECINCT-INDEX
           PERFORM VARYING PRECINCT-INDEX FROM 1 BY 1
           UNTIL PRECINCT-INDEX > PRECINCT-COUNT
           OR FOUND-PRECINCT-INDEX > 0
               IF VM-POSTCODE NOT = SPACES
               AND VM-POSTCODE >= PT-POSTCODE-FROM(PRECINCT-INDEX)
               AND VM-POSTCODE <= PT-POSTCODE-TO(PRECINCT-INDEX)
                   MOVE PRECINCT-INDEX TO FOUND-PRECINCT-INDEX
               END-IF
           END-PERFORM
           IF FOUND-PRECINCT-INDEX = 0
               ADD 1 TO VOTERS-UNASSIGNED
           ELSE
               MOVE PT-PRECINCT(FOUND-PRECINCT-INDEX) TO VER-PRECINCT
               ADD 1 TO PT-ELIGIBLE-COUNT(FOUND-PRECINCT-INDEX)
           END-IF
           IF POLL-BOOK-COUNT < 2000
               ADD 1 TO POLL-BOOK-COUNT
               IF FOUND-PRECINCT-INDEX = 0
                   MOVE HIGH-VALUES TO PB-PRECINCT(POLL-BOOK-COUNT)
               ELSE
                   MOVE VER-PRECINCT TO PB-PRECINCT(POLL-BOOK-COUNT)
               END-IF
               MOVE USER-NAME TO PB-NAME(POLL-BOOK-COUNT)
               MOVE VM-VOTER-ID TO PB-VOTER-ID(POLL-BOOK-COUNT)
               MOVE DATE-OF-BIRTH TO PB-DOB(POLL-BOOK-COUNT)
               MOVE VM-ADDRESS TO PB-ADDRESS(POLL-BOOK-COUNT)
               MOVE VM-POSTCODE TO PB-POSTCODE(POLL-BOOK-COUNT)
               MOVE FOUND-PRECINCT-INDEX
                   TO PB-PRECINCT-INDEX(POLL-BOOK-COUNT)
           END-IF
       .

      *>  One poll book per precinct, voters in name order, then the
      *>  voters no precinct covers, then eligible voters per polling
      *>  place - a place serving several precincts is counted once
      *>  with all of them.
       WRITE-POLL-BOOKS.
           OPEN OUTPUT POLL-BOOK-FILE
           MOVE SPACES TO POLL-BOOK-LINE
           STRING "POLL BOOKS FOR ELECTION OF " ELECTION-DATE
               DELIMITED BY SIZE INTO POLL-BOOK-LINE
           WRITE POLL-BOOK-LINE
           IF POLL-BOOK-COUNT > 0
               SORT POLL-BOOK-ENTRY ASCENDING KEY PB-PRECINCT PB-NAME
           END-IF
           MOVE LOW-VALUES TO CURRENT-PRECINCT
           MOVE 0 TO PRECINCT-VOTER-COUNT
           PERFORM VARYING POLL-BOOK-INDEX FROM 1 BY 1
           UNTIL POLL-BOOK-INDEX > POLL-BOOK-COUNT
               IF PB-PRECINCT(POLL-BOOK-INDEX) NOT = CURRENT-PRECINCT
                   IF CURRENT-PRECINCT NOT = LOW-VALUES
                       PERFORM WRITE-PRECINCT-FOOTING
                   END-IF
                   MOVE PB-PRECINCT(POLL-BOOK-INDEX)
                       TO CURRENT-PRECINCT
                   PERFORM WRITE-PRECINCT-HEADING
               END-IF
               ADD 1 TO PRECINCT-VOTER-COUNT
               MOVE SPACES TO POLL-BOOK-LINE
               STRING "  " PB-VOTER-ID(POLL-BOOK-INDEX)
                   "  " PB-NAME(POLL-BOOK-INDEX)
                   "  " PB-DOB(POLL-BOOK-INDEX)
                   "  " PB-ADDRESS(POLL-BOOK-INDEX)
                   "  " PB-POSTCODE(POLL-BOOK-INDEX)
                   DELIMITED BY SIZE INTO POLL-BOOK-LINE
               WRITE POLL-BOOK-LINE
           END-PERFORM
           IF CURRENT-PRECINCT NOT = LOW-VALUES
               PERFORM WRITE-PRECINCT-FOOTING
           END-IF

           MOVE SPACES TO POLL-BOOK-LINE
           WRITE POLL-BOOK-LINE
           MOVE "ELIGIBLE VOTERS BY POLLING PLACE" TO POLL-BOOK-LINE
           WRITE POLL-BOOK-LINE
           MOVE SPACES TO POLL-BOOK-LINE
           STRING "  POLLING PLACE                   PRECINCTS"
               "  ELIGIBLE"
               DELIMITED BY SIZE INTO POLL-BOOK-LINE
           WRITE POLL-BOOK-LINE
           PERFORM VARYING PRECINCT-INDEX FROM 1 BY 1
           UNTIL PRECINCT-INDEX > PRECINCT-COUNT
               MOVE 'N' TO PLACE-SEEN-FLAG
               PERFORM VARYING PLACE-INDEX FROM 1 BY 1
               UNTIL PLACE-INDEX >= PRECINCT-INDEX
                   IF PT-POLLING-PLACE(PLACE-INDEX)
                       = PT-POLLING-PLACE(PRECINCT-INDEX)
                       SET PLACE-ALREADY-LISTED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT PLACE-ALREADY-LISTED
                   PERFORM WRITE-POLLING-PLACE-LINE
               END-IF
           END-PERFORM
           MOVE VOTERS-UNASSIGNED TO VOTER-COUNT-EDIT
           MOVE SPACES TO POLL-BOOK-LINE
           STRING "  NO PRECINCT                                 "
               VOTER-COUNT-EDIT
               DELIMITED BY SIZE INTO POLL-BOOK-LINE
           WRITE POLL-BOOK-LINE
           CLOSE POLL-BOOK-FILE
       .

       WRITE-PRECINCT-HEADING.
           MOVE 0 TO PRECINCT-VOTER-COUNT
           MOVE SPACES TO POLL-BOOK-LINE
           WRITE POLL-BOOK-LINE
           MOVE SPACES TO POLL-BOOK-LINE
           IF CURRENT-PRECINCT = HIGH-VALUES
               STRING "NO PRECINCT - POSTAL CODE NOT ON PRECINCT.DAT"
                   DELIMITED BY SIZE INTO POLL-BOOK-LINE
           ELSE
               STRING "PRECINCT " CURRENT-PRECINCT
                   "  POLLING PLACE " PT-POLLING-PLACE(
                   PB-PRECINCT-INDEX(POLL-BOOK-INDEX))
                   DELIMITED BY SIZE INTO POLL-BOOK-LINE
           END-IF
           WRITE POLL-BOOK-LINE
           MOVE SPACES TO POLL-BOOK-LINE
           STRING "  VOTER ID    NAME        BORN      ADDRESS"
               "                         POSTCODE"
               DELIMITED BY SIZE INTO POLL-BOOK-LINE
           WRITE POLL-BOOK-LINE
       .

       WRITE-PRECINCT-FOOTING.
           MOVE PRECINCT-VOTER-COUNT TO VOTER-COUNT-EDIT
           MOVE SPACES TO POLL-BOOK-LINE
           STRING "  " VOTER-COUNT-EDIT " ELIGIBLE VOTERS"
               DELIMITED BY SIZE INTO POLL-BOOK-LINE
           WRITE POLL-BOOK-LINE
       .

       WRITE-POLLING-PLACE-LINE.
           MOVE 0 TO PLACE-PRECINCT-COUNT
           MOVE 0 TO PLACE-ELIGIBLE-COUNT
           PERFORM VARYING PLACE-INDEX FROM PRECINCT-INDEX BY 1
           UNTIL PLACE-INDEX > PRECINCT-COUNT
               IF PT-POLLING-PLACE(PLACE-INDEX)
                   = PT-POLLING-PLACE(PRECINCT-INDEX)
                   ADD 1 TO PLACE-PRECINCT-COUNT
                   ADD PT-ELIGIBLE-COUNT(PLACE-INDEX)
                       TO PLACE-ELIGIBLE-COUNT
               END-IF
           END-PERFORM
           MOVE PLACE-PRECINCT-COUNT TO PRECINCT-COUNT-EDIT
           MOVE PLACE-ELIGIBLE-COUNT TO VOTER-COUNT-EDIT
           MOVE SPACES TO POLL-BOOK-LINE
           STRING "  " PT-POLLING-PLACE(PRECINCT-INDEX)
               "      " PRECINCT-COUNT-EDIT
               "     " VOTER-COUNT-EDIT
               DELIMITED BY SIZE INTO POLL-BOOK-LINE
           WRITE POLL-BOOK-LINE
       .

      *>  The roll against itself, before any verdicts: the whole
                   AT END SET NO-MORE-VOTERS TO TRUE
               END-READ
               IF NOT NO-MORE-VOTERS
               AND NOT VM-REMOVED
               AND ROLL-ENTRY-COUNT < 2000
                   ADD 1 TO ROLL-ENTRY-COUNT
                   MOVE VM-NAME TO RS-NAME(ROLL-ENTRY-COUNT)
                   IF VM-DOB IS NUMERIC
                       MOVE VM-DOB TO RS-DOB(ROLL-ENTRY-COUNT)
                   ELSE
                       MOVE 0 TO RS-DOB(ROLL-ENTRY-COUNT)
                   END-IF

       REJECT-DUPLICATE-VOTER.
           ADD 1 TO VOTERS-SCREENED
           MOVE VM-NAME TO USER-NAME
           MOVE 0 TO AGE
           PERFORM LOG-RAW-INPUT
           MOVE SPACES TO VERDICT-RECORD
           MOVE VM-VOTER-ID TO VER-VOTER-ID
           MOVE USER-NAME TO VER-NAME
           MOVE 0 TO VER-AGE
           MOVE "DUPLICATE" TO VER-VERDICT

       SCREEN-ONE-VOTER.
           ADD 1 TO VOTERS-SCREENED
           MOVE VM-NAME TO USER-NAME
      *>  A roll record whose DOB is not a usable date cannot get a
      *>  legally-right verdict; it is reported, not guessed at.
           IF VM-DOB NOT NUMERIC OR VM-DOB = ZERO
               MOVE 0 TO AGE
               PERFORM LOG-RAW-INPUT
               MOVE SPACES TO VERDICT-RECORD
               MOVE VM-VOTER-ID TO VER-VOTER-ID
               MOVE USER-NAME TO VER-NAME
               MOVE 0 TO VER-AGE
               MOVE "INVALID DOB" TO VER-VERDICT
               MOVE 'N' TO VER-VIP
               WRITE VERDICT-RECORD
           ELSE
               MOVE VM-DOB TO DATE-OF-BIRTH
               PERFORM CALCULATE-AGE-AS-OF-ELECTION
               PERFORM SCREEN-CURRENT-VOTER
           END-IF
           PERFORM CHECK-VIP-LIST

           MOVE SPACES TO VERDICT-RECORD
           MOVE VM-VOTER-ID TO VER-VOTER-ID
           MOVE USER-NAME TO VER-NAME
           MOVE AGE TO VER-AGE
           IF AGE >= 18
               SET ELIGIBILITY-STATUS-OK TO TRUE
               MOVE "ELIGIBLE" TO VER-VERDICT
               PERFORM LOG-VOTE-DECISION-YES
               PERFORM ASSIGN-VOTER-PRECINCT
           ELSE
               SET ELIGIBILITY-STATUS-NO TO TRUE
               MOVE "NOT ELIGIBLE" TO VER-VERDICT
