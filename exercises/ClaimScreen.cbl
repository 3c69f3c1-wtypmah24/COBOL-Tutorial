       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-SCREEN.
      *>  Overnight fraud-indicator screening of the claims filed
      *>  since the last run. Nothing at filing stops one claimant
      *>  putting in several similar claims under slightly different
      *>  spellings, or a claim arriving days after its policy
      *>  started, so every new claim is scored here against the
      *>  rest of CLAIMS.DAT:
      *>    - a claimant name within the name tolerance of another
      *>      claim's claimant, graded through the shared
      *>      HAMMING-COMPARE the way Assignment-1 grades duplicate
      *>      hires;
      *>    - more claims by the same (or a near-named) claimant in
      *>      the year to its reported date than the limit;
      *>    - a loss date within the configured days of the start
      *>      of the policy it is claimed under;
      *>    - a payee bank account on CLMPAYEE.DAT that a claim by
      *>      an unrelated claimant is paid into as well.
      *>  Every hit adds its points and a reason to CLAIMREF.RPT. A
      *>  claim scoring at or over the referral threshold while it
      *>  is still PENDING is referred: CLAIM-STATUS will neither
      *>  move nor pay it, and CLAIM-ESCALATE leaves it alone, until
      *>  a supervisor releases it through CLAIM-REFERRAL. Each
      *>  referral is logged to FLAGCHG.TXT under the AUTO operator.
      *>
      *>  CLAIMSCR.PRM overrides the threshold (50 points), the name
      *>  tolerance (2 characters), the policy-start window (30
      *>  days) and the yearly claim limit (2 claims).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREEN-PARAM-FILE ASSIGN TO "CLAIMSCR.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCREEN-PARAM-FILE-STATUS.
      *>  The claims master CLAIM-STATUS maintains: read end to end
      *>  into the screening table, then each new claim rewritten
      *>  with its score.
           SELECT CLAIMS-FILE ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAIM-ID
               FILE STATUS IS CLAIMS-FILE-STATUS.
           SELECT POLICY-FILE ASSIGN TO "POLICY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POL-NUMBER
               FILE STATUS IS POLICY-FILE-STATUS.
           SELECT CLAIM-PAYEE-FILE ASSIGN TO "CLMPAYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PYE-CLAIM-ID
               FILE STATUS IS CLAIM-PAYEE-FILE-STATUS.
           SELECT STATUS-CHANGE-LOG ASSIGN TO "FLAGCHG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-CHANGE-LOG-STATUS.
           SELECT REFERRAL-REPORT-FILE ASSIGN TO "CLAIMREF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFERRAL-REPORT-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCREEN-PARAM-FILE.
       01  SCREEN-PARAM-RECORD.
           05 PRM-REFER-THRESHOLD  PIC 9(03).
           05 PRM-NAME-TOLERANCE   PIC 9(02).
           05 PRM-POLICY-START-DAYS PIC 9(03).
           05 PRM-CLAIM-COUNT-LIMIT PIC 9(02).

      *>  Same layout CLAIM-STATUS files and rewrites.
       FD  CLAIMS-FILE.
       01  CLAIM-RECORD.
           05 CLAIM-ID             PIC X(08).
           05 CLAIM-STATUS-CODE    PIC X(09).
           05 CLAIM-REASON         PIC X(20).
           05 CLAIM-CHANGED-DATE   PIC 9(08).
           05 CLAIM-CHANGED-STAMP  PIC X(26).
           05 CLAIM-RESERVE-AMOUNT PIC 9(7)V99.
           05 CLAIM-PAID-TO-DATE   PIC 9(7)V99.
           05 CLAIM-ADJUSTER       PIC X(10).
           05 CLAIM-POLICY-NUMBER  PIC X(10).
           05 CLAIM-LOSS-DATE      PIC 9(08).
           05 CLAIM-DEDUCTIBLE-TAKEN PIC 9(7)V99.
           05 CLAIM-RECOVERED-TO-DATE PIC 9(7)V99.
           05 CLAIM-REPORTED-DATE  PIC 9(08).
           05 CLAIM-CLAIMANT-NAME  PIC X(30).
           05 CLAIM-SCREEN-SCORE   PIC 9(03).
           05 CLAIM-SCREENED-DATE  PIC 9(08).
           05 CLAIM-REFERRAL-FLAG  PIC X(01).
              88 CLAIM-REFERRED    VALUE 'Y'.

       FD  POLICY-FILE.
           COPY "POLICY.cpy".

       FD  CLAIM-PAYEE-FILE.
           COPY "CLAIM-PAYEE.cpy".

       FD  STATUS-CHANGE-LOG.
       01  STATUS-CHANGE-LINE  PIC X(92).

       FD  REFERRAL-REPORT-FILE.
       01  REFERRAL-REPORT-LINE PIC X(80).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 SCREEN-PARAM-FILE-STATUS PIC XX.
          88 NO-SCREEN-PARAM-FILE VALUE "35".
       01 CLAIMS-FILE-STATUS   PIC XX.
          88 NO-CLAIMS-FILE    VALUE "35".
       01 POLICY-FILE-STATUS   PIC XX.
       01 POLICY-FILE-FLAG     PIC X VALUE 'N'.
          88 POLICY-FILE-READY VALUE 'Y'.
       01 CLAIM-PAYEE-FILE-STATUS PIC XX.
          88 NO-MORE-PAYEES    VALUE "10".
       01 STATUS-CHANGE-LOG-STATUS PIC XX.
          88 NO-STATUS-CHANGE-LOG-FILE VALUE "35".
       01 REFERRAL-REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 TODAYS-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==CUR-YYYY==
                         ==DATE-GROUP-MM==   BY ==CUR-MM==
                         ==DATE-GROUP-DD==   BY ==CUR-DD==.
       01 TODAYS-DATE-N REDEFINES TODAYS-DATE PIC 9(08).

      *>  Screening settings, CLAIMSCR.PRM over these defaults.
       01 REFER-THRESHOLD      PIC 9(03) VALUE 50.
       01 NAME-TOLERANCE       PIC 9(02) VALUE 2.
       01 POLICY-START-DAYS    PIC 9(03) VALUE 30.
       01 CLAIM-COUNT-LIMIT    PIC 9(02) VALUE 2.
      *>  Points each indicator adds to a claim's score.
       01 NEAR-NAME-POINTS     PIC 9(03) VALUE 30.
       01 FREQUENCY-POINTS     PIC 9(03) VALUE 30.
       01 POLICY-START-POINTS  PIC 9(03) VALUE 25.
       01 SHARED-ACCOUNT-POINTS PIC 9(03) VALUE 40.

      *>  DATE-ARITH call set, per its CHECK-LEAP-YEAR-style USING
      *>  list.
       01 DATE-FUNCTION        PIC X.
       01 DATE-ONE             PIC 9(08).
       01 DATE-TWO             PIC 9(08).
       01 DATE-OFFSET-DAYS     PIC S9(05).
       01 DATE-RESULT-DAYS     PIC S9(07).
       01 DATE-RESULT-DATE     PIC 9(08).
       01 DATE-CALL-STATUS     PIC X.

      *>  HAMMING-COMPARE call set: claimant names are graded ten
      *>  characters at a time, as Assignment-1 grades names.
       01 NAME-FIRST           PIC X(10).
       01 NAME-SECOND          PIC X(10).
       01 NAME-DIST            PIC 9(02).
       01 NAME-MISMATCH-COUNT  PIC 9(02).
       01 NAME-MISMATCH-POSITIONS.
           05 NAME-MISMATCH-POSITION PIC 9(02) OCCURS 50 TIMES.
       01 NAME-COMPARE-STATUS  PIC X.
       01 NAME-PART-FIRST      PIC X(30).
       01 NAME-PART-SECOND     PIC X(30).
       01 NAME-TOTAL-DIST      PIC 9(02).
       01 NAME-PAIR-FLAG       PIC X.
          88 NAME-PAIR-COMPARABLE VALUE 'Y'.
       01 NAME-MATCH-FLAG      PIC X.
          88 SAME-CLAIMANT     VALUE 'S'.
          88 NEAR-CLAIMANT     VALUE 'N'.
          88 OTHER-CLAIMANT    VALUE 'O'.

      *>  Every claim on file, with its payee account, for the
      *>  pairwise checks.
       01 SCREEN-CLAIM-COUNT   PIC 9(04) VALUE 0.
       01 SCREEN-CLAIM-TABLE.
           05 SCREEN-CLAIM-ENTRY OCCURS 1 TO 2000 TIMES
              DEPENDING ON SCREEN-CLAIM-COUNT.
               10 SCR-CLAIM-ID     PIC X(08).
               10 SCR-STATUS       PIC X(09).
               10 SCR-CLAIMANT     PIC X(30).
               10 SCR-POLICY       PIC X(10).
               10 SCR-LOSS-DATE    PIC 9(08).
               10 SCR-REPORTED-DATE PIC 9(08).
               10 SCR-BANK-CODE    PIC X(06).
               10 SCR-ACCOUNT      PIC X(12).
               10 SCR-NEW-FLAG     PIC X.
                  88 SCR-TO-SCREEN VALUE 'Y'.
       01 SCREEN-INDEX         PIC 9(04).
       01 OTHER-INDEX          PIC 9(04).
       01 TABLE-FULL-FLAG      PIC X VALUE 'N'.
          88 SCREEN-TABLE-FULL VALUE 'Y'.
       01 SWEEP-DONE-FLAG      PIC X VALUE 'N'.
          88 SCREEN-SWEEP-DONE VALUE 'Y'.

      *>  The claim being scored: its hits so far.
       01 CLAIM-SCORE          PIC 9(03).
       01 YEAR-BEFORE-DATE     PIC 9(08).
       01 CLAIMS-IN-YEAR       PIC 9(03).
       01 NEAR-NAME-CLAIM      PIC X(08).
       01 SHARED-ACCOUNT-CLAIM PIC X(08).
       01 DAYS-AFTER-START     PIC 9(05).
       01 REASON-COUNT         PIC 9(01).
       01 REASON-TABLE.
           05 REASON-TEXT      PIC X(40) OCCURS 4 TIMES.
       01 REASON-INDEX         PIC 9(01).
       01 SCREEN-OUTCOME       PIC X(24).

       01 CHANGE-TIMESTAMP     PIC X(26).
      *>  Same change-log layout CLAIM-STATUS writes, AUTO standing
      *>  where the session operator would.
       01 STATUS-CHANGE-RECORD.
           05 CHG-FIELD-NAME    PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CHG-OLD-VALUE     PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CHG-NEW-VALUE     PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CHG-REASON        PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CHG-TIMESTAMP     PIC X(26).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CHG-OPERATOR      PIC X(10).

       01 CLAIMS-SCREENED      PIC 9(05) VALUE 0.
       01 CLAIMS-WITH-HITS     PIC 9(05) VALUE 0.
       01 CLAIMS-REFERRED      PIC 9(05) VALUE 0.
       01 SCORE-EDIT           PIC ZZ9.
       01 COUNT-EDIT           PIC ZZ9.
       01 DAYS-EDIT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-SCREEN-SETTINGS
           OPEN OUTPUT REFERRAL-REPORT-FILE
           MOVE SPACES TO REFERRAL-REPORT-LINE
           STRING "CLAIM FRAUD-INDICATOR SCREENING " TODAYS-DATE-N
               " - REFER AT " REFER-THRESHOLD " POINTS"
               DELIMITED BY SIZE INTO REFERRAL-REPORT-LINE
           WRITE REFERRAL-REPORT-LINE
           MOVE SPACES TO REFERRAL-REPORT-LINE
           WRITE REFERRAL-REPORT-LINE

           OPEN I-O CLAIMS-FILE
           IF NO-CLAIMS-FILE
               DISPLAY "CLAIM-SCREEN: NO CLAIMS.DAT - NOTHING TO DO"
           ELSE
           IF CLAIMS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN CLAIMS.DAT, STATUS="
                   CLAIMS-FILE-STATUS
               MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "CLAIMS.DAT OPEN FAILED, STATUS="
                   CLAIMS-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               MOVE 1 TO RETURN-CODE
           ELSE
      *>  FLAGCHG.TXT may not exist on a fresh checkout; create it
      *>  first instead of truncating an existing log on every run.
               OPEN EXTEND STATUS-CHANGE-LOG
               IF NO-STATUS-CHANGE-LOG-FILE
                   OPEN OUTPUT STATUS-CHANGE-LOG
                   CLOSE STATUS-CHANGE-LOG
                   OPEN EXTEND STATUS-CHANGE-LOG
               END-IF
      *>  Without the policy master the policy-start check is
      *>  skipped; the other indicators still score.
               OPEN INPUT POLICY-FILE
               IF POLICY-FILE-STATUS = "00"
                   SET POLICY-FILE-READY TO TRUE
               ELSE
                   MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "POLICY.DAT OPEN FAILED " POLICY-FILE-STATUS
                       " - NO START"
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
               PERFORM LOAD-CLAIM-TABLE
               PERFORM LOAD-PAYEE-ACCOUNTS
               PERFORM SCREEN-ONE-CLAIM
                   VARYING SCREEN-INDEX FROM 1 BY 1
                   UNTIL SCREEN-INDEX > SCREEN-CLAIM-COUNT
               IF POLICY-FILE-READY
                   CLOSE POLICY-FILE
               END-IF
               CLOSE STATUS-CHANGE-LOG
               CLOSE CLAIMS-FILE
           END-IF
           END-IF

           MOVE SPACES TO REFERRAL-REPORT-LINE
           WRITE REFERRAL-REPORT-LINE
           MOVE SPACES TO REFERRAL-REPORT-LINE
           STRING "NEW CLAIMS SCREENED: " CLAIMS-SCREENED
               "  WITH INDICATORS: " CLAIMS-WITH-HITS
               "  REFERRED: " CLAIMS-REFERRED
               DELIMITED BY SIZE INTO REFERRAL-REPORT-LINE
           WRITE REFERRAL-REPORT-LINE
           CLOSE REFERRAL-REPORT-FILE
           DISPLAY "CLAIM-SCREEN: " CLAIMS-SCREENED " SCREENED, "
               CLAIMS-REFERRED " REFERRED"
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
           GOBACK.

       LOAD-SCREEN-SETTINGS.
           OPEN INPUT SCREEN-PARAM-FILE
           IF NOT NO-SCREEN-PARAM-FILE
               READ SCREEN-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-REFER-THRESHOLD IS NUMERIC
                       AND PRM-REFER-THRESHOLD > 0
                           MOVE PRM-REFER-THRESHOLD TO REFER-THRESHOLD
                       END-IF
                       IF PRM-NAME-TOLERANCE IS NUMERIC
                           MOVE PRM-NAME-TOLERANCE TO NAME-TOLERANCE
                       END-IF
                       IF PRM-POLICY-START-DAYS IS NUMERIC
                           MOVE PRM-POLICY-START-DAYS
                               TO POLICY-START-DAYS
                       END-IF
                       IF PRM-CLAIM-COUNT-LIMIT IS NUMERIC
                       AND PRM-CLAIM-COUNT-LIMIT > 0
                           MOVE PRM-CLAIM-COUNT-LIMIT
                               TO CLAIM-COUNT-LIMIT
                       END-IF
               END-READ
           END-IF
           CLOSE SCREEN-PARAM-FILE
       .

      *>  A claim is new when CLAIM-STATUS filed it with a zero
      *>  screened date; claims filed before the screening existed
      *>  carry spaces there and are only compared against.
       LOAD-CLAIM-TABLE.
           MOVE LOW-VALUES TO CLAIM-ID
           START CLAIMS-FILE KEY >= CLAIM-ID
               INVALID KEY SET SCREEN-SWEEP-DONE TO TRUE
           END-START
           IF CLAIMS-FILE-STATUS NOT = "00"
               SET SCREEN-SWEEP-DONE TO TRUE
           END-IF
           PERFORM UNTIL SCREEN-SWEEP-DONE
               READ CLAIMS-FILE NEXT RECORD
                   AT END SET SCREEN-SWEEP-DONE TO TRUE
               END-READ
               IF CLAIMS-FILE-STATUS NOT = "00"
                   SET SCREEN-SWEEP-DONE TO TRUE
               END-IF
               IF NOT SCREEN-SWEEP-DONE
                   PERFORM ADD-CLAIM-ENTRY
               END-IF
           END-PERFORM
       .

       ADD-CLAIM-ENTRY.
           IF SCREEN-CLAIM-COUNT < 2000
               ADD 1 TO SCREEN-CLAIM-COUNT
               MOVE CLAIM-ID TO SCR-CLAIM-ID(SCREEN-CLAIM-COUNT)
               MOVE CLAIM-STATUS-CODE TO SCR-STATUS(SCREEN-CLAIM-COUNT)
               MOVE CLAIM-CLAIMANT-NAME
                   TO SCR-CLAIMANT(SCREEN-CLAIM-COUNT)
               MOVE CLAIM-POLICY-NUMBER
                   TO SCR-POLICY(SCREEN-CLAIM-COUNT)
               MOVE 0 TO SCR-LOSS-DATE(SCREEN-CLAIM-COUNT)
               IF CLAIM-LOSS-DATE IS NUMERIC
                   MOVE CLAIM-LOSS-DATE
                       TO SCR-LOSS-DATE(SCREEN-CLAIM-COUNT)
               END-IF
      *>  Older claims have no reported date; the date they were
      *>  last moved is the nearest thing on file.
               IF CLAIM-REPORTED-DATE IS NUMERIC
               AND CLAIM-REPORTED-DATE > 0
                   MOVE CLAIM-REPORTED-DATE
                       TO SCR-REPORTED-DATE(SCREEN-CLAIM-COUNT)
               ELSE
                   MOVE CLAIM-CHANGED-DATE
                       TO SCR-REPORTED-DATE(SCREEN-CLAIM-COUNT)
               END-IF
               MOVE SPACES TO SCR-BANK-CODE(SCREEN-CLAIM-COUNT)
               MOVE SPACES TO SCR-ACCOUNT(SCREEN-CLAIM-COUNT)
               IF CLAIM-SCREENED-DATE IS NUMERIC
               AND CLAIM-SCREENED-DATE = 0
                   MOVE 'Y' TO SCR-NEW-FLAG(SCREEN-CLAIM-COUNT)
               ELSE
                   MOVE 'N' TO SCR-NEW-FLAG(SCREEN-CLAIM-COUNT)
               END-IF
           ELSE
               IF NOT SCREEN-TABLE-FULL
                   SET SCREEN-TABLE-FULL TO TRUE
                   MOVE "ADD-CLAIM-ENTRY" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "OVER 2000 CLAIMS - REST NOT SCREENED"
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
           END-IF
       .

      *>  Each claim's live payee account, for the shared-account
      *>  check. Without CLMPAYEE.DAT the check finds nothing.
       LOAD-PAYEE-ACCOUNTS.
           OPEN INPUT CLAIM-PAYEE-FILE
           IF CLAIM-PAYEE-FILE-STATUS = "00"
               PERFORM UNTIL NO-MORE-PAYEES
                   READ CLAIM-PAYEE-FILE NEXT RECORD
                       AT END SET NO-MORE-PAYEES TO TRUE
                   END-READ
                   IF CLAIM-PAYEE-FILE-STATUS NOT = "00"
                       SET NO-MORE-PAYEES TO TRUE
                   END-IF
                   IF NOT NO-MORE-PAYEES
                   AND NOT PYE-CLOSED
                   AND PYE-ACCOUNT NOT = SPACES
                       PERFORM VARYING OTHER-INDEX FROM 1 BY 1
                       UNTIL OTHER-INDEX > SCREEN-CLAIM-COUNT
                           IF SCR-CLAIM-ID(OTHER-INDEX) = PYE-CLAIM-ID
                               MOVE PYE-BANK-CODE
                                   TO SCR-BANK-CODE(OTHER-INDEX)
                               MOVE PYE-ACCOUNT
                                   TO SCR-ACCOUNT(OTHER-INDEX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE CLAIM-PAYEE-FILE
           END-IF
       .

       SCREEN-ONE-CLAIM.
           IF SCR-TO-SCREEN(SCREEN-INDEX)
               ADD 1 TO CLAIMS-SCREENED
               MOVE 0 TO CLAIM-SCORE
               MOVE 0 TO REASON-COUNT
               MOVE SPACES TO REASON-TABLE
               PERFORM COMPARE-WITH-OTHER-CLAIMS
               PERFORM CHECK-LOSS-NEAR-POLICY-START
               PERFORM RECORD-SCREEN-RESULT
           END-IF
       .

      *>  One pass over every other claim answers the near-name,
      *>  claims-in-a-year and shared-account questions together.
      *>  The claim itself counts toward its claimant's year.
       COMPARE-WITH-OTHER-CLAIMS.
           MOVE SPACES TO NEAR-NAME-CLAIM
           MOVE SPACES TO SHARED-ACCOUNT-CLAIM
           MOVE 1 TO CLAIMS-IN-YEAR
           MOVE 'O' TO DATE-FUNCTION
           MOVE SCR-REPORTED-DATE(SCREEN-INDEX) TO DATE-ONE
           MOVE -365 TO DATE-OFFSET-DAYS
           CALL "DATE-ARITH" USING DATE-FUNCTION DATE-ONE DATE-TWO
               DATE-OFFSET-DAYS DATE-RESULT-DAYS DATE-RESULT-DATE
               DATE-CALL-STATUS
           IF DATE-CALL-STATUS = '0'
               MOVE DATE-RESULT-DATE TO YEAR-BEFORE-DATE
           ELSE
               MOVE SCR-REPORTED-DATE(SCREEN-INDEX)
                   TO YEAR-BEFORE-DATE
           END-IF
           PERFORM VARYING OTHER-INDEX FROM 1 BY 1
           UNTIL OTHER-INDEX > SCREEN-CLAIM-COUNT
               IF OTHER-INDEX NOT = SCREEN-INDEX
                   PERFORM MATCH-CLAIMANT-NAMES
                   IF NEAR-CLAIMANT
                   AND NEAR-NAME-CLAIM = SPACES
                       MOVE SCR-CLAIM-ID(OTHER-INDEX) TO NEAR-NAME-CLAIM
                   END-IF
                   IF NOT OTHER-CLAIMANT
                   AND SCR-REPORTED-DATE(OTHER-INDEX)
                       >= YEAR-BEFORE-DATE
                   AND SCR-REPORTED-DATE(OTHER-INDEX)
                       <= SCR-REPORTED-DATE(SCREEN-INDEX)
                       ADD 1 TO CLAIMS-IN-YEAR
                   END-IF
                   IF OTHER-CLAIMANT
                   AND SHARED-ACCOUNT-CLAIM = SPACES
                   AND SCR-ACCOUNT(SCREEN-INDEX) NOT = SPACES
                   AND SCR-ACCOUNT(OTHER-INDEX)
                       = SCR-ACCOUNT(SCREEN-INDEX)
                   AND SCR-BANK-CODE(OTHER-INDEX)
                       = SCR-BANK-CODE(SCREEN-INDEX)
                       MOVE SCR-CLAIM-ID(OTHER-INDEX)
                           TO SHARED-ACCOUNT-CLAIM
                   END-IF
               END-IF
           END-PERFORM
           IF NEAR-NAME-CLAIM NOT = SPACES
               ADD NEAR-NAME-POINTS TO CLAIM-SCORE
               ADD 1 TO REASON-COUNT
               STRING "NAME CLOSE TO CLAIMANT ON " NEAR-NAME-CLAIM
                   DELIMITED BY SIZE INTO REASON-TEXT(REASON-COUNT)
           END-IF
           IF CLAIMS-IN-YEAR > CLAIM-COUNT-LIMIT
               ADD FREQUENCY-POINTS TO CLAIM-SCORE
               ADD 1 TO REASON-COUNT
               MOVE CLAIMS-IN-YEAR TO COUNT-EDIT
               STRING COUNT-EDIT " CLAIMS BY CLAIMANT IN 12 MONTHS"
                   DELIMITED BY SIZE INTO REASON-TEXT(REASON-COUNT)
           END-IF
           IF SHARED-ACCOUNT-CLAIM NOT = SPACES
               ADD SHARED-ACCOUNT-POINTS TO CLAIM-SCORE
               ADD 1 TO REASON-COUNT
               STRING "PAYEE ACCOUNT ALSO PAYS " SHARED-ACCOUNT-CLAIM
                   DELIMITED BY SIZE INTO REASON-TEXT(REASON-COUNT)
           END-IF
       .

      *>  Same claimant when the names agree exactly, near when they
      *>  grade within the tolerance, otherwise unrelated. A claim
      *>  with no claimant name on file is related to nobody.
       MATCH-CLAIMANT-NAMES.
           MOVE 'O' TO NAME-MATCH-FLAG
           IF SCR-CLAIMANT(SCREEN-INDEX) NOT = SPACES
           AND SCR-CLAIMANT(OTHER-INDEX) NOT = SPACES
               IF SCR-CLAIMANT(SCREEN-INDEX) = SCR-CLAIMANT(OTHER-INDEX)
                   MOVE 'S' TO NAME-MATCH-FLAG
               ELSE
                   MOVE 0 TO NAME-TOTAL-DIST
                   MOVE 'Y' TO NAME-PAIR-FLAG
                   MOVE SCR-CLAIMANT(SCREEN-INDEX) TO NAME-PART-FIRST
                   MOVE SCR-CLAIMANT(OTHER-INDEX) TO NAME-PART-SECOND
                   PERFORM GRADE-NAME-PART
                   IF NAME-PAIR-COMPARABLE
                   AND NAME-TOTAL-DIST <= NAME-TOLERANCE
                       MOVE 'N' TO NAME-MATCH-FLAG
                   END-IF
               END-IF
           END-IF
       .

       GRADE-NAME-PART.
           MOVE NAME-PART-FIRST(1:10) TO NAME-FIRST
           MOVE NAME-PART-SECOND(1:10) TO NAME-SECOND
           PERFORM GRADE-TEN-CHARACTERS
           MOVE NAME-PART-FIRST(11:10) TO NAME-FIRST
           MOVE NAME-PART-SECOND(11:10) TO NAME-SECOND
           PERFORM GRADE-TEN-CHARACTERS
           MOVE NAME-PART-FIRST(21:10) TO NAME-FIRST
           MOVE NAME-PART-SECOND(21:10) TO NAME-SECOND
           PERFORM GRADE-TEN-CHARACTERS
       .

       GRADE-TEN-CHARACTERS.
           CALL "HAMMING-COMPARE" USING NAME-FIRST NAME-SECOND
               NAME-DIST NAME-MISMATCH-COUNT NAME-MISMATCH-POSITIONS
               NAME-COMPARE-STATUS
           IF NAME-COMPARE-STATUS = '0'
               ADD NAME-DIST TO NAME-TOTAL-DIST
           ELSE
               MOVE 'N' TO NAME-PAIR-FLAG
           END-IF
       .

      *>  A loss on or within the window after the policy's
      *>  effective date.
       CHECK-LOSS-NEAR-POLICY-START.
           IF POLICY-FILE-READY
           AND SCR-POLICY(SCREEN-INDEX) NOT = SPACES
           AND SCR-LOSS-DATE(SCREEN-INDEX) > 0
               MOVE SCR-POLICY(SCREEN-INDEX) TO POL-NUMBER
               READ POLICY-FILE
               IF POLICY-FILE-STATUS = "00"
                   MOVE 'D' TO DATE-FUNCTION
                   MOVE POL-EFFECTIVE-DATE TO DATE-ONE
                   MOVE SCR-LOSS-DATE(SCREEN-INDEX) TO DATE-TWO
                   CALL "DATE-ARITH" USING DATE-FUNCTION DATE-ONE
                       DATE-TWO DATE-OFFSET-DAYS DATE-RESULT-DAYS
                       DATE-RESULT-DATE DATE-CALL-STATUS
                   IF DATE-CALL-STATUS = '0'
                   AND DATE-RESULT-DAYS >= 0
                   AND DATE-RESULT-DAYS <= POLICY-START-DAYS
                       MOVE DATE-RESULT-DAYS TO DAYS-AFTER-START
                       ADD POLICY-START-POINTS TO CLAIM-SCORE
                       ADD 1 TO REASON-COUNT
                       MOVE DAYS-AFTER-START TO DAYS-EDIT
                       STRING "LOSS " DAYS-EDIT
                           " DAYS AFTER POLICY START"
                           DELIMITED BY SIZE
                           INTO REASON-TEXT(REASON-COUNT)
                   END-IF
               END-IF
           END-IF
       .

      *>  Stamps the score on the claim, refers it when it is over
      *>  the threshold and still PENDING, and lists any claim with
      *>  an indicator on the report.
       RECORD-SCREEN-RESULT.
           MOVE SCR-CLAIM-ID(SCREEN-INDEX) TO CLAIM-ID
           READ CLAIMS-FILE
           IF CLAIMS-FILE-STATUS NOT = "00"
               MOVE "RECORD-SCREEN-RESULT" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "CLAIM " CLAIM-ID " REREAD FAILED, STATUS="
                   CLAIMS-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           ELSE
               MOVE CLAIM-SCORE TO CLAIM-SCREEN-SCORE
               MOVE TODAYS-DATE-N TO CLAIM-SCREENED-DATE
               EVALUATE TRUE
                   WHEN CLAIM-SCORE < REFER-THRESHOLD
                       MOVE "BELOW THRESHOLD" TO SCREEN-OUTCOME
                   WHEN CLAIM-STATUS-CODE = "PENDING"
                       SET CLAIM-REFERRED TO TRUE
                       MOVE "REFERRED - HELD PENDING" TO SCREEN-OUTCOME
                   WHEN OTHER
                       MOVE "NOT PENDING - NOT HELD" TO SCREEN-OUTCOME
               END-EVALUATE
               REWRITE CLAIM-RECORD
               IF CLAIMS-FILE-STATUS NOT = "00"
                   MOVE "RECORD-SCREEN-RESULT" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "CLAIM " CLAIM-ID " REWRITE FAILED, STATUS="
                       CLAIMS-FILE-STATUS
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'E' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               ELSE
                   IF CLAIM-REFERRED
                       ADD 1 TO CLAIMS-REFERRED
                       PERFORM LOG-REFERRAL
                   END-IF
                   IF CLAIM-SCORE > 0
                       ADD 1 TO CLAIMS-WITH-HITS
                       PERFORM WRITE-REFERRAL-ENTRY
                   END-IF
               END-IF
           END-IF
       .

       LOG-REFERRAL.
           MOVE FUNCTION CURRENT-DATE TO CHANGE-TIMESTAMP
           MOVE CLAIM-ID TO CHG-FIELD-NAME
           MOVE CLAIM-STATUS-CODE TO CHG-OLD-VALUE
           MOVE "REFERRED" TO CHG-NEW-VALUE
           MOVE CLAIM-SCORE TO SCORE-EDIT
           MOVE SPACES TO CHG-REASON
           STRING "FRAUD SCREEN " SCORE-EDIT " PTS"
               DELIMITED BY SIZE INTO CHG-REASON
           MOVE CHANGE-TIMESTAMP TO CHG-TIMESTAMP
           MOVE "AUTO" TO CHG-OPERATOR
           MOVE STATUS-CHANGE-RECORD TO STATUS-CHANGE-LINE
           WRITE STATUS-CHANGE-LINE
       .

       WRITE-REFERRAL-ENTRY.
           MOVE CLAIM-SCORE TO SCORE-EDIT
           MOVE SPACES TO REFERRAL-REPORT-LINE
           STRING CLAIM-ID " " CLAIM-CLAIMANT-NAME " SCORE "
               SCORE-EDIT " " SCREEN-OUTCOME
               DELIMITED BY SIZE INTO REFERRAL-REPORT-LINE
           WRITE REFERRAL-REPORT-LINE
           PERFORM VARYING REASON-INDEX FROM 1 BY 1
           UNTIL REASON-INDEX > REASON-COUNT
               MOVE SPACES TO REFERRAL-REPORT-LINE
               STRING "    " REASON-TEXT(REASON-INDEX)
                   DELIMITED BY SIZE INTO REFERRAL-REPORT-LINE
               WRITE REFERRAL-REPORT-LINE
           END-PERFORM
       .

      *>  Appends "source program, paragraph, description" to the
      *>  shared job-level EXCEPTION-SUMMARY file, opened and closed
      *>  per call the same way Assignment-2 does.
       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "CLAIM-SCREEN" TO EXC-SOURCE-PROGRAM
      *>  EXCSUMM.DAT may not exist on a fresh checkout; OPEN EXTEND
      *>  on a missing LINE SEQUENTIAL file used to be a fatal libcob
      *>  abend (status 35), so create it first instead of truncating
      *>  an existing summary on every call.
           OPEN EXTEND EXCEPTION-SUMMARY-FILE
           IF NO-EXCEPTION-SUMMARY-FILE
               OPEN OUTPUT EXCEPTION-SUMMARY-FILE
               CLOSE EXCEPTION-SUMMARY-FILE
               OPEN EXTEND EXCEPTION-SUMMARY-FILE
           END-IF
           MOVE EXCEPTION-SUMMARY-RECORD TO EXCEPTION-SUMMARY-LINE
           WRITE EXCEPTION-SUMMARY-LINE
           CLOSE EXCEPTION-SUMMARY-FILE
      *>  A critical line pages the operator the moment it lands,
      *>  through the shared RAISE-ALERT subprogram, instead of
      *>  waiting for the morning triage.
           IF EXC-SEVERITY = 'C'
               CALL "RAISE-ALERT" USING EXC-SOURCE-PROGRAM
                   EXC-SOURCE-PARAGRAPH EXC-DESCRIPTION
           END-IF
       .

       END PROGRAM CLAIM-SCREEN.
