       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOTER-TURNOUT.
      *>  Election-day turnout. The polling places' check-in files,
      *>  staged together on CHECKIN.DAT, are loaded into the indexed
      *>  turnout file TURNOUT.DAT keyed by voter and the election
      *>  date on ELECDATE.DAT. A check-in is refused when the voter
      *>  is not on CONDITIONAL's verdict file VOTERVER.DAT as
      *>  ELIGIBLE, or is already recorded for this election (the
      *>  duplicate key catches a second check-in whether it is in
      *>  the same batch or an earlier one, so a rerun loads
      *>  nothing twice). TURNOUT.RPT then lists the refusals, the
      *>  voters who checked in at a precinct other than their own,
      *>  and votes cast against eligible voters by precinct and by
      *>  age band, replacing the paper tallies.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>  One row per voter checked in: voter id, the precinct the
      *>  polling place serves, and the time of check-in.
           SELECT CHECK-IN-FILE ASSIGN TO "CHECKIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-IN-FILE-STATUS.
           SELECT VERDICT-FILE ASSIGN TO "VOTERVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VERDICT-FILE-STATUS.
      *>  Same election-date control file CONDITIONAL screens as of.
           SELECT ELECTION-DATE-FILE ASSIGN TO "ELECDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELECTION-DATE-FILE-STATUS.
           SELECT TURNOUT-FILE ASSIGN TO "TURNOUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-KEY
               FILE STATUS IS TURNOUT-FILE-STATUS.
           SELECT TURNOUT-REPORT-FILE ASSIGN TO "TURNOUT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TURNOUT-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-IN-FILE.
       01  CHECK-IN-RECORD.
           05 CHK-VOTER-ID      PIC X(10).
           05 CHK-PRECINCT      PIC X(06).
           05 CHK-CHECKIN-TIME  PIC X(04).

       FD  VERDICT-FILE.
           COPY "VOTER-VERDICT.cpy".

       FD  ELECTION-DATE-FILE.
       01  ELECTION-DATE-RECORD PIC 9(08).

       FD  TURNOUT-FILE.
           COPY "VOTER-TURNOUT.cpy".

       FD  TURNOUT-REPORT-FILE.
       01  TURNOUT-REPORT-LINE  PIC X(100).

       WORKING-STORAGE SECTION.
       01 CHECK-IN-FILE-STATUS PIC XX.
          88 NO-CHECK-IN-FILE  VALUE "35".
          88 NO-MORE-CHECK-INS VALUE "10".
       01 VERDICT-FILE-STATUS  PIC XX.
          88 NO-VERDICT-FILE   VALUE "35".
          88 NO-MORE-VERDICTS  VALUE "10".
       01 ELECTION-DATE-FILE-STATUS PIC XX.
       01 TURNOUT-FILE-STATUS  PIC XX.
          88 NO-TURNOUT-FILE   VALUE "35".
          88 VOTER-ALREADY-RECORDED VALUE "22".
       01 TURNOUT-REPORT-FILE-STATUS PIC XX.

       01 RUN-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==RUN-YYYY==
                         ==DATE-GROUP-MM==   BY ==RUN-MM==
                         ==DATE-GROUP-DD==   BY ==RUN-DD==.
       01 RUN-DATE-N REDEFINES RUN-DATE PIC 9(08).
       01 ELECTION-DATE        PIC 9(08).

      *>  Every verdict from the last screening run, looked up by
      *>  voter id as each check-in is loaded.
       01 VERDICT-COUNT        PIC 9(04) VALUE 0.
       01 VERDICT-TABLE.
           05 VERDICT-ENTRY OCCURS 2000 TIMES.
               10 VT-VOTER-ID    PIC X(10).
               10 VT-AGE         PIC 9(02).
               10 VT-PRECINCT    PIC X(06).
               10 VT-ELIGIBLE-FLAG PIC X(01).
                  88 VT-ELIGIBLE VALUE 'Y'.
       01 VERDICT-INDEX        PIC 9(04).
       01 FOUND-VERDICT-INDEX  PIC 9(04).

      *>  Eligible voters and votes cast per home precinct; a voter
      *>  the roll placed in no precinct counts under blanks.
       01 PRECINCT-STAT-COUNT  PIC 9(03) VALUE 0.
       01 PRECINCT-STAT-TABLE.
           05 PRECINCT-STAT-ENTRY OCCURS 200 TIMES.
               10 PS-PRECINCT    PIC X(06).
               10 PS-ELIGIBLE    PIC 9(05).
               10 PS-VOTED       PIC 9(05).
       01 PRECINCT-STAT-INDEX  PIC 9(03).
       01 FIND-PRECINCT        PIC X(06).

      *>  The same per band, 18-24, 25-34, 35-49, 50-64 and 65 up.
       01 BAND-STAT-TABLE.
           05 BAND-STAT-ENTRY OCCURS 5 TIMES.
               10 BS-ELIGIBLE    PIC 9(05).
               10 BS-VOTED       PIC 9(05).
       01 BAND-INDEX           PIC 9(01).
       01 BAND-AGE             PIC 9(02).
       01 BAND-TEXT            PIC X(08).

       01 CHECK-INS-READ       PIC 9(05) VALUE 0.
       01 CHECK-INS-LOADED     PIC 9(05) VALUE 0.
       01 CHECK-INS-REFUSED    PIC 9(05) VALUE 0.
       01 OUT-OF-PRECINCT-COUNT PIC 9(05) VALUE 0.
       01 TOTAL-ELIGIBLE       PIC 9(05) VALUE 0.
       01 TOTAL-VOTED          PIC 9(05) VALUE 0.
       01 REFUSAL-REASON       PIC X(30).
       01 BROWSE-DONE-FLAG     PIC X VALUE 'N'.
          88 BROWSE-DONE       VALUE 'Y'.

       01 STAT-ELIGIBLE        PIC 9(05).
       01 STAT-VOTED           PIC 9(05).
       01 TURNOUT-PCT          PIC 9(03)V9.
       01 ELIGIBLE-EDIT        PIC ZZZZ9.
       01 VOTED-EDIT           PIC ZZZZ9.
       01 PCT-EDIT             PIC ZZ9.9.
       01 STAT-LABEL           PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-ELECTION-DATE
           PERFORM LOAD-VERDICTS
           IF NO-VERDICT-FILE
               DISPLAY "VOTER-TURNOUT: NO VOTERVER.DAT - RUN THE "
                   "BATCH SCREENING FIRST"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O TURNOUT-FILE
           IF NO-TURNOUT-FILE
               OPEN OUTPUT TURNOUT-FILE
               CLOSE TURNOUT-FILE
               OPEN I-O TURNOUT-FILE
           END-IF
           IF TURNOUT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN TURNOUT.DAT, STATUS="
                   TURNOUT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TURNOUT-REPORT-FILE
           MOVE SPACES TO TURNOUT-REPORT-LINE
           STRING "VOTER TURNOUT FOR ELECTION OF " ELECTION-DATE
               DELIMITED BY SIZE INTO TURNOUT-REPORT-LINE
           WRITE TURNOUT-REPORT-LINE
           PERFORM LOAD-CHECK-INS
           PERFORM COUNT-VOTES-CAST
           PERFORM WRITE-TURNOUT-STATISTICS
           CLOSE TURNOUT-REPORT-FILE
           CLOSE TURNOUT-FILE
           DISPLAY "VOTER-TURNOUT: " CHECK-INS-LOADED " LOADED, "
               CHECK-INS-REFUSED " REFUSED, " TOTAL-VOTED " OF "
               TOTAL-ELIGIBLE " ELIGIBLE HAVE VOTED"
           STOP RUN.

      *>  ELECDATE.DAT names the election the check-ins are for;
      *>  without it the run date stands in, with a warning, the way
      *>  CONDITIONAL falls back.
       READ-ELECTION-DATE.
           MOVE RUN-DATE-N TO ELECTION-DATE
           OPEN INPUT ELECTION-DATE-FILE
           IF ELECTION-DATE-FILE-STATUS = "00"
               READ ELECTION-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ELECTION-DATE-RECORD IS NUMERIC
                           MOVE ELECTION-DATE-RECORD TO ELECTION-DATE
                       END-IF
               END-READ
               CLOSE ELECTION-DATE-FILE
           ELSE
               DISPLAY "WARNING: NO ELECDATE.DAT - USING RUN DATE"
           END-IF
       .

      *>  Loads the verdicts and, for every eligible voter, counts
      *>  them into their precinct and age band.
       LOAD-VERDICTS.
           MOVE 0 TO VERDICT-COUNT
           INITIALIZE BAND-STAT-TABLE
           OPEN INPUT VERDICT-FILE
           IF NOT NO-VERDICT-FILE
               PERFORM UNTIL NO-MORE-VERDICTS
                   READ VERDICT-FILE
                       AT END SET NO-MORE-VERDICTS TO TRUE
                   END-READ
                   IF NOT NO-MORE-VERDICTS
                   AND VER-VOTER-ID NOT = SPACES
                   AND VERDICT-COUNT < 2000
                       PERFORM LOAD-ONE-VERDICT
                   END-IF
               END-PERFORM
               CLOSE VERDICT-FILE
           END-IF
       .

       LOAD-ONE-VERDICT.
           ADD 1 TO VERDICT-COUNT
           MOVE VER-VOTER-ID TO VT-VOTER-ID(VERDICT-COUNT)
           MOVE VER-AGE TO VT-AGE(VERDICT-COUNT)
           MOVE VER-PRECINCT TO VT-PRECINCT(VERDICT-COUNT)
           MOVE 'N' TO VT-ELIGIBLE-FLAG(VERDICT-COUNT)
           IF VER-VERDICT = "ELIGIBLE"
               MOVE 'Y' TO VT-ELIGIBLE-FLAG(VERDICT-COUNT)
               ADD 1 TO TOTAL-ELIGIBLE
               MOVE VER-PRECINCT TO FIND-PRECINCT
               PERFORM FIND-PRECINCT-STAT
               ADD 1 TO PS-ELIGIBLE(PRECINCT-STAT-INDEX)
               MOVE VER-AGE TO BAND-AGE
               PERFORM FIND-AGE-BAND
               ADD 1 TO BS-ELIGIBLE(BAND-INDEX)
           END-IF
       .

      *>  Leaves PRECINCT-STAT-INDEX on FIND-PRECINCT's row, adding
      *>  the row when it is new; past 200 precincts the last row
      *>  takes the overflow.
       FIND-PRECINCT-STAT.
           PERFORM VARYING PRECINCT-STAT-INDEX FROM 1 BY 1
           UNTIL PRECINCT-STAT-INDEX > PRECINCT-STAT-COUNT
           OR PS-PRECINCT(PRECINCT-STAT-INDEX) = FIND-PRECINCT
               CONTINUE
           END-PERFORM
           IF PRECINCT-STAT-INDEX > PRECINCT-STAT-COUNT
               IF PRECINCT-STAT-COUNT < 200
                   ADD 1 TO PRECINCT-STAT-COUNT
                   MOVE PRECINCT-STAT-COUNT TO PRECINCT-STAT-INDEX
                   MOVE FIND-PRECINCT
                       TO PS-PRECINCT(PRECINCT-STAT-INDEX)
                   MOVE 0 TO PS-ELIGIBLE(PRECINCT-STAT-INDEX)
                   MOVE 0 TO PS-VOTED(PRECINCT-STAT-INDEX)
               ELSE
                   MOVE 200 TO PRECINCT-STAT-INDEX
               END-IF
           END-IF
       .

       FIND-AGE-BAND.
           EVALUATE TRUE
               WHEN BAND-AGE < 25
                   MOVE 1 TO BAND-INDEX
               WHEN BAND-AGE < 35
                   MOVE 2 TO BAND-INDEX
               WHEN BAND-AGE < 50
                   MOVE 3 TO BAND-INDEX
               WHEN BAND-AGE < 65
                   MOVE 4 TO BAND-INDEX
               WHEN OTHER
                   MOVE 5 TO BAND-INDEX
           END-EVALUATE
       .

       LOAD-CHECK-INS.
           MOVE SPACES TO TURNOUT-REPORT-LINE
           WRITE TURNOUT-REPORT-LINE
           MOVE "CHECK-INS REFUSED" TO TURNOUT-REPORT-LINE
           WRITE TURNOUT-REPORT-LINE
           OPEN INPUT CHECK-IN-FILE
           IF NO-CHECK-IN-FILE
               MOVE "  NO CHECKIN.DAT STAGED" TO TURNOUT-REPORT-LINE
               WRITE TURNOUT-REPORT-LINE
           ELSE
               PERFORM UNTIL NO-MORE-CHECK-INS
                   READ CHECK-IN-FILE
                       AT END SET NO-MORE-CHECK-INS TO TRUE
                   END-READ
                   IF NOT NO-MORE-CHECK-INS
                   AND CHECK-IN-RECORD NOT = SPACES
                       ADD 1 TO CHECK-INS-READ
                       PERFORM LOAD-ONE-CHECK-IN
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CHECK-IN-FILE
           IF CHECK-INS-REFUSED = 0
               MOVE "  NONE" TO TURNOUT-REPORT-LINE
               WRITE TURNOUT-REPORT-LINE
           END-IF
       .

       LOAD-ONE-CHECK-IN.
           MOVE SPACES TO REFUSAL-REASON
           MOVE 0 TO FOUND-VERDICT-INDEX
           PERFORM VARYING VERDICT-INDEX FROM 1 BY 1
           UNTIL VERDICT-INDEX > VERDICT-COUNT
           OR FOUND-VERDICT-INDEX > 0
               IF VT-VOTER-ID(VERDICT-INDEX) = CHK-VOTER-ID
                   MOVE VERDICT-INDEX TO FOUND-VERDICT-INDEX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN FOUND-VERDICT-INDEX = 0
                   MOVE "NOT ON THE ROLL" TO REFUSAL-REASON
               WHEN NOT VT-ELIGIBLE(FOUND-VERDICT-INDEX)
                   MOVE "NOT ELIGIBLE" TO REFUSAL-REASON
               WHEN CHK-PRECINCT = SPACES
                   MOVE "NO PRECINCT ON CHECK-IN" TO REFUSAL-REASON
               WHEN OTHER
                   MOVE SPACES TO VOTER-TURNOUT-RECORD
                   MOVE CHK-VOTER-ID TO TRN-VOTER-ID
                   MOVE ELECTION-DATE TO TRN-ELECTION-DATE
                   MOVE CHK-PRECINCT TO TRN-VOTED-PRECINCT
                   MOVE VT-PRECINCT(FOUND-VERDICT-INDEX)
                       TO TRN-HOME-PRECINCT
                   MOVE VT-AGE(FOUND-VERDICT-INDEX) TO TRN-AGE
                   MOVE CHK-CHECKIN-TIME TO TRN-CHECKIN-TIME
                   MOVE RUN-DATE-N TO TRN-LOADED-DATE
                   WRITE VOTER-TURNOUT-RECORD
                   EVALUATE TRUE
                       WHEN TURNOUT-FILE-STATUS = "00"
                           ADD 1 TO CHECK-INS-LOADED
                       WHEN VOTER-ALREADY-RECORDED
                           MOVE "ALREADY VOTED IN THIS ELECTION"
                               TO REFUSAL-REASON
                       WHEN OTHER
                           MOVE SPACES TO REFUSAL-REASON
                           STRING "TURNOUT WRITE FAILED, STATUS="
                               TURNOUT-FILE-STATUS
                               DELIMITED BY SIZE INTO REFUSAL-REASON
                           MOVE 2 TO RETURN-CODE
                   END-EVALUATE
           END-EVALUATE
           IF REFUSAL-REASON NOT = SPACES
               ADD 1 TO CHECK-INS-REFUSED
               MOVE SPACES TO TURNOUT-REPORT-LINE
               STRING "  " CHK-VOTER-ID " AT " CHK-PRECINCT " "
                   CHK-CHECKIN-TIME "  " REFUSAL-REASON
                   DELIMITED BY SIZE INTO TURNOUT-REPORT-LINE
               WRITE TURNOUT-REPORT-LINE
           END-IF
       .

      *>  Every turnout row for this election - earlier loads
      *>  included - counted into its home precinct and age band,
      *>  and listed when it was cast away from the home precinct.
       COUNT-VOTES-CAST.
           MOVE SPACES TO TURNOUT-REPORT-LINE
           WRITE TURNOUT-REPORT-LINE
           MOVE "VOTED AWAY FROM HOME PRECINCT"
               TO TURNOUT-REPORT-LINE
           WRITE TURNOUT-REPORT-LINE
           MOVE SPACES TO TURNOUT-REPORT-LINE
           STRING "  VOTER ID    HOME    VOTED AT  TIME"
               DELIMITED BY SIZE INTO TURNOUT-REPORT-LINE
           WRITE TURNOUT-REPORT-LINE
           MOVE 'N' TO BROWSE-DONE-FLAG
           MOVE LOW-VALUES TO TRN-KEY
           START TURNOUT-FILE KEY >= TRN-KEY
               INVALID KEY SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
               READ TURNOUT-FILE NEXT RECORD
                   AT END SET BROWSE-DONE TO TRUE
               END-READ
               IF TURNOUT-FILE-STATUS NOT = "00"
                   SET BROWSE-DONE TO TRUE
               END-IF
               IF NOT BROWSE-DONE
               AND TRN-ELECTION-DATE = ELECTION-DATE
                   PERFORM COUNT-ONE-VOTE
               END-IF
           END-PERFORM
           IF OUT-OF-PRECINCT-COUNT = 0
               MOVE "  NONE" TO TURNOUT-REPORT-LINE
               WRITE TURNOUT-REPORT-LINE
           END-IF
       .

       COUNT-ONE-VOTE.
           ADD 1 TO TOTAL-VOTED
           MOVE TRN-HOME-PRECINCT TO FIND-PRECINCT
           PERFORM FIND-PRECINCT-STAT
           ADD 1 TO PS-VOTED(PRECINCT-STAT-INDEX)
           MOVE TRN-AGE TO BAND-AGE
           PERFORM FIND-AGE-BAND
           ADD 1 TO BS-VOTED(BAND-INDEX)
           IF TRN-VOTED-PRECINCT NOT = TRN-HOME-PRECINCT
               ADD 1 TO OUT-OF-PRECINCT-COUNT
               MOVE SPACES TO TURNOUT-REPORT-LINE
               IF TRN-HOME-PRECINCT = SPACES
                   STRING "  " TRN-VOTER-ID "  (NONE)  "
                       TRN-VOTED-PRECINCT "    " TRN-CHECKIN-TIME
                       DELIMITED BY SIZE INTO TURNOUT-REPORT-LINE
               ELSE
                   STRING "  " TRN-VOTER-ID "  " TRN-HOME-PRECINCT
                       "  " TRN-VOTED-PRECINCT "    "
                       TRN-CHECKIN-TIME
                       DELIMITED BY SIZE INTO TURNOUT-REPORT-LINE
               END-IF
               WRITE TURNOUT-REPORT-LINE
           END-IF
       .

       WRITE-TURNOUT-STATISTICS.
           MOVE SPACES TO TURNOUT-REPORT-LINE
           WRITE TURNOUT-REPORT-LINE
           MOVE "TURNOUT BY PRECINCT" TO TURNOUT-REPORT-LINE
           WRITE TURNOUT-REPORT-LINE
           PERFORM WRITE-STATISTICS-HEADING
           PERFORM VARYING PRECINCT-STAT-INDEX FROM 1 BY 1
           UNTIL PRECINCT-STAT-INDEX > PRECINCT-STAT-COUNT
               IF PS-PRECINCT(PRECINCT-STAT-INDEX) = SPACES
                   MOVE "(NONE)" TO STAT-LABEL
               ELSE
                   MOVE PS-PRECINCT(PRECINCT-STAT-INDEX) TO STAT-LABEL
               END-IF
               MOVE PS-ELIGIBLE(PRECINCT-STAT-INDEX) TO STAT-ELIGIBLE
               MOVE PS-VOTED(PRECINCT-STAT-INDEX) TO STAT-VOTED
               PERFORM WRITE-STATISTICS-LINE
           END-PERFORM
           MOVE "TOTAL" TO STAT-LABEL
           MOVE TOTAL-ELIGIBLE TO STAT-ELIGIBLE
           MOVE TOTAL-VOTED TO STAT-VOTED
           PERFORM WRITE-STATISTICS-LINE

           MOVE SPACES TO TURNOUT-REPORT-LINE
           WRITE TURNOUT-REPORT-LINE
           MOVE "TURNOUT BY AGE BAND" TO TURNOUT-REPORT-LINE
           WRITE TURNOUT-REPORT-LINE
           PERFORM WRITE-STATISTICS-HEADING
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
           UNTIL BAND-INDEX > 5
               EVALUATE BAND-INDEX
                   WHEN 1 MOVE "18-24" TO STAT-LABEL
                   WHEN 2 MOVE "25-34" TO STAT-LABEL
                   WHEN 3 MOVE "35-49" TO STAT-LABEL
                   WHEN 4 MOVE "50-64" TO STAT-LABEL
                   WHEN OTHER MOVE "65 AND UP" TO STAT-LABEL
               END-EVALUATE
               MOVE BS-ELIGIBLE(BAND-INDEX) TO STAT-ELIGIBLE
               MOVE BS-VOTED(BAND-INDEX) TO STAT-VOTED
               PERFORM WRITE-STATISTICS-LINE
           END-PERFORM
           MOVE "TOTAL" TO STAT-LABEL
           MOVE TOTAL-ELIGIBLE TO STAT-ELIGIBLE
           MOVE TOTAL-VOTED TO STAT-VOTED
           PERFORM WRITE-STATISTICS-LINE
       .

       WRITE-STATISTICS-HEADING.
           MOVE SPACES TO TURNOUT-REPORT-LINE
           STRING "              ELIGIBLE  VOTED  TURNOUT %"
               DELIMITED BY SIZE INTO TURNOUT-REPORT-LINE
           WRITE TURNOUT-REPORT-LINE
       .

      *>  A precinct with no eligible voters on the roll shows zero
      *>  per cent rather than dividing by zero.
       WRITE-STATISTICS-LINE.
           IF STAT-ELIGIBLE = 0
               MOVE 0 TO TURNOUT-PCT
           ELSE
               COMPUTE TURNOUT-PCT ROUNDED =
                   STAT-VOTED * 100 / STAT-ELIGIBLE
           END-IF
           MOVE STAT-ELIGIBLE TO ELIGIBLE-EDIT
           MOVE STAT-VOTED TO VOTED-EDIT
           MOVE TURNOUT-PCT TO PCT-EDIT
           MOVE SPACES TO TURNOUT-REPORT-LINE
           STRING "  " STAT-LABEL "     " ELIGIBLE-EDIT "  "
               VOTED-EDIT "      " PCT-EDIT
               DELIMITED BY SIZE INTO TURNOUT-REPORT-LINE
           WRITE TURNOUT-REPORT-LINE
       .

       END PROGRAM VOTER-TURNOUT.
