       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-DIARY.
      *>  The morning diary worklist. Every open follow-up on
      *>  CLAIMDRY.DAT due today or earlier prints under the adjuster
      *>  who owns it, oldest first, with how many days overdue it
      *>  is - so the "call the claimant back on Thursday" list lives
      *>  on the claim instead of on someone's desk, and a sick day
      *>  does not lose it. An overdue item whose claim has been
      *>  given to another adjuster since it was entered follows the
      *>  claim: it is moved to the claim's current adjuster on
      *>  CLAIMDRY.DAT, and the worklist says who it came from.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-DIARY-FILE ASSIGN TO "CLAIMDRY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRY-KEY
               FILE STATUS IS CLAIM-DIARY-FILE-STATUS.
      *>  The claims master CLAIM-STATUS maintains, read by key for
      *>  each overdue item's current adjuster.
           SELECT CLAIMS-FILE ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLAIM-ID
               FILE STATUS IS CLAIMS-FILE-STATUS.
           SELECT DIARY-REPORT-FILE ASSIGN TO "CLAIMDRY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIARY-REPORT-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-DIARY-FILE.
           COPY "CLAIM-DIARY.cpy".

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

       FD  DIARY-REPORT-FILE.
       01  DIARY-REPORT-LINE   PIC X(80).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 CLAIM-DIARY-FILE-STATUS PIC XX.
          88 NO-CLAIM-DIARY-FILE VALUE "35".
          88 NO-MORE-DIARY-ITEMS VALUE "10".
       01 CLAIMS-FILE-STATUS   PIC XX.
       01 CLAIMS-FILE-FLAG     PIC X VALUE 'N'.
          88 CLAIMS-FILE-READY VALUE 'Y'.
       01 DIARY-REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 TODAYS-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==CUR-YYYY==
                         ==DATE-GROUP-MM==   BY ==CUR-MM==
                         ==DATE-GROUP-DD==   BY ==CUR-DD==.
       01 TODAYS-DATE-N REDEFINES TODAYS-DATE PIC 9(08).

      *>  DATE-ARITH call set, per its CHECK-LEAP-YEAR-style USING
      *>  list.
       01 DATE-FUNCTION        PIC X.
       01 DATE-ONE             PIC 9(08).
       01 DATE-TWO             PIC 9(08).
       01 DATE-OFFSET-DAYS     PIC S9(05).
       01 DATE-RESULT-DAYS     PIC S9(07).
       01 DATE-RESULT-DATE     PIC 9(08).
       01 DATE-CALL-STATUS     PIC X.

      *>  Due and overdue items held for the by-adjuster sort.
       01 DUE-ITEM-COUNT       PIC 9(04) VALUE 0.
       01 DUE-ITEM-TABLE.
           05 DUE-ITEM-ENTRY OCCURS 1 TO 2000 TIMES
              DEPENDING ON DUE-ITEM-COUNT.
               10 DUE-ADJUSTER     PIC X(10).
               10 DUE-DATE         PIC 9(08).
               10 DUE-CLAIM-ID     PIC X(08).
               10 DUE-SEQUENCE     PIC 9(04).
               10 DUE-NOTE         PIC X(40).
               10 DUE-DAYS-LATE    PIC 9(05).
               10 DUE-MOVED-FROM   PIC X(10).
       01 DUE-INDEX            PIC 9(04).
       01 TABLE-FULL-FLAG      PIC X VALUE 'N'.
          88 DUE-TABLE-FULL    VALUE 'Y'.

       01 ITEMS-READ           PIC 9(05) VALUE 0.
       01 ITEMS-OVERDUE        PIC 9(05) VALUE 0.
       01 ITEMS-MOVED          PIC 9(05) VALUE 0.
       01 ADJUSTER-ITEM-COUNT  PIC 9(05) VALUE 0.
       01 CURRENT-ADJUSTER     PIC X(10).
       01 ADJUSTER-HEADING     PIC X(14).
       01 ITEM-COUNT-EDIT      PIC ZZZZ9.
       01 LATE-DAYS-EDIT       PIC ZZZZ9.
       01 LATE-TEXT            PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           OPEN I-O CLAIM-DIARY-FILE
           IF NO-CLAIM-DIARY-FILE
               DISPLAY "CLAIM-DIARY: NO CLAIMDRY.DAT - NOTHING TO DO"
               PERFORM WRITE-DIARY-REPORT
           ELSE
           IF CLAIM-DIARY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN CLAIMDRY.DAT, STATUS="
                   CLAIM-DIARY-FILE-STATUS
               MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "CLAIMDRY.DAT OPEN FAILED, STATUS="
                   CLAIM-DIARY-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               MOVE 1 TO RETURN-CODE
           ELSE
      *>  Without the claims master the items still print, each
      *>  under the adjuster it was entered for.
               OPEN INPUT CLAIMS-FILE
               IF CLAIMS-FILE-STATUS = "00"
                   SET CLAIMS-FILE-READY TO TRUE
               ELSE
                   MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "CLAIMS.DAT OPEN FAILED " CLAIMS-FILE-STATUS
                       " - NO MOVES"
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
               PERFORM LOAD-DUE-ITEMS
               IF CLAIMS-FILE-READY
                   CLOSE CLAIMS-FILE
               END-IF
               CLOSE CLAIM-DIARY-FILE
               IF DUE-ITEM-COUNT > 0
                   SORT DUE-ITEM-ENTRY ASCENDING KEY DUE-ADJUSTER
                       DUE-DATE DUE-CLAIM-ID DUE-SEQUENCE
               END-IF
               PERFORM WRITE-DIARY-REPORT
               DISPLAY "CLAIM-DIARY: " DUE-ITEM-COUNT " DUE, "
                   ITEMS-OVERDUE " OVERDUE, " ITEMS-MOVED
                   " MOVED TO A NEW ADJUSTER"
           END-IF
           END-IF
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
           GOBACK.

      *>  One pass of the diary: open items due today or earlier go
      *>  into the table, after any overdue one has followed its
      *>  claim to a new adjuster.
       LOAD-DUE-ITEMS.
           PERFORM UNTIL NO-MORE-DIARY-ITEMS
               READ CLAIM-DIARY-FILE NEXT RECORD
                   AT END SET NO-MORE-DIARY-ITEMS TO TRUE
               END-READ
               IF CLAIM-DIARY-FILE-STATUS NOT = "00"
                   SET NO-MORE-DIARY-ITEMS TO TRUE
               END-IF
               IF NOT NO-MORE-DIARY-ITEMS
                   ADD 1 TO ITEMS-READ
                   IF DRY-OPEN
                   AND DRY-DUE-DATE <= TODAYS-DATE-N
                       PERFORM TAKE-UP-DUE-ITEM
                   END-IF
               END-IF
           END-PERFORM
       .

       TAKE-UP-DUE-ITEM.
           MOVE 0 TO DATE-RESULT-DAYS
           IF DRY-DUE-DATE < TODAYS-DATE-N
               ADD 1 TO ITEMS-OVERDUE
               MOVE 'D' TO DATE-FUNCTION
               MOVE DRY-DUE-DATE TO DATE-ONE
               MOVE TODAYS-DATE-N TO DATE-TWO
               CALL "DATE-ARITH" USING DATE-FUNCTION DATE-ONE
                   DATE-TWO DATE-OFFSET-DAYS DATE-RESULT-DAYS
                   DATE-RESULT-DATE DATE-CALL-STATUS
               IF DATE-CALL-STATUS NOT = '0'
               OR DATE-RESULT-DAYS < 0
                   MOVE 0 TO DATE-RESULT-DAYS
               END-IF
               IF CLAIMS-FILE-READY
                   PERFORM FOLLOW-CLAIM-ADJUSTER
               END-IF
           END-IF
           IF DUE-ITEM-COUNT < 2000
               ADD 1 TO DUE-ITEM-COUNT
               MOVE DRY-ADJUSTER TO DUE-ADJUSTER(DUE-ITEM-COUNT)
               MOVE DRY-DUE-DATE TO DUE-DATE(DUE-ITEM-COUNT)
               MOVE DRY-CLAIM-ID TO DUE-CLAIM-ID(DUE-ITEM-COUNT)
               MOVE DRY-SEQUENCE TO DUE-SEQUENCE(DUE-ITEM-COUNT)
               MOVE DRY-NOTE TO DUE-NOTE(DUE-ITEM-COUNT)
               MOVE DATE-RESULT-DAYS TO DUE-DAYS-LATE(DUE-ITEM-COUNT)
               MOVE DRY-REASSIGNED-FROM
                   TO DUE-MOVED-FROM(DUE-ITEM-COUNT)
           ELSE
               IF NOT DUE-TABLE-FULL
                   SET DUE-TABLE-FULL TO TRUE
                   MOVE "TAKE-UP-DUE-ITEM" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "OVER 2000 DIARY ITEMS DUE - LIST CUT"
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
           END-IF
       .

      *>  The claim's adjuster now is who the overdue item belongs
      *>  to. A claim nobody owns keeps the item where it was rather
      *>  than orphaning it.
       FOLLOW-CLAIM-ADJUSTER.
           MOVE DRY-CLAIM-ID TO CLAIM-ID
           READ CLAIMS-FILE
           IF CLAIMS-FILE-STATUS = "00"
           AND CLAIM-ADJUSTER NOT = SPACES
           AND CLAIM-ADJUSTER NOT = DRY-ADJUSTER
               MOVE DRY-ADJUSTER TO DRY-REASSIGNED-FROM
               MOVE CLAIM-ADJUSTER TO DRY-ADJUSTER
               REWRITE CLAIM-DIARY-RECORD
               IF CLAIM-DIARY-FILE-STATUS = "00"
                   ADD 1 TO ITEMS-MOVED
               ELSE
                   MOVE "FOLLOW-CLAIM-ADJUSTER"
                       TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "DIARY REWRITE FAILED " DRY-CLAIM-ID
                       " STATUS=" CLAIM-DIARY-FILE-STATUS
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'E' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
           END-IF
       .

      *>  One section per adjuster, oldest item first, then a count;
      *>  items on claims nobody owns come first, as UNASSIGNED.
       WRITE-DIARY-REPORT.
           OPEN OUTPUT DIARY-REPORT-FILE
           MOVE SPACES TO DIARY-REPORT-LINE
           STRING "CLAIM DIARY WORKLIST - DUE ON OR BEFORE "
               TODAYS-DATE-N
               DELIMITED BY SIZE INTO DIARY-REPORT-LINE
           WRITE DIARY-REPORT-LINE
           IF DUE-ITEM-COUNT = 0
               MOVE "NO DIARY ITEMS DUE" TO DIARY-REPORT-LINE
               WRITE DIARY-REPORT-LINE
           END-IF
           MOVE HIGH-VALUES TO CURRENT-ADJUSTER
           MOVE 0 TO ADJUSTER-ITEM-COUNT
           PERFORM VARYING DUE-INDEX FROM 1 BY 1
           UNTIL DUE-INDEX > DUE-ITEM-COUNT
               IF DUE-ADJUSTER(DUE-INDEX) NOT = CURRENT-ADJUSTER
                   PERFORM WRITE-ADJUSTER-FOOTING
                   MOVE DUE-ADJUSTER(DUE-INDEX) TO CURRENT-ADJUSTER
                   PERFORM WRITE-ADJUSTER-HEADING
               END-IF
               PERFORM WRITE-DIARY-ITEM-LINE
           END-PERFORM
           PERFORM WRITE-ADJUSTER-FOOTING
           MOVE SPACES TO DIARY-REPORT-LINE
           STRING "ITEMS DUE: " DUE-ITEM-COUNT
               "  OVERDUE: " ITEMS-OVERDUE
               "  MOVED WITH THEIR CLAIM: " ITEMS-MOVED
               DELIMITED BY SIZE INTO DIARY-REPORT-LINE
           WRITE DIARY-REPORT-LINE
           CLOSE DIARY-REPORT-FILE
       .

       WRITE-ADJUSTER-HEADING.
           IF CURRENT-ADJUSTER = SPACES
               MOVE "(UNASSIGNED)" TO ADJUSTER-HEADING
           ELSE
               MOVE CURRENT-ADJUSTER TO ADJUSTER-HEADING
           END-IF
           MOVE SPACES TO DIARY-REPORT-LINE
           WRITE DIARY-REPORT-LINE
           MOVE SPACES TO DIARY-REPORT-LINE
           STRING "ADJUSTER " ADJUSTER-HEADING
               DELIMITED BY SIZE INTO DIARY-REPORT-LINE
           WRITE DIARY-REPORT-LINE
           MOVE 0 TO ADJUSTER-ITEM-COUNT
       .

       WRITE-ADJUSTER-FOOTING.
           IF ADJUSTER-ITEM-COUNT > 0
               MOVE ADJUSTER-ITEM-COUNT TO ITEM-COUNT-EDIT
               MOVE SPACES TO DIARY-REPORT-LINE
               STRING "  ITEMS FOR " ADJUSTER-HEADING ": "
                   ITEM-COUNT-EDIT
                   DELIMITED BY SIZE INTO DIARY-REPORT-LINE
               WRITE DIARY-REPORT-LINE
           END-IF
       .

       WRITE-DIARY-ITEM-LINE.
           ADD 1 TO ADJUSTER-ITEM-COUNT
           IF DUE-DAYS-LATE(DUE-INDEX) = 0
               MOVE "DUE TODAY" TO LATE-TEXT
           ELSE
               MOVE DUE-DAYS-LATE(DUE-INDEX) TO LATE-DAYS-EDIT
               MOVE SPACES TO LATE-TEXT
               STRING "LATE " LATE-DAYS-EDIT " DYS"
                   DELIMITED BY SIZE INTO LATE-TEXT
           END-IF
           MOVE SPACES TO DIARY-REPORT-LINE
           STRING "  " DUE-CLAIM-ID(DUE-INDEX) "/"
               DUE-SEQUENCE(DUE-INDEX) " "
               DUE-DATE(DUE-INDEX) " " LATE-TEXT " "
               DUE-NOTE(DUE-INDEX)
               DELIMITED BY SIZE INTO DIARY-REPORT-LINE
           WRITE DIARY-REPORT-LINE
           IF DUE-MOVED-FROM(DUE-INDEX) NOT = SPACES
               MOVE SPACES TO DIARY-REPORT-LINE
               STRING "      REASSIGNED FROM "
                   DUE-MOVED-FROM(DUE-INDEX)
                   DELIMITED BY SIZE INTO DIARY-REPORT-LINE
               WRITE DIARY-REPORT-LINE
           END-IF
       .

      *>  Appends "source program, paragraph, description" to the
      *>  shared job-level EXCEPTION-SUMMARY file, opened and closed
      *>  per call the same way Assignment-2 does.
       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "CLAIM-DIARY" TO EXC-SOURCE-PROGRAM
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

       END PROGRAM CLAIM-DIARY.
