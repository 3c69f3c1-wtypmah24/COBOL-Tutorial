       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXC-AGING.
      *>  Daily open-exceptions aging off the exception register.
      *>  Every item on EXCREG.DAT that is still open or in progress
      *>  prints under its owner, oldest first, with how many days
      *>  it has been standing since the night it was raised and who
      *>  has picked it up - so what nobody has touched is in front
      *>  of the people who own it, not lost in last week's summary.
      *>  Each owner's section closes with counts by age band; the
      *>  report closes with the same counts for everyone.
      *>  Resolved and accepted items are history and do not print.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-REGISTER-FILE ASSIGN TO "EXCREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ERG-KEY
               FILE STATUS IS EXCEPTION-REGISTER-FILE-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "EXCAGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-REPORT-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-REGISTER-FILE.
           COPY "EXCEPTION-REGISTER.cpy".

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE   PIC X(132).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 EXCEPTION-REGISTER-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-REGISTER-FILE VALUE "35".
          88 NO-MORE-REGISTER-ITEMS VALUE "10".
       01 AGING-REPORT-FILE-STATUS PIC XX.
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

      *>  Open items held for the by-owner sort.
       01 OPEN-ITEM-COUNT      PIC 9(04) VALUE 0.
       01 OPEN-ITEM-TABLE.
           05 OPEN-ITEM-ENTRY OCCURS 1 TO 3000 TIMES
              DEPENDING ON OPEN-ITEM-COUNT.
               10 OPI-OWNER        PIC X(10).
               10 OPI-AGE-DAYS     PIC 9(05).
               10 OPI-RUN-DATE     PIC 9(08).
               10 OPI-SEQUENCE     PIC 9(05).
               10 OPI-SEVERITY     PIC X(01).
               10 OPI-STATUS       PIC X(01).
               10 OPI-PROGRAM      PIC X(16).
               10 OPI-DESCRIPTION  PIC X(40).
               10 OPI-PICKED-BY    PIC X(10).
       01 OPEN-ITEM-INDEX      PIC 9(04).
       01 TABLE-FULL-FLAG      PIC X VALUE 'N'.
          88 OPEN-ITEM-TABLE-FULL VALUE 'Y'.

      *>  Age bands: raised last night or the night before, within
      *>  the week, within the month, and older.
       01 AGE-BAND-TALLY.
           05 BAND-COUNT       PIC 9(05) OCCURS 4 TIMES.
       01 RUN-BAND-TALLY.
           05 RUN-BAND-COUNT   PIC 9(05) OCCURS 4 TIMES.
       01 BAND-INDEX           PIC 9(01).

       01 ITEMS-READ           PIC 9(06) VALUE 0.
       01 ITEMS-IN-PROGRESS    PIC 9(05) VALUE 0.
       01 OWNER-IN-PROGRESS    PIC 9(05) VALUE 0.
       01 OWNER-ITEM-COUNT     PIC 9(05) VALUE 0.
       01 CURRENT-OWNER        PIC X(10).
       01 COUNT-EDIT           PIC ZZZZ9.
       01 COUNT-EDIT-2         PIC ZZZZ9.
       01 COUNT-EDIT-3         PIC ZZZZ9.
       01 COUNT-EDIT-4         PIC ZZZZ9.
       01 COUNT-EDIT-5         PIC ZZZZ9.

       01 AGING-HEADING-LINE.
           05 FILLER           PIC X(33)
               VALUE "  RAISED   SEQ   S  AGE STATUS   ".
           05 FILLER           PIC X(33)
               VALUE "    PROGRAM          PICKED UP BY".
           05 FILLER           PIC X(12)
               VALUE " EXCEPTION".
       01 AGING-DETAIL-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 AGD-RUN-DATE     PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AGD-SEQUENCE     PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AGD-SEVERITY     PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AGD-AGE-DAYS     PIC ZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AGD-STATUS       PIC X(11).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AGD-PROGRAM      PIC X(16).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AGD-PICKED-BY    PIC X(12).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AGD-DESCRIPTION  PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           OPEN INPUT EXCEPTION-REGISTER-FILE
           IF NO-EXCEPTION-REGISTER-FILE
               DISPLAY "EXC-AGING: NO EXCREG.DAT - NOTHING REGISTERED"
                   " YET"
               PERFORM WRITE-AGING-REPORT
           ELSE
           IF EXCEPTION-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN EXCREG.DAT, STATUS="
                   EXCEPTION-REGISTER-FILE-STATUS
               MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "EXCREG.DAT OPEN FAILED, STATUS="
                   EXCEPTION-REGISTER-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM LOAD-OPEN-ITEMS
               CLOSE EXCEPTION-REGISTER-FILE
               IF OPEN-ITEM-COUNT > 0
                   SORT OPEN-ITEM-ENTRY ASCENDING KEY OPI-OWNER
                       DESCENDING KEY OPI-AGE-DAYS
                       ASCENDING KEY OPI-RUN-DATE OPI-SEQUENCE
               END-IF
               PERFORM WRITE-AGING-REPORT
               DISPLAY "EXC-AGING: " OPEN-ITEM-COUNT " OPEN, "
                   ITEMS-IN-PROGRESS " IN PROGRESS, "
                   RUN-BAND-COUNT(4) " OVER 30 DAYS"
           END-IF
           END-IF
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
           GOBACK.

       LOAD-OPEN-ITEMS.
           PERFORM UNTIL NO-MORE-REGISTER-ITEMS
               READ EXCEPTION-REGISTER-FILE NEXT RECORD
                   AT END SET NO-MORE-REGISTER-ITEMS TO TRUE
               END-READ
               IF EXCEPTION-REGISTER-FILE-STATUS NOT = "00"
                   SET NO-MORE-REGISTER-ITEMS TO TRUE
               END-IF
               IF NOT NO-MORE-REGISTER-ITEMS
                   ADD 1 TO ITEMS-READ
                   IF ERG-STILL-OPEN
                       PERFORM TAKE-UP-OPEN-ITEM
                   END-IF
               END-IF
           END-PERFORM
       .

       TAKE-UP-OPEN-ITEM.
           MOVE 'D' TO DATE-FUNCTION
           MOVE ERG-RUN-DATE TO DATE-ONE
           MOVE TODAYS-DATE-N TO DATE-TWO
           CALL "DATE-ARITH" USING DATE-FUNCTION DATE-ONE
               DATE-TWO DATE-OFFSET-DAYS DATE-RESULT-DAYS
               DATE-RESULT-DATE DATE-CALL-STATUS
           IF DATE-CALL-STATUS NOT = '0'
           OR DATE-RESULT-DAYS < 0
               MOVE 0 TO DATE-RESULT-DAYS
           END-IF
           IF OPEN-ITEM-COUNT < 3000
               ADD 1 TO OPEN-ITEM-COUNT
               MOVE ERG-OWNER TO OPI-OWNER(OPEN-ITEM-COUNT)
               MOVE DATE-RESULT-DAYS TO OPI-AGE-DAYS(OPEN-ITEM-COUNT)
               MOVE ERG-RUN-DATE TO OPI-RUN-DATE(OPEN-ITEM-COUNT)
               MOVE ERG-SEQUENCE TO OPI-SEQUENCE(OPEN-ITEM-COUNT)
               MOVE ERG-SEVERITY TO OPI-SEVERITY(OPEN-ITEM-COUNT)
               MOVE ERG-STATUS TO OPI-STATUS(OPEN-ITEM-COUNT)
               MOVE ERG-SOURCE-PROGRAM
                   TO OPI-PROGRAM(OPEN-ITEM-COUNT)
               MOVE ERG-DESCRIPTION
                   TO OPI-DESCRIPTION(OPEN-ITEM-COUNT)
               MOVE ERG-PICKED-BY TO OPI-PICKED-BY(OPEN-ITEM-COUNT)
           ELSE
               IF NOT OPEN-ITEM-TABLE-FULL
                   SET OPEN-ITEM-TABLE-FULL TO TRUE
                   MOVE "TAKE-UP-OPEN-ITEM" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "OVER 3000 OPEN EXCEPTIONS - LIST CUT"
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
           END-IF
       .

      *>  One section per owner, oldest item first, then the owner's
      *>  age bands; the whole run's bands close the report.
       WRITE-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "OPEN EXCEPTIONS BY OWNER - AGED TO " TODAYS-DATE-N
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           IF OPEN-ITEM-COUNT = 0
               MOVE "NO OPEN EXCEPTIONS" TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF
           INITIALIZE RUN-BAND-TALLY
           MOVE HIGH-VALUES TO CURRENT-OWNER
           MOVE 0 TO OWNER-ITEM-COUNT
           PERFORM VARYING OPEN-ITEM-INDEX FROM 1 BY 1
           UNTIL OPEN-ITEM-INDEX > OPEN-ITEM-COUNT
               IF OPI-OWNER(OPEN-ITEM-INDEX) NOT = CURRENT-OWNER
                   PERFORM WRITE-OWNER-FOOTING
                   MOVE OPI-OWNER(OPEN-ITEM-INDEX) TO CURRENT-OWNER
                   PERFORM WRITE-OWNER-HEADING
               END-IF
               PERFORM WRITE-OPEN-ITEM-LINE
           END-PERFORM
           PERFORM WRITE-OWNER-FOOTING
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE OPEN-ITEM-COUNT TO COUNT-EDIT
           MOVE ITEMS-IN-PROGRESS TO COUNT-EDIT-2
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "STILL OPEN: " COUNT-EDIT
               "  OF WHICH IN PROGRESS: " COUNT-EDIT-2
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE RUN-BAND-TALLY TO AGE-BAND-TALLY
           PERFORM WRITE-BAND-LINE
           CLOSE AGING-REPORT-FILE
       .

       WRITE-OWNER-HEADING.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "OWNER " CURRENT-OWNER
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE AGING-HEADING-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE 0 TO OWNER-ITEM-COUNT
           MOVE 0 TO OWNER-IN-PROGRESS
           INITIALIZE AGE-BAND-TALLY
       .

       WRITE-OWNER-FOOTING.
           IF OWNER-ITEM-COUNT > 0
               MOVE OWNER-ITEM-COUNT TO COUNT-EDIT
               MOVE OWNER-IN-PROGRESS TO COUNT-EDIT-2
               MOVE SPACES TO AGING-REPORT-LINE
               STRING "  OPEN FOR " CURRENT-OWNER ": " COUNT-EDIT
                   "  IN PROGRESS: " COUNT-EDIT-2
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
               PERFORM WRITE-BAND-LINE
           END-IF
       .

       WRITE-BAND-LINE.
           MOVE BAND-COUNT(1) TO COUNT-EDIT-2
           MOVE BAND-COUNT(2) TO COUNT-EDIT-3
           MOVE BAND-COUNT(3) TO COUNT-EDIT-4
           MOVE BAND-COUNT(4) TO COUNT-EDIT-5
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "  0-1 DAYS " COUNT-EDIT-2
               "  2-7 DAYS " COUNT-EDIT-3
               "  8-30 DAYS " COUNT-EDIT-4
               "  OVER 30 DAYS " COUNT-EDIT-5
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
       .

       WRITE-OPEN-ITEM-LINE.
           ADD 1 TO OWNER-ITEM-COUNT
           EVALUATE TRUE
               WHEN OPI-AGE-DAYS(OPEN-ITEM-INDEX) <= 1
                   MOVE 1 TO BAND-INDEX
               WHEN OPI-AGE-DAYS(OPEN-ITEM-INDEX) <= 7
                   MOVE 2 TO BAND-INDEX
               WHEN OPI-AGE-DAYS(OPEN-ITEM-INDEX) <= 30
                   MOVE 3 TO BAND-INDEX
               WHEN OTHER
                   MOVE 4 TO BAND-INDEX
           END-EVALUATE
           ADD 1 TO BAND-COUNT(BAND-INDEX)
           ADD 1 TO RUN-BAND-COUNT(BAND-INDEX)
           MOVE OPI-RUN-DATE(OPEN-ITEM-INDEX) TO AGD-RUN-DATE
           MOVE OPI-SEQUENCE(OPEN-ITEM-INDEX) TO AGD-SEQUENCE
           MOVE OPI-SEVERITY(OPEN-ITEM-INDEX) TO AGD-SEVERITY
           MOVE OPI-AGE-DAYS(OPEN-ITEM-INDEX) TO AGD-AGE-DAYS
           IF OPI-STATUS(OPEN-ITEM-INDEX) = 'P'
               MOVE "IN PROGRESS" TO AGD-STATUS
               MOVE OPI-PICKED-BY(OPEN-ITEM-INDEX) TO AGD-PICKED-BY
               ADD 1 TO OWNER-IN-PROGRESS
               ADD 1 TO ITEMS-IN-PROGRESS
           ELSE
               MOVE "OPEN" TO AGD-STATUS
               MOVE "(NOBODY)" TO AGD-PICKED-BY
           END-IF
           MOVE OPI-PROGRAM(OPEN-ITEM-INDEX) TO AGD-PROGRAM
           MOVE OPI-DESCRIPTION(OPEN-ITEM-INDEX) TO AGD-DESCRIPTION
           MOVE AGING-DETAIL-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
       .

      *>  Appends "source program, paragraph, description" to the
      *>  shared job-level EXCEPTION-SUMMARY file.
       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "EXC-AGING" TO EXC-SOURCE-PROGRAM
      *>  EXCSUMM.DAT may not exist on a fresh checkout; create it
      *>  first instead of truncating an existing summary.
           OPEN EXTEND EXCEPTION-SUMMARY-FILE
           IF NO-EXCEPTION-SUMMARY-FILE
               OPEN OUTPUT EXCEPTION-SUMMARY-FILE
               CLOSE EXCEPTION-SUMMARY-FILE
               OPEN EXTEND EXCEPTION-SUMMARY-FILE
           END-IF
           MOVE EXCEPTION-SUMMARY-RECORD TO EXCEPTION-SUMMARY-LINE
           WRITE EXCEPTION-SUMMARY-LINE
           CLOSE EXCEPTION-SUMMARY-FILE
       .

       END PROGRAM EXC-AGING.
