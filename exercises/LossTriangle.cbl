       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSS-TRIANGLE.
      *>  Month-end loss development for the actuaries. The claims
      *>  master only ever holds each claim's figures as they stand
      *>  today, so every month end this step photographs every
      *>  claim onto CLMSNAP.DAT - its accident month (the month of
      *>  its loss date), its reported date, and its paid, reserve,
      *>  recovered and incurred amounts at that month end. Incurred
      *>  is net incurred, paid plus reserve less recoveries, the
      *>  same figure CLAIM-STATUS puts on CLAIMRSV.RPT.
      *>
      *>  From the snapshots kept so far LOSSTRI.RPT lays out the
      *>  development triangles, paid and incurred: accident month
      *>  down the side, months of development across, each cell the
      *>  accident month's total as it stood that many month ends
      *>  after it. The report shows the latest twelve accident
      *>  months; LOSSTRI.CSV, written through CSV-WRITER, carries
      *>  every cell on file, one row per accident month and
      *>  development month with both amounts, for the actuaries'
      *>  own spreadsheets.
      *>
      *>  A rerun of the same month replaces its own snapshot rows.
      *>  LOSSTRI.PRM (CCYYMM) names the month for a rerun; without
      *>  it the run date's own month is taken. Claims lost or
      *>  reported after that month are left out of it, and a claim
      *>  with no loss date has no accident month and is counted as
      *>  an exception instead.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIANGLE-PARAM-FILE ASSIGN TO "LOSSTRI.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIANGLE-PARAM-FILE-STATUS.
      *>  The claims master CLAIM-STATUS maintains, read end to end.
           SELECT CLAIMS-FILE ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLAIM-ID
               FILE STATUS IS CLAIMS-FILE-STATUS.
      *>  Month-end snapshots, one row per claim per month end.
           SELECT SNAPSHOT-FILE ASSIGN TO "CLMSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.
      *>  Other months' rows pass through the work file while the
      *>  snapshot history is rewritten.
           SELECT SNAPSHOT-WORK-FILE ASSIGN TO "CLMSNAP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-WORK-FILE-STATUS.
           SELECT TRIANGLE-REPORT-FILE ASSIGN TO "LOSSTRI.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIANGLE-REPORT-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIANGLE-PARAM-FILE.
       01  TRIANGLE-PARAM-RECORD.
           05 PRM-SNAPSHOT-YEAR  PIC 9(04).
           05 PRM-SNAPSHOT-MONTH PIC 9(02).

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

      *>  Reported date is zero on a claim filed before the claims
      *>  master kept one.
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05 SNP-MONTH            PIC 9(06).
           05 SNP-CLAIM-ID         PIC X(08).
           05 SNP-STATUS           PIC X(09).
           05 SNP-ACCIDENT-MONTH   PIC 9(06).
           05 SNP-LOSS-DATE        PIC 9(08).
           05 SNP-REPORTED-DATE    PIC 9(08).
           05 SNP-PAID             PIC 9(07)V99.
           05 SNP-RESERVE          PIC 9(07)V99.
           05 SNP-RECOVERED        PIC 9(07)V99.
           05 SNP-INCURRED         PIC S9(08)V99
                                   SIGN IS LEADING SEPARATE.

       FD  SNAPSHOT-WORK-FILE.
       01  SNAPSHOT-WORK-LINE  PIC X(83).

       FD  TRIANGLE-REPORT-FILE.
       01  TRIANGLE-REPORT-LINE PIC X(150).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 TRIANGLE-PARAM-FILE-STATUS PIC XX.
          88 NO-TRIANGLE-PARAM-FILE VALUE "35".
       01 CLAIMS-FILE-STATUS   PIC XX.
          88 NO-MORE-CLAIMS    VALUE "10".
       01 SNAPSHOT-FILE-STATUS PIC XX.
          88 NO-SNAPSHOT-FILE  VALUE "35".
       01 SNAPSHOT-WORK-FILE-STATUS PIC XX.
       01 TRIANGLE-REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 SNAPSHOT-EOF-FLAG    PIC X VALUE 'N'.
          88 END-OF-SNAPSHOTS  VALUE 'Y'.
       01 WORK-EOF-FLAG        PIC X VALUE 'N'.
          88 END-OF-WORK-ROWS  VALUE 'Y'.

       01 TODAYS-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==CUR-YYYY==
                         ==DATE-GROUP-MM==   BY ==CUR-MM==
                         ==DATE-GROUP-DD==   BY ==CUR-DD==.
       01 TODAYS-DATE-N REDEFINES TODAYS-DATE PIC 9(08).

      *>  The month being photographed, CCYYMM, and its running
      *>  month number (years times twelve plus months) so month
      *>  differences are a subtraction.
       01 SNAPSHOT-MONTH.
           05 SNAPSHOT-YYYY    PIC 9(04).
           05 SNAPSHOT-MM      PIC 9(02).
       01 SNAPSHOT-MONTH-N REDEFINES SNAPSHOT-MONTH PIC 9(06).
       01 SNAPSHOT-MONTH-NUMBER PIC 9(06).
      *>  Any CCYYMMDD above this falls after the snapshot month.
       01 SNAPSHOT-MONTH-CEILING PIC 9(08).

       01 MONTH-WORK.
           05 MONTH-WORK-YYYY  PIC 9(04).
           05 MONTH-WORK-MM    PIC 9(02).
       01 MONTH-WORK-N REDEFINES MONTH-WORK PIC 9(06).
       01 MONTH-NUMBER         PIC 9(06).
       01 ROW-MONTH-NUMBER     PIC 9(06).
       01 ACCIDENT-AGE         PIC S9(05).
       01 DEVELOPMENT-AGE      PIC S9(05).

      *>  One cell per accident month and development month, ten
      *>  years back from the snapshot month. Row n is the accident
      *>  month n-1 months before it; column n is n-1 months of
      *>  development.
       01 TRIANGLE-TABLE.
           05 TRI-ACCIDENT OCCURS 120 TIMES.
               10 TRI-DEVELOPMENT OCCURS 120 TIMES.
                   15 TRI-CLAIMS   PIC 9(05).
                   15 TRI-PAID     PIC S9(11)V99.
                   15 TRI-INCURRED PIC S9(11)V99.
       01 TRI-MONTHS-KEPT      PIC 9(03) VALUE 120.
       01 TRI-MONTHS-SHOWN     PIC 9(03) VALUE 12.
       01 ACC-INDEX            PIC 9(03).
       01 DEV-INDEX            PIC 9(03).
       01 DEV-LIMIT            PIC 9(03).
       01 ACCIDENT-COUNTDOWN   PIC S9(03).

       01 CLAIMS-READ          PIC 9(05) VALUE 0.
       01 CLAIMS-SNAPSHOT      PIC 9(05) VALUE 0.
       01 CLAIMS-NO-LOSS-DATE  PIC 9(05) VALUE 0.
       01 CLAIMS-NOT-YET       PIC 9(05) VALUE 0.
       01 ROWS-BEYOND-TABLE    PIC 9(07) VALUE 0.
       01 ROWS-REPLACED        PIC 9(05) VALUE 0.
       01 SNAPSHOT-PAID-TOTAL  PIC 9(09)V99 VALUE 0.
       01 SNAPSHOT-INCURRED-TOTAL PIC S9(09)V99 VALUE 0.

      *>  The figures taken off one claim, with spaces on fields
      *>  older claims never carried counted as nothing.
       01 CLAIM-PAID-WORK      PIC 9(07)V99.
       01 CLAIM-RESERVE-WORK   PIC 9(07)V99.
       01 CLAIM-RECOVERED-WORK PIC 9(07)V99.

       01 WHOLE-DOLLARS        PIC S9(11).
       01 PAID-CELL-EDIT       PIC ZZ,ZZZ,ZZ9.
       01 INCURRED-CELL-EDIT   PIC --,---,--9.
       01 CLAIM-COUNT-EDIT     PIC ZZZZ9.
       01 DEV-HEADING-EDIT     PIC ZZ9.
       01 TOTAL-PAID-EDIT      PIC $$$,$$$,$$9.99.
       01 TOTAL-INCURRED-EDIT  PIC -$$$,$$$,$$9.99.
       01 TRIANGLE-BASIS       PIC X(01).
          88 PAID-TRIANGLE     VALUE 'P'.
          88 INCURRED-TRIANGLE VALUE 'I'.

      *>  One triangle row: the accident month, its claim count as
      *>  at the snapshot, and twelve development-month cells.
       01 TRIANGLE-ROW.
           05 TRR-ACCIDENT-MONTH   PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 TRR-CLAIMS           PIC X(06).
           05 TRR-CELL OCCURS 12 TIMES.
               10 FILLER           PIC X(01).
               10 TRR-AMOUNT       PIC X(10).

      *>  CSV companion call set (shared CSV-WRITER subprogram).
       01 CSV-FUNCTION         PIC X.
       01 CSV-FILE-NAME        PIC X(20) VALUE "LOSSTRI.CSV".
       01 CSV-FIELD-COUNT      PIC 9(02).
       01 CSV-FIELDS.
           05 CSV-FIELD PIC X(20) OCCURS 10 TIMES.
       01 CSV-CALL-STATUS      PIC X.
       01 CSV-MONTH-WORK       PIC 9(06).
       01 CSV-DEV-WORK         PIC ZZ9.
       01 CSV-COUNT-WORK       PIC ZZZZ9.
       01 CSV-PAID-WORK        PIC Z(10)9.99.
       01 CSV-INCURRED-WORK    PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           PERFORM DETERMINE-SNAPSHOT-MONTH
           INITIALIZE TRIANGLE-TABLE
           OPEN INPUT CLAIMS-FILE
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
               OPEN OUTPUT SNAPSHOT-WORK-FILE
               PERFORM KEEP-OTHER-MONTHS
               PERFORM SNAPSHOT-ALL-CLAIMS
               CLOSE CLAIMS-FILE
               CLOSE SNAPSHOT-WORK-FILE
               PERFORM SAVE-SNAPSHOT-HISTORY
               IF CLAIMS-NO-LOSS-DATE > 0
                   MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING CLAIMS-NO-LOSS-DATE
                       " CLAIMS WITH NO LOSS DATE LEFT OUT"
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
               PERFORM WRITE-TRIANGLE-REPORT
               PERFORM WRITE-TRIANGLE-CSV
               DISPLAY "LOSS-TRIANGLE: " SNAPSHOT-MONTH-N " "
                   CLAIMS-SNAPSHOT " CLAIMS, PAID "
                   SNAPSHOT-PAID-TOTAL " INCURRED "
                   SNAPSHOT-INCURRED-TOTAL
           END-IF
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
           GOBACK.

      *>  LOSSTRI.PRM names the month (CCYYMM) for a rerun; without
      *>  it the run date's own month is photographed - the step
      *>  runs in NIGHTLY-CONTROL's month-end window, on the month's
      *>  last business day.
       DETERMINE-SNAPSHOT-MONTH.
           MOVE CUR-YYYY TO SNAPSHOT-YYYY
           MOVE CUR-MM TO SNAPSHOT-MM
           OPEN INPUT TRIANGLE-PARAM-FILE
           IF NOT NO-TRIANGLE-PARAM-FILE
               READ TRIANGLE-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-SNAPSHOT-YEAR IS NUMERIC
                       AND PRM-SNAPSHOT-YEAR > 0
                       AND PRM-SNAPSHOT-MONTH IS NUMERIC
                       AND PRM-SNAPSHOT-MONTH >= 1
                       AND PRM-SNAPSHOT-MONTH <= 12
                           MOVE PRM-SNAPSHOT-YEAR TO SNAPSHOT-YYYY
                           MOVE PRM-SNAPSHOT-MONTH TO SNAPSHOT-MM
                       END-IF
               END-READ
           END-IF
           CLOSE TRIANGLE-PARAM-FILE
           MOVE SNAPSHOT-MONTH-N TO MONTH-WORK-N
           PERFORM FIGURE-MONTH-NUMBER
           MOVE MONTH-NUMBER TO SNAPSHOT-MONTH-NUMBER
           COMPUTE SNAPSHOT-MONTH-CEILING = SNAPSHOT-MONTH-N * 100
               + 31
       .

      *>  Years times twelve plus months, for MONTH-WORK.
       FIGURE-MONTH-NUMBER.
           COMPUTE MONTH-NUMBER = MONTH-WORK-YYYY * 12
               + MONTH-WORK-MM - 1
       .

      *>  Every other month's rows are kept; this month's are
      *>  replaced, so a rerun never doubles the history. Earlier
      *>  months' rows go into the triangle as they pass.
       KEEP-OTHER-MONTHS.
           OPEN INPUT SNAPSHOT-FILE
           IF NOT NO-SNAPSHOT-FILE
               PERFORM UNTIL END-OF-SNAPSHOTS
                   READ SNAPSHOT-FILE
                       AT END SET END-OF-SNAPSHOTS TO TRUE
                   END-READ
                   IF NOT END-OF-SNAPSHOTS
                       IF SNP-MONTH = SNAPSHOT-MONTH-N
                           ADD 1 TO ROWS-REPLACED
                       ELSE
                           MOVE SNAPSHOT-RECORD TO SNAPSHOT-WORK-LINE
                           WRITE SNAPSHOT-WORK-LINE
                           IF SNP-MONTH < SNAPSHOT-MONTH-N
                               PERFORM TALLY-SNAPSHOT-ROW
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SNAPSHOT-FILE
       .

       SNAPSHOT-ALL-CLAIMS.
           PERFORM UNTIL NO-MORE-CLAIMS
               READ CLAIMS-FILE NEXT RECORD
                   AT END SET NO-MORE-CLAIMS TO TRUE
               END-READ
               IF CLAIMS-FILE-STATUS NOT = "00"
                   SET NO-MORE-CLAIMS TO TRUE
               END-IF
               IF NOT NO-MORE-CLAIMS
                   ADD 1 TO CLAIMS-READ
                   PERFORM SNAPSHOT-ONE-CLAIM
               END-IF
           END-PERFORM
       .

      *>  A claim lost or reported after the snapshot month did not
      *>  exist yet at that month end.
       SNAPSHOT-ONE-CLAIM.
           EVALUATE TRUE
               WHEN CLAIM-LOSS-DATE NOT NUMERIC
               OR CLAIM-LOSS-DATE = 0
                   ADD 1 TO CLAIMS-NO-LOSS-DATE
               WHEN CLAIM-LOSS-DATE > SNAPSHOT-MONTH-CEILING
                   ADD 1 TO CLAIMS-NOT-YET
               WHEN CLAIM-REPORTED-DATE IS NUMERIC
               AND CLAIM-REPORTED-DATE > SNAPSHOT-MONTH-CEILING
                   ADD 1 TO CLAIMS-NOT-YET
               WHEN OTHER
                   PERFORM WRITE-CLAIM-SNAPSHOT
           END-EVALUATE
       .

       WRITE-CLAIM-SNAPSHOT.
           MOVE 0 TO CLAIM-PAID-WORK
           MOVE 0 TO CLAIM-RESERVE-WORK
           MOVE 0 TO CLAIM-RECOVERED-WORK
           IF CLAIM-PAID-TO-DATE IS NUMERIC
               MOVE CLAIM-PAID-TO-DATE TO CLAIM-PAID-WORK
           END-IF
           IF CLAIM-RESERVE-AMOUNT IS NUMERIC
               MOVE CLAIM-RESERVE-AMOUNT TO CLAIM-RESERVE-WORK
           END-IF
           IF CLAIM-RECOVERED-TO-DATE IS NUMERIC
               MOVE CLAIM-RECOVERED-TO-DATE TO CLAIM-RECOVERED-WORK
           END-IF
           MOVE SNAPSHOT-MONTH-N TO SNP-MONTH
           MOVE CLAIM-ID TO SNP-CLAIM-ID
           MOVE CLAIM-STATUS-CODE TO SNP-STATUS
           COMPUTE SNP-ACCIDENT-MONTH = CLAIM-LOSS-DATE / 100
           MOVE CLAIM-LOSS-DATE TO SNP-LOSS-DATE
           IF CLAIM-REPORTED-DATE IS NUMERIC
               MOVE CLAIM-REPORTED-DATE TO SNP-REPORTED-DATE
           ELSE
               MOVE 0 TO SNP-REPORTED-DATE
           END-IF
           MOVE CLAIM-PAID-WORK TO SNP-PAID
           MOVE CLAIM-RESERVE-WORK TO SNP-RESERVE
           MOVE CLAIM-RECOVERED-WORK TO SNP-RECOVERED
           COMPUTE SNP-INCURRED = CLAIM-PAID-WORK
               + CLAIM-RESERVE-WORK - CLAIM-RECOVERED-WORK
           MOVE SNAPSHOT-RECORD TO SNAPSHOT-WORK-LINE
           WRITE SNAPSHOT-WORK-LINE
           ADD 1 TO CLAIMS-SNAPSHOT
           ADD SNP-PAID TO SNAPSHOT-PAID-TOTAL
           ADD SNP-INCURRED TO SNAPSHOT-INCURRED-TOTAL
           PERFORM TALLY-SNAPSHOT-ROW
       .

      *>  Adds one snapshot row into its cell: the row's accident
      *>  month counted back from the snapshot month, and its own
      *>  month end counted on from the accident month.
       TALLY-SNAPSHOT-ROW.
           MOVE SNP-MONTH TO MONTH-WORK-N
           PERFORM FIGURE-MONTH-NUMBER
           MOVE MONTH-NUMBER TO ROW-MONTH-NUMBER
           MOVE SNP-ACCIDENT-MONTH TO MONTH-WORK-N
           PERFORM FIGURE-MONTH-NUMBER
           COMPUTE ACCIDENT-AGE = SNAPSHOT-MONTH-NUMBER - MONTH-NUMBER
           COMPUTE DEVELOPMENT-AGE = ROW-MONTH-NUMBER - MONTH-NUMBER
           IF ACCIDENT-AGE < 0 OR DEVELOPMENT-AGE < 0
           OR ACCIDENT-AGE >= TRI-MONTHS-KEPT
               ADD 1 TO ROWS-BEYOND-TABLE
           ELSE
               COMPUTE ACC-INDEX = ACCIDENT-AGE + 1
               COMPUTE DEV-INDEX = DEVELOPMENT-AGE + 1
               ADD 1 TO TRI-CLAIMS(ACC-INDEX, DEV-INDEX)
               ADD SNP-PAID TO TRI-PAID(ACC-INDEX, DEV-INDEX)
               ADD SNP-INCURRED TO TRI-INCURRED(ACC-INDEX, DEV-INDEX)
           END-IF
       .

       SAVE-SNAPSHOT-HISTORY.
           OPEN INPUT SNAPSHOT-WORK-FILE
           OPEN OUTPUT SNAPSHOT-FILE
           PERFORM UNTIL END-OF-WORK-ROWS
               READ SNAPSHOT-WORK-FILE
                   AT END SET END-OF-WORK-ROWS TO TRUE
               END-READ
               IF NOT END-OF-WORK-ROWS
                   MOVE SNAPSHOT-WORK-LINE TO SNAPSHOT-RECORD
                   WRITE SNAPSHOT-RECORD
               END-IF
           END-PERFORM
           CLOSE SNAPSHOT-WORK-FILE
           CLOSE SNAPSHOT-FILE
       .

      *>  Paid triangle, then incurred, each over the latest twelve
      *>  accident months, oldest first. A blank cell lies past the
      *>  snapshot month or has no snapshot on file for it.
       WRITE-TRIANGLE-REPORT.
           OPEN OUTPUT TRIANGLE-REPORT-FILE
           MOVE SPACES TO TRIANGLE-REPORT-LINE
           STRING "LOSS DEVELOPMENT TRIANGLES - SNAPSHOT "
               SNAPSHOT-YYYY "-" SNAPSHOT-MM
               "   RUN " TODAYS-DATE-N
               DELIMITED BY SIZE INTO TRIANGLE-REPORT-LINE
           WRITE TRIANGLE-REPORT-LINE
           SET PAID-TRIANGLE TO TRUE
           PERFORM WRITE-ONE-TRIANGLE
           SET INCURRED-TRIANGLE TO TRUE
           PERFORM WRITE-ONE-TRIANGLE
           MOVE SPACES TO TRIANGLE-REPORT-LINE
           WRITE TRIANGLE-REPORT-LINE
           MOVE SNAPSHOT-PAID-TOTAL TO TOTAL-PAID-EDIT
           MOVE SNAPSHOT-INCURRED-TOTAL TO TOTAL-INCURRED-EDIT
           MOVE SPACES TO TRIANGLE-REPORT-LINE
           STRING "CLAIMS IN THIS SNAPSHOT: " CLAIMS-SNAPSHOT
               "  PAID: " TOTAL-PAID-EDIT
               "  INCURRED: " TOTAL-INCURRED-EDIT
               DELIMITED BY SIZE INTO TRIANGLE-REPORT-LINE
           WRITE TRIANGLE-REPORT-LINE
           MOVE SPACES TO TRIANGLE-REPORT-LINE
           STRING "LEFT OUT - NO LOSS DATE: " CLAIMS-NO-LOSS-DATE
               "  LOST OR REPORTED AFTER THE SNAPSHOT: "
               CLAIMS-NOT-YET
               DELIMITED BY SIZE INTO TRIANGLE-REPORT-LINE
           WRITE TRIANGLE-REPORT-LINE
           IF ROWS-BEYOND-TABLE > 0
               MOVE SPACES TO TRIANGLE-REPORT-LINE
               STRING "SNAPSHOT ROWS OVER TEN YEARS OLD OR LATER "
                   "THAN THE SNAPSHOT, NOT IN THE CSV: "
                   ROWS-BEYOND-TABLE
                   DELIMITED BY SIZE INTO TRIANGLE-REPORT-LINE
               WRITE TRIANGLE-REPORT-LINE
           END-IF
           IF TRIANGLE-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: LOSSTRI.RPT WRITE FAILED, STATUS="
                   TRIANGLE-REPORT-FILE-STATUS
               MOVE "WRITE-TRIANGLE-REPORT" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "LOSSTRI.RPT WRITE FAILED, STATUS="
                   TRIANGLE-REPORT-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
           CLOSE TRIANGLE-REPORT-FILE
       .

       WRITE-ONE-TRIANGLE.
           MOVE SPACES TO TRIANGLE-REPORT-LINE
           WRITE TRIANGLE-REPORT-LINE
           MOVE SPACES TO TRIANGLE-REPORT-LINE
           IF PAID-TRIANGLE
               MOVE "PAID TO DATE (WHOLE DOLLARS)"
                   TO TRIANGLE-REPORT-LINE
           ELSE
               STRING "INCURRED - PAID + RESERVE - RECOVERIES"
                   " (WHOLE DOLLARS)"
                   DELIMITED BY SIZE INTO TRIANGLE-REPORT-LINE
           END-IF
           WRITE TRIANGLE-REPORT-LINE
           MOVE SPACES TO TRIANGLE-ROW
           MOVE "ACCIDNT" TO TRR-ACCIDENT-MONTH
           MOVE "CLAIMS" TO TRR-CLAIMS
           PERFORM VARYING DEV-INDEX FROM 1 BY 1
           UNTIL DEV-INDEX > TRI-MONTHS-SHOWN
               COMPUTE DEV-HEADING-EDIT = DEV-INDEX - 1
               MOVE SPACES TO TRR-AMOUNT(DEV-INDEX)
               STRING "   DEV " DEV-HEADING-EDIT
                   DELIMITED BY SIZE INTO TRR-AMOUNT(DEV-INDEX)
           END-PERFORM
           MOVE TRIANGLE-ROW TO TRIANGLE-REPORT-LINE
           WRITE TRIANGLE-REPORT-LINE
           PERFORM VARYING ACCIDENT-COUNTDOWN
           FROM TRI-MONTHS-SHOWN BY -1
           UNTIL ACCIDENT-COUNTDOWN < 1
               MOVE ACCIDENT-COUNTDOWN TO ACC-INDEX
               PERFORM WRITE-TRIANGLE-ROW
           END-PERFORM
       .

      *>  Accident month ACC-INDEX - 1 months before the snapshot
      *>  has ACC-INDEX month ends of development so far.
       WRITE-TRIANGLE-ROW.
           MOVE SPACES TO TRIANGLE-ROW
           COMPUTE MONTH-NUMBER = SNAPSHOT-MONTH-NUMBER - ACC-INDEX
               + 1
           DIVIDE MONTH-NUMBER BY 12 GIVING MONTH-WORK-YYYY
               REMAINDER MONTH-WORK-MM
           ADD 1 TO MONTH-WORK-MM
           STRING MONTH-WORK-YYYY "-" MONTH-WORK-MM
               DELIMITED BY SIZE INTO TRR-ACCIDENT-MONTH
           MOVE TRI-CLAIMS(ACC-INDEX, ACC-INDEX) TO CLAIM-COUNT-EDIT
           MOVE CLAIM-COUNT-EDIT TO TRR-CLAIMS
           MOVE ACC-INDEX TO DEV-LIMIT
           PERFORM VARYING DEV-INDEX FROM 1 BY 1
           UNTIL DEV-INDEX > DEV-LIMIT
               IF TRI-CLAIMS(ACC-INDEX, DEV-INDEX) > 0
                   IF PAID-TRIANGLE
                       COMPUTE WHOLE-DOLLARS ROUNDED =
                           TRI-PAID(ACC-INDEX, DEV-INDEX)
                       MOVE WHOLE-DOLLARS TO PAID-CELL-EDIT
                       MOVE PAID-CELL-EDIT TO TRR-AMOUNT(DEV-INDEX)
                   ELSE
                       COMPUTE WHOLE-DOLLARS ROUNDED =
                           TRI-INCURRED(ACC-INDEX, DEV-INDEX)
                       MOVE WHOLE-DOLLARS TO INCURRED-CELL-EDIT
                       MOVE INCURRED-CELL-EDIT
                           TO TRR-AMOUNT(DEV-INDEX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE TRIANGLE-ROW TO TRIANGLE-REPORT-LINE
           WRITE TRIANGLE-REPORT-LINE
       .

      *>  Every cell on file, oldest accident month first: snapshot
      *>  month, accident month, months of development, claims,
      *>  paid and incurred.
       WRITE-TRIANGLE-CSV.
           MOVE 6 TO CSV-FIELD-COUNT
           MOVE "SNAPSHOT" TO CSV-FIELD(1)
           MOVE "ACCIDENT_MONTH" TO CSV-FIELD(2)
           MOVE "DEV_MONTHS" TO CSV-FIELD(3)
           MOVE "CLAIMS" TO CSV-FIELD(4)
           MOVE "PAID" TO CSV-FIELD(5)
           MOVE "INCURRED" TO CSV-FIELD(6)
           MOVE 'O' TO CSV-FUNCTION
           CALL "CSV-WRITER" USING CSV-FUNCTION CSV-FILE-NAME
               CSV-FIELD-COUNT CSV-FIELDS CSV-CALL-STATUS
           PERFORM VARYING ACCIDENT-COUNTDOWN
           FROM TRI-MONTHS-KEPT BY -1
           UNTIL ACCIDENT-COUNTDOWN < 1
               MOVE ACCIDENT-COUNTDOWN TO ACC-INDEX
               MOVE ACC-INDEX TO DEV-LIMIT
               PERFORM VARYING DEV-INDEX FROM 1 BY 1
               UNTIL DEV-INDEX > DEV-LIMIT
                   IF TRI-CLAIMS(ACC-INDEX, DEV-INDEX) > 0
                       PERFORM WRITE-TRIANGLE-CSV-ROW
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 'C' TO CSV-FUNCTION
           CALL "CSV-WRITER" USING CSV-FUNCTION CSV-FILE-NAME
               CSV-FIELD-COUNT CSV-FIELDS CSV-CALL-STATUS
       .

       WRITE-TRIANGLE-CSV-ROW.
           MOVE SNAPSHOT-MONTH-N TO CSV-FIELD(1)
           COMPUTE MONTH-NUMBER = SNAPSHOT-MONTH-NUMBER - ACC-INDEX
               + 1
           DIVIDE MONTH-NUMBER BY 12 GIVING MONTH-WORK-YYYY
               REMAINDER MONTH-WORK-MM
           ADD 1 TO MONTH-WORK-MM
           MOVE MONTH-WORK-N TO CSV-MONTH-WORK
           MOVE CSV-MONTH-WORK TO CSV-FIELD(2)
           COMPUTE CSV-DEV-WORK = DEV-INDEX - 1
           MOVE CSV-DEV-WORK TO CSV-FIELD(3)
           MOVE TRI-CLAIMS(ACC-INDEX, DEV-INDEX) TO CSV-COUNT-WORK
           MOVE CSV-COUNT-WORK TO CSV-FIELD(4)
           MOVE TRI-PAID(ACC-INDEX, DEV-INDEX) TO CSV-PAID-WORK
           MOVE CSV-PAID-WORK TO CSV-FIELD(5)
           MOVE TRI-INCURRED(ACC-INDEX, DEV-INDEX) TO CSV-INCURRED-WORK
           MOVE CSV-INCURRED-WORK TO CSV-FIELD(6)
           MOVE 'W' TO CSV-FUNCTION
           CALL "CSV-WRITER" USING CSV-FUNCTION CSV-FILE-NAME
               CSV-FIELD-COUNT CSV-FIELDS CSV-CALL-STATUS
       .

      *>  Appends "source program, paragraph, description" to the
      *>  shared job-level EXCEPTION-SUMMARY file, opened and closed
      *>  per call the same way Assignment-2 does.
       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "LOSS-TRIANGLE" TO EXC-SOURCE-PROGRAM
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

       END PROGRAM LOSS-TRIANGLE.
