       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-LIABILITY.
      *>  Quarter-end accrued vacation liability. LEAVE-PROCESS keeps
      *>  the vacation balances on LEAVEBAL.DAT in hours only, and the
      *>  auditors want the money owed for them booked every quarter.
      *>  This step runs in NIGHTLY-CONTROL's quarter-end window and
      *>  values each active employee's vacation hours at the
      *>  COMPMAST.DAT rate in effect on the quarter end - the hourly
      *>  rate, or the salary over the standard 2080-hour year the
      *>  way COBOLTUT prices an hour of salaried time.
      *>
      *>  LEAVLIAB.RPT shows the liability by department beside the
      *>  prior quarter's valuation and the movement between them.
      *>  Each quarter's department figures are kept on LEAVVAL.DAT
      *>  so the next quarter has something to move from; a rerun of
      *>  the same quarter replaces its own rows. LEAVJRNL.DAT carries
      *>  the movement to the ledger in the shared GL-JOURNAL layout:
      *>  vacation expense by department against the accrued vacation
      *>  liability, debit or credit as the liability grew or shrank.
      *>
      *>  Terminated employees still holding vacation hours are owed
      *>  them as a final payout rather than carried as a liability,
      *>  so they are listed separately as payout due and kept out of
      *>  the department figures and the journal.
      *>
      *>  LEAVLIAB.PRM (CCYYQ) names the quarter for a rerun; without
      *>  it the quarter containing the run date is valued.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIABILITY-PARAM-FILE ASSIGN TO "LEAVLIAB.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIABILITY-PARAM-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
      *>  Balances maintained by LEAVE-PROCESS, read here only.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LVB-EMP-ID
               FILE STATUS IS LEAVE-BALANCE-FILE-STATUS.
           SELECT COMPENSATION-FILE ASSIGN TO "COMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMP-KEY
               FILE STATUS IS COMPENSATION-FILE-STATUS.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-FILE-STATUS.
      *>  Department valuations by quarter end, one row per
      *>  department per quarter.
           SELECT VALUATION-FILE ASSIGN TO "LEAVVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUATION-FILE-STATUS.
      *>  Earlier quarters' rows pass through the work file while the
      *>  valuation history is rewritten.
           SELECT VALUATION-WORK-FILE ASSIGN TO "LEAVVAL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUATION-WORK-FILE-STATUS.
      *>  Ops-maintained department/code -> GL account map, shared
      *>  with the pay run's own journal.
           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-ACCOUNT-MAP-FILE-STATUS.
           SELECT LIABILITY-JOURNAL-FILE ASSIGN TO "LEAVJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIABILITY-JOURNAL-FILE-STATUS.
           SELECT LIABILITY-REPORT-FILE ASSIGN TO "LEAVLIAB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIABILITY-REPORT-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIABILITY-PARAM-FILE.
       01  LIABILITY-PARAM-RECORD.
           05 PRM-VALUATION-YEAR PIC 9(04).
           05 PRM-VALUATION-QUARTER PIC 9(01).

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

      *>  Same layout LEAVE-PROCESS maintains.
       FD  LEAVE-BALANCE-FILE.
       01  LEAVE-BALANCE-RECORD.
           05 LVB-EMP-ID       PIC X(06).
           05 LVB-VAC-BALANCE  PIC 9(4)V9.
           05 LVB-SICK-BALANCE PIC 9(4)V9.

       FD  COMPENSATION-FILE.
           COPY "COMPENSATION.cpy".

       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           05 DEPT-CODE-REF    PIC X(04).
           05 DEPT-NAME-REF    PIC X(20).

       FD  VALUATION-FILE.
       01  VALUATION-RECORD.
           05 VAL-QUARTER-END  PIC 9(08).
           05 VAL-DEPT-CODE    PIC X(04).
           05 VAL-EMP-COUNT    PIC 9(05).
           05 VAL-HOURS        PIC 9(07)V9.
           05 VAL-LIABILITY    PIC 9(09)V99.

       FD  VALUATION-WORK-FILE.
       01  VALUATION-WORK-LINE PIC X(36).

       FD  GL-ACCOUNT-MAP-FILE.
           COPY "GL-ACCOUNT-MAP.cpy".

       FD  LIABILITY-JOURNAL-FILE.
           COPY "GL-JOURNAL.cpy".

       FD  LIABILITY-REPORT-FILE.
       01  LIABILITY-REPORT-LINE PIC X(100).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 LIABILITY-PARAM-FILE-STATUS PIC XX.
          88 NO-LIABILITY-PARAM-FILE VALUE "35".
       01 MASTER-FILE-STATUS   PIC XX.
       01 LEAVE-BALANCE-FILE-STATUS PIC XX.
          88 LEAVE-BALANCE-NOT-FOUND VALUE "23".
       01 COMPENSATION-FILE-STATUS PIC XX.
       01 DEPT-REF-FILE-STATUS PIC XX.
          88 NO-MORE-DEPT-REFS VALUE "10".
       01 VALUATION-FILE-STATUS PIC XX.
          88 NO-VALUATION-FILE VALUE "35".
       01 VALUATION-WORK-FILE-STATUS PIC XX.
       01 GL-ACCOUNT-MAP-FILE-STATUS PIC XX.
          88 NO-MORE-GL-MAPS   VALUE "10".
       01 LIABILITY-JOURNAL-FILE-STATUS PIC XX.
       01 LIABILITY-REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 MASTER-EOF-FLAG      PIC X VALUE 'N'.
          88 END-OF-MASTER     VALUE 'Y'.
       01 VALUATION-EOF-FLAG   PIC X VALUE 'N'.
          88 END-OF-VALUATIONS VALUE 'Y'.
       01 WORK-EOF-FLAG        PIC X VALUE 'N'.
          88 END-OF-WORK-ROWS  VALUE 'Y'.
       01 BALANCE-FILE-FLAG    PIC X VALUE 'N'.
          88 BALANCE-FILE-ON-HAND VALUE 'Y'.
       01 COMP-MASTER-FLAG     PIC X VALUE 'N'.
          88 COMP-MASTER-ON-FILE VALUE 'Y'.
       01 COMP-SCAN-FLAG       PIC X VALUE 'N'.
          88 COMP-SCAN-DONE    VALUE 'Y'.
       01 RATE-FOUND-FLAG      PIC X VALUE 'N'.
          88 RATE-FOUND        VALUE 'Y'.

       01 TODAYS-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==CUR-YYYY==
                         ==DATE-GROUP-MM==   BY ==CUR-MM==
                         ==DATE-GROUP-DD==   BY ==CUR-DD==.
       01 VALUATION-YEAR       PIC 9(04).
       01 VALUATION-QUARTER    PIC 9(01).
       01 QUARTER-END-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==QTR-END-YYYY==
                         ==DATE-GROUP-MM==   BY ==QTR-END-MM==
                         ==DATE-GROUP-DD==   BY ==QTR-END-DD==.
       01 QUARTER-END-DATE-N REDEFINES QUARTER-END-DATE PIC 9(08).
      *>  The latest valuation on file before this quarter's; zero
      *>  the first time the step runs.
       01 PRIOR-VALUATION-DATE PIC 9(08) VALUE 0.

      *>  Salaried hours are priced as COBOLTUT prices them.
       01 STANDARD-ANNUAL-HOURS PIC 9(04) VALUE 2080.

      *>  Per-employee working fields.
       01 EMP-VAC-HOURS        PIC 9(04)V9.
       01 EMP-HOUR-RATE        PIC 9(04)V9999.
       01 EMP-VAC-VALUE        PIC 9(07)V99.

      *>  NAME-FORMAT call set - the payout list shows
      *>  "SURNAME, GIVEN".
       01 NAME-FUNCTION        PIC X VALUE 'R'.
       01 NAME-RESULT          PIC X(40).
       01 NAME-STATUS          PIC X.

      *>  Liability by department, this quarter's and the prior
      *>  valuation's, in the order departments are first met.
       01 DEPT-TALLY-COUNT     PIC 9(03) VALUE 0.
       01 DEPT-TALLY-TABLE.
           05 DEPT-TALLY-ENTRY OCCURS 100 TIMES.
               10 DT-DEPT-CODE  PIC X(04).
               10 DT-DEPT-NAME  PIC X(20).
               10 DT-EMP-COUNT  PIC 9(05).
               10 DT-HOURS      PIC 9(07)V9.
               10 DT-LIABILITY  PIC 9(09)V99.
               10 DT-PRIOR-LIABILITY PIC 9(09)V99.
               10 DT-MOVEMENT   PIC S9(09)V99.
       01 DEPT-INDEX           PIC 9(03).
       01 DEPT-WORK-CODE       PIC X(04).

      *>  Terminated employees with vacation hours still to be paid.
       01 PAYOUT-COUNT         PIC 9(04) VALUE 0.
       01 PAYOUT-TABLE.
           05 PAYOUT-ENTRY OCCURS 500 TIMES.
               10 PO-EMP-ID     PIC X(06).
               10 PO-NAME       PIC X(30).
               10 PO-DEPT-CODE  PIC X(04).
               10 PO-TERM-DATE  PIC 9(08).
               10 PO-HOURS      PIC 9(04)V9.
               10 PO-RATE       PIC 9(04)V9999.
               10 PO-VALUE      PIC 9(07)V99.
       01 PAYOUT-INDEX         PIC 9(04).

       01 TOTAL-EMP-COUNT      PIC 9(05) VALUE 0.
       01 TOTAL-HOURS          PIC 9(07)V9 VALUE 0.
       01 TOTAL-LIABILITY      PIC 9(09)V99 VALUE 0.
       01 TOTAL-PRIOR-LIABILITY PIC 9(09)V99 VALUE 0.
       01 TOTAL-MOVEMENT       PIC S9(09)V99 VALUE 0.
       01 TOTAL-PAYOUT-COUNT   PIC 9(05) VALUE 0.
       01 TOTAL-PAYOUT-HOURS   PIC 9(07)V9 VALUE 0.
       01 TOTAL-PAYOUT-VALUE   PIC 9(09)V99 VALUE 0.
       01 UNVALUED-COUNT       PIC 9(05) VALUE 0.

      *>  GL account map and the journal's running totals.
       01 GL-MAP-COUNT         PIC 9(03) VALUE 0.
       01 GL-MAP-TABLE.
           05 GL-MAP-ENTRY OCCURS 200 TIMES.
               10 GLM-SOURCE-TYPE PIC X(01).
               10 GLM-SOURCE-KEY  PIC X(10).
               10 GLM-ACCOUNT     PIC X(10).
       01 GL-MAP-INDEX         PIC 9(03).
       01 GL-WORK-SOURCE-TYPE  PIC X(01).
       01 GL-WORK-SOURCE-KEY   PIC X(10).
       01 GL-WORK-DR-CR        PIC X(01).
       01 GL-WORK-AMOUNT       PIC 9(09)V99.
       01 GL-WORK-ACCOUNT      PIC X(10).
       01 GL-LINE-COUNT        PIC 9(05) VALUE 0.
       01 GL-DEBIT-TOTAL       PIC 9(11)V99 VALUE 0.
       01 GL-CREDIT-TOTAL      PIC 9(11)V99 VALUE 0.

       01 RPT-TITLE-LINE.
           05 FILLER           PIC X(25) VALUE
               "VACATION LIABILITY AS AT ".
           05 RPT-TITLE-DATE   PIC 9(08).
           05 FILLER           PIC X(19) VALUE
               "  PRIOR VALUATION  ".
           05 RPT-TITLE-PRIOR  PIC 9(08).
       01 RPT-FIRST-LINE       PIC X(100) VALUE
           "FIRST VALUATION - ALL OF THE LIABILITY IS MOVEMENT".
       01 RPT-BLANK-LINE       PIC X(100) VALUE SPACES.
       01 RPT-COLUMN-LINE.
           05 FILLER           PIC X(06) VALUE "DEPT".
           05 FILLER           PIC X(21) VALUE "NAME".
           05 FILLER           PIC X(06) VALUE " EMPS".
           05 FILLER           PIC X(10) VALUE "     HOURS".
           05 FILLER           PIC X(15) VALUE "      LIABILITY".
           05 FILLER           PIC X(15) VALUE "          PRIOR".
           05 FILLER           PIC X(15) VALUE "       MOVEMENT".
       01 RPT-DEPT-LINE.
           05 RPT-DEPT-CODE    PIC X(04).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RPT-DEPT-NAME    PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-DEPT-EMPS    PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-DEPT-HOURS   PIC ZZZ,ZZ9.9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-DEPT-LIABILITY PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-DEPT-PRIOR   PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-DEPT-MOVEMENT PIC ---,---,--9.99.
       01 RPT-PAYOUT-HEADING   PIC X(100) VALUE
           "PAYOUT DUE - TERMINATED EMPLOYEES WITH VACATION HOURS".
       01 RPT-PAYOUT-COLUMN-LINE.
           05 FILLER           PIC X(07) VALUE "EMP-ID".
           05 FILLER           PIC X(31) VALUE "NAME".
           05 FILLER           PIC X(05) VALUE "DEPT".
           05 FILLER           PIC X(09) VALUE "TERMED".
           05 FILLER           PIC X(08) VALUE "   HOURS".
           05 FILLER           PIC X(10) VALUE "      RATE".
           05 FILLER           PIC X(13) VALUE "       PAYOUT".
       01 RPT-PAYOUT-LINE.
           05 RPT-PO-EMP-ID    PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-PO-NAME      PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-PO-DEPT      PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-PO-TERM-DATE PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-PO-HOURS     PIC Z,ZZ9.9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-PO-RATE      PIC Z,ZZ9.9999.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-PO-VALUE     PIC $$,$$$,$$9.99.
       01 RPT-PAYOUT-TOTAL-LINE.
           05 FILLER           PIC X(20) VALUE "TOTAL PAYOUT DUE,  ".
           05 RPT-PO-TOTAL-COUNT PIC ZZZZ9.
           05 FILLER           PIC X(28) VALUE
               " EMPLOYEES                 ".
           05 RPT-PO-TOTAL-HOURS PIC ZZZ,ZZ9.9.
           05 FILLER           PIC X(11) VALUE SPACES.
           05 RPT-PO-TOTAL-VALUE PIC $$$,$$$,$$9.99.
       01 RPT-NO-PAYOUT-LINE   PIC X(100) VALUE
           "NO TERMINATED EMPLOYEE HOLDS VACATION HOURS".
       01 RPT-UNVALUED-LINE.
           05 FILLER           PIC X(40) VALUE
               "EMPLOYEES NOT VALUED, NO COMPMAST RATE".
           05 FILLER           PIC X(02) VALUE ": ".
           05 RPT-UNVALUED     PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
            PERFORM DETERMINE-VALUATION-QUARTER
            OPEN INPUT EMPLOYEE-MASTER
            IF MASTER-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: CANNOT OPEN EMPMAST.DAT, STATUS="
                    MASTER-FILE-STATUS
                MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
                MOVE SPACES TO EXC-DESCRIPTION
                STRING "EMPMAST.DAT OPEN FAILED, STATUS="
                    MASTER-FILE-STATUS
                    DELIMITED BY SIZE INTO EXC-DESCRIPTION
                MOVE 'C' TO EXC-SEVERITY
                PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM LOAD-DEPT-NAMES
                PERFORM LOAD-PRIOR-VALUATION
                PERFORM LOAD-GL-ACCOUNT-MAP
                PERFORM OPEN-BALANCES-AND-RATES
                PERFORM VALUE-ALL-EMPLOYEES
                CLOSE EMPLOYEE-MASTER
                IF BALANCE-FILE-ON-HAND
                    CLOSE LEAVE-BALANCE-FILE
                END-IF
                IF COMP-MASTER-ON-FILE
                    CLOSE COMPENSATION-FILE
                END-IF
                PERFORM FIGURE-MOVEMENTS
                PERFORM WRITE-LIABILITY-REPORT
                PERFORM WRITE-LIABILITY-JOURNAL
                PERFORM SAVE-QUARTER-VALUATION
                DISPLAY "LEAVE-LIABILITY: " QUARTER-END-DATE-N
                    " LIABILITY " TOTAL-LIABILITY " MOVEMENT "
                    TOTAL-MOVEMENT " PAYOUT DUE " TOTAL-PAYOUT-VALUE
            END-IF
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.

      *>  LEAVLIAB.PRM names the quarter (CCYYQ) for a rerun; without
      *>  it the run date's own quarter is valued, as at its last day.
       DETERMINE-VALUATION-QUARTER.
           MOVE CUR-YYYY TO VALUATION-YEAR
           COMPUTE VALUATION-QUARTER = (CUR-MM - 1) / 3 + 1
           OPEN INPUT LIABILITY-PARAM-FILE
           IF NOT NO-LIABILITY-PARAM-FILE
               READ LIABILITY-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-VALUATION-YEAR IS NUMERIC
                       AND PRM-VALUATION-YEAR > 0
                       AND PRM-VALUATION-QUARTER IS NUMERIC
                       AND PRM-VALUATION-QUARTER >= 1
                       AND PRM-VALUATION-QUARTER <= 4
                           MOVE PRM-VALUATION-YEAR TO VALUATION-YEAR
                           MOVE PRM-VALUATION-QUARTER
                               TO VALUATION-QUARTER
                       END-IF
               END-READ
           END-IF
           CLOSE LIABILITY-PARAM-FILE
           MOVE VALUATION-YEAR TO QTR-END-YYYY
           COMPUTE QTR-END-MM = VALUATION-QUARTER * 3
           IF VALUATION-QUARTER = 1 OR VALUATION-QUARTER = 4
               MOVE 31 TO QTR-END-DD
           ELSE
               MOVE 30 TO QTR-END-DD
           END-IF
       .

       LOAD-DEPT-NAMES.
           OPEN INPUT DEPT-REF-FILE
           IF DEPT-REF-FILE-STATUS = "00"
               PERFORM UNTIL NO-MORE-DEPT-REFS
                   READ DEPT-REF-FILE
                       AT END SET NO-MORE-DEPT-REFS TO TRUE
                   END-READ
                   IF NOT NO-MORE-DEPT-REFS
                   AND DEPT-CODE-REF NOT = SPACES
                       MOVE DEPT-CODE-REF TO DEPT-WORK-CODE
                       PERFORM FIND-DEPT-TALLY
                       MOVE DEPT-NAME-REF TO DT-DEPT-NAME(DEPT-INDEX)
                   END-IF
               END-PERFORM
           END-IF
           CLOSE DEPT-REF-FILE
       .

      *>  Two passes of the valuation history: the first finds the
      *>  latest quarter end before this one, the second loads that
      *>  quarter's department figures as the prior liability.
       LOAD-PRIOR-VALUATION.
           MOVE 0 TO PRIOR-VALUATION-DATE
           OPEN INPUT VALUATION-FILE
           IF NOT NO-VALUATION-FILE
               PERFORM UNTIL END-OF-VALUATIONS
                   READ VALUATION-FILE
                       AT END SET END-OF-VALUATIONS TO TRUE
                   END-READ
                   IF NOT END-OF-VALUATIONS
                   AND VAL-QUARTER-END IS NUMERIC
                   AND VAL-QUARTER-END < QUARTER-END-DATE-N
                   AND VAL-QUARTER-END > PRIOR-VALUATION-DATE
                       MOVE VAL-QUARTER-END TO PRIOR-VALUATION-DATE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE VALUATION-FILE
           IF PRIOR-VALUATION-DATE > 0
               MOVE 'N' TO VALUATION-EOF-FLAG
               OPEN INPUT VALUATION-FILE
               PERFORM UNTIL END-OF-VALUATIONS
                   READ VALUATION-FILE
                       AT END SET END-OF-VALUATIONS TO TRUE
                   END-READ
                   IF NOT END-OF-VALUATIONS
                   AND VAL-QUARTER-END = PRIOR-VALUATION-DATE
                       MOVE VAL-DEPT-CODE TO DEPT-WORK-CODE
                       PERFORM FIND-DEPT-TALLY
                       ADD VAL-LIABILITY
                           TO DT-PRIOR-LIABILITY(DEPT-INDEX)
                   END-IF
               END-PERFORM
               CLOSE VALUATION-FILE
           END-IF
       .

      *>  Without LEAVEBAL.DAT nobody holds any hours; without
      *>  COMPMAST.DAT nothing can be priced. Either is worth an
      *>  error on the quarter's close.
       OPEN-BALANCES-AND-RATES.
           MOVE 'N' TO BALANCE-FILE-FLAG
           OPEN INPUT LEAVE-BALANCE-FILE
           IF LEAVE-BALANCE-FILE-STATUS = "00"
               SET BALANCE-FILE-ON-HAND TO TRUE
           ELSE
               DISPLAY "WARNING: NO LEAVEBAL.DAT - NO BALANCES TO"
                   " VALUE"
               MOVE "OPEN-BALANCES" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "LEAVEBAL.DAT NOT AVAILABLE, STATUS="
                   LEAVE-BALANCE-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
           MOVE 'N' TO COMP-MASTER-FLAG
           OPEN INPUT COMPENSATION-FILE
           IF COMPENSATION-FILE-STATUS = "00"
               SET COMP-MASTER-ON-FILE TO TRUE
           ELSE
               DISPLAY "WARNING: NO COMPMAST.DAT - NOTHING CAN BE"
                   " VALUED"
               MOVE "OPEN-BALANCES" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "COMPMAST.DAT MISSING, NO LIABILITY VALUED"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

       VALUE-ALL-EMPLOYEES.
           MOVE 'N' TO MASTER-EOF-FLAG
           PERFORM READ-NEXT-MASTER
           PERFORM UNTIL END-OF-MASTER
               PERFORM VALUE-ONE-EMPLOYEE
               PERFORM READ-NEXT-MASTER
           END-PERFORM
       .

       READ-NEXT-MASTER.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET END-OF-MASTER TO TRUE
           END-READ
       .

      *>  Anyone with no vacation hours owes nothing and is passed
      *>  over; the rest are priced and go to their department, or
      *>  to the payout list once terminated.
       VALUE-ONE-EMPLOYEE.
           MOVE 0 TO EMP-VAC-HOURS
           IF BALANCE-FILE-ON-HAND
               MOVE MASTER-EMP-ID TO LVB-EMP-ID
               READ LEAVE-BALANCE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF LVB-VAC-BALANCE IS NUMERIC
                           MOVE LVB-VAC-BALANCE TO EMP-VAC-HOURS
                       END-IF
               END-READ
           END-IF
           IF EMP-VAC-HOURS > 0
               PERFORM LOOK-UP-HOUR-RATE
               IF RATE-FOUND
                   COMPUTE EMP-VAC-VALUE ROUNDED
                       MODE IS NEAREST-AWAY-FROM-ZERO
                       = EMP-VAC-HOURS * EMP-HOUR-RATE
                   IF MASTER-TERMINATED
                       PERFORM ADD-PAYOUT-ENTRY
                   ELSE
                       PERFORM TALLY-DEPARTMENT-LIABILITY
                   END-IF
               ELSE
                   ADD 1 TO UNVALUED-COUNT
                   MOVE "VALUE-ONE-EMPLOYEE" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "NO COMPMAST RATE, VACATION NOT VALUED "
                       MASTER-EMP-ID
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
           END-IF
       .

      *>  The employee's latest compensation row dated on or before
      *>  the quarter end, found the way PAY-ACCRUAL finds it, turned
      *>  into an hourly rate.
       LOOK-UP-HOUR-RATE.
           MOVE 'N' TO RATE-FOUND-FLAG
           MOVE 0 TO EMP-HOUR-RATE
           IF COMP-MASTER-ON-FILE
               MOVE 'N' TO COMP-SCAN-FLAG
               MOVE MASTER-EMP-ID TO COMP-EMP-ID
               MOVE 0 TO COMP-EFFECTIVE-DATE
               START COMPENSATION-FILE KEY >= COMP-KEY
                   INVALID KEY SET COMP-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL COMP-SCAN-DONE
                   READ COMPENSATION-FILE NEXT RECORD
                       AT END SET COMP-SCAN-DONE TO TRUE
                   END-READ
                   IF COMPENSATION-FILE-STATUS NOT = "00"
                   OR COMP-EMP-ID NOT = MASTER-EMP-ID
                   OR COMP-EFFECTIVE-DATE > QUARTER-END-DATE-N
                       SET COMP-SCAN-DONE TO TRUE
                   END-IF
                   IF NOT COMP-SCAN-DONE
                       SET RATE-FOUND TO TRUE
                       IF COMP-BASIS-SALARIED
                           COMPUTE EMP-HOUR-RATE ROUNDED
                               = COMP-ANNUAL-SALARY
                               / STANDARD-ANNUAL-HOURS
                       ELSE
                           MOVE COMP-HOURLY-RATE TO EMP-HOUR-RATE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
       .

       TALLY-DEPARTMENT-LIABILITY.
           MOVE MASTER-DEPT-CODE TO DEPT-WORK-CODE
           IF DEPT-WORK-CODE = SPACES
               MOVE "????" TO DEPT-WORK-CODE
           END-IF
           PERFORM FIND-DEPT-TALLY
           ADD 1 TO DT-EMP-COUNT(DEPT-INDEX)
           ADD EMP-VAC-HOURS TO DT-HOURS(DEPT-INDEX)
           ADD EMP-VAC-VALUE TO DT-LIABILITY(DEPT-INDEX)
           ADD 1 TO TOTAL-EMP-COUNT
           ADD EMP-VAC-HOURS TO TOTAL-HOURS
           ADD EMP-VAC-VALUE TO TOTAL-LIABILITY
       .

      *>  Past the table's end the payout still counts in the totals;
      *>  the line itself is lost, so say so.
       ADD-PAYOUT-ENTRY.
           ADD 1 TO TOTAL-PAYOUT-COUNT
           ADD EMP-VAC-HOURS TO TOTAL-PAYOUT-HOURS
           ADD EMP-VAC-VALUE TO TOTAL-PAYOUT-VALUE
           IF PAYOUT-COUNT < 500
               ADD 1 TO PAYOUT-COUNT
               MOVE MASTER-EMP-ID TO PO-EMP-ID(PAYOUT-COUNT)
               CALL "NAME-FORMAT" USING NAME-FUNCTION MASTER-SURNAME
                   MASTER-GIVEN-NAME MASTER-PREFERRED-NAME NAME-RESULT
                   NAME-STATUS
               MOVE NAME-RESULT TO PO-NAME(PAYOUT-COUNT)
               MOVE MASTER-DEPT-CODE TO PO-DEPT-CODE(PAYOUT-COUNT)
               IF MASTER-TERM-DATE IS NUMERIC
                   MOVE MASTER-TERM-DATE TO PO-TERM-DATE(PAYOUT-COUNT)
               ELSE
                   MOVE 0 TO PO-TERM-DATE(PAYOUT-COUNT)
               END-IF
               MOVE EMP-VAC-HOURS TO PO-HOURS(PAYOUT-COUNT)
               MOVE EMP-HOUR-RATE TO PO-RATE(PAYOUT-COUNT)
               MOVE EMP-VAC-VALUE TO PO-VALUE(PAYOUT-COUNT)
           ELSE
               MOVE "ADD-PAYOUT-ENTRY" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "PAYOUT LIST FULL, NOT LISTED " MASTER-EMP-ID
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

       FIGURE-MOVEMENTS.
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
           UNTIL DEPT-INDEX > DEPT-TALLY-COUNT
               COMPUTE DT-MOVEMENT(DEPT-INDEX) =
                   DT-LIABILITY(DEPT-INDEX)
                   - DT-PRIOR-LIABILITY(DEPT-INDEX)
               ADD DT-PRIOR-LIABILITY(DEPT-INDEX)
                   TO TOTAL-PRIOR-LIABILITY
           END-PERFORM
           COMPUTE TOTAL-MOVEMENT =
               TOTAL-LIABILITY - TOTAL-PRIOR-LIABILITY
       .

      *>  Leaves DEPT-INDEX on DEPT-WORK-CODE's row, adding the row
      *>  the first time the code is seen; past the table's end the
      *>  last row takes the overflow, so the totals and the journal
      *>  still carry every penny.
       FIND-DEPT-TALLY.
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
           UNTIL DEPT-INDEX > DEPT-TALLY-COUNT
           OR DT-DEPT-CODE(DEPT-INDEX) = DEPT-WORK-CODE
               CONTINUE
           END-PERFORM
           IF DEPT-INDEX > DEPT-TALLY-COUNT
               IF DEPT-TALLY-COUNT < 100
                   ADD 1 TO DEPT-TALLY-COUNT
                   MOVE DEPT-TALLY-COUNT TO DEPT-INDEX
                   MOVE DEPT-WORK-CODE TO DT-DEPT-CODE(DEPT-INDEX)
                   MOVE "(NOT ON DEPTREF.DAT)"
                       TO DT-DEPT-NAME(DEPT-INDEX)
                   MOVE 0 TO DT-EMP-COUNT(DEPT-INDEX)
                   MOVE 0 TO DT-HOURS(DEPT-INDEX)
                   MOVE 0 TO DT-LIABILITY(DEPT-INDEX)
                   MOVE 0 TO DT-PRIOR-LIABILITY(DEPT-INDEX)
                   MOVE 0 TO DT-MOVEMENT(DEPT-INDEX)
               ELSE
                   MOVE 100 TO DEPT-INDEX
               END-IF
           END-IF
       .

      *>  Departments with nothing this quarter and nothing last
      *>  quarter (DEPTREF.DAT rows with no staff on leave balances)
      *>  are left off.
       WRITE-LIABILITY-REPORT.
           OPEN OUTPUT LIABILITY-REPORT-FILE
           MOVE QUARTER-END-DATE-N TO RPT-TITLE-DATE
           MOVE PRIOR-VALUATION-DATE TO RPT-TITLE-PRIOR
           MOVE RPT-TITLE-LINE TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           IF PRIOR-VALUATION-DATE = 0
               MOVE RPT-FIRST-LINE TO LIABILITY-REPORT-LINE
               WRITE LIABILITY-REPORT-LINE
           END-IF
           MOVE RPT-BLANK-LINE TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           MOVE RPT-COLUMN-LINE TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
           UNTIL DEPT-INDEX > DEPT-TALLY-COUNT
               IF DT-LIABILITY(DEPT-INDEX) > 0
               OR DT-PRIOR-LIABILITY(DEPT-INDEX) > 0
                   PERFORM WRITE-DEPARTMENT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-DEPT-CODE
           MOVE "ALL DEPARTMENTS" TO RPT-DEPT-NAME
           MOVE TOTAL-EMP-COUNT TO RPT-DEPT-EMPS
           MOVE TOTAL-HOURS TO RPT-DEPT-HOURS
           MOVE TOTAL-LIABILITY TO RPT-DEPT-LIABILITY
           MOVE TOTAL-PRIOR-LIABILITY TO RPT-DEPT-PRIOR
           MOVE TOTAL-MOVEMENT TO RPT-DEPT-MOVEMENT
           MOVE RPT-BLANK-LINE TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           MOVE RPT-DEPT-LINE TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           IF UNVALUED-COUNT > 0
               MOVE UNVALUED-COUNT TO RPT-UNVALUED
               MOVE RPT-UNVALUED-LINE TO LIABILITY-REPORT-LINE
               WRITE LIABILITY-REPORT-LINE
           END-IF
           MOVE RPT-BLANK-LINE TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           MOVE RPT-PAYOUT-HEADING TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           IF TOTAL-PAYOUT-COUNT = 0
               MOVE RPT-NO-PAYOUT-LINE TO LIABILITY-REPORT-LINE
               WRITE LIABILITY-REPORT-LINE
           ELSE
               MOVE RPT-PAYOUT-COLUMN-LINE TO LIABILITY-REPORT-LINE
               WRITE LIABILITY-REPORT-LINE
               PERFORM VARYING PAYOUT-INDEX FROM 1 BY 1
               UNTIL PAYOUT-INDEX > PAYOUT-COUNT
                   PERFORM WRITE-PAYOUT-LINE
               END-PERFORM
               MOVE TOTAL-PAYOUT-COUNT TO RPT-PO-TOTAL-COUNT
               MOVE TOTAL-PAYOUT-HOURS TO RPT-PO-TOTAL-HOURS
               MOVE TOTAL-PAYOUT-VALUE TO RPT-PO-TOTAL-VALUE
               MOVE RPT-PAYOUT-TOTAL-LINE TO LIABILITY-REPORT-LINE
               WRITE LIABILITY-REPORT-LINE
           END-IF
           CLOSE LIABILITY-REPORT-FILE
       .

       WRITE-DEPARTMENT-LINE.
           MOVE DT-DEPT-CODE(DEPT-INDEX) TO RPT-DEPT-CODE
           MOVE DT-DEPT-NAME(DEPT-INDEX) TO RPT-DEPT-NAME
           MOVE DT-EMP-COUNT(DEPT-INDEX) TO RPT-DEPT-EMPS
           MOVE DT-HOURS(DEPT-INDEX) TO RPT-DEPT-HOURS
           MOVE DT-LIABILITY(DEPT-INDEX) TO RPT-DEPT-LIABILITY
           MOVE DT-PRIOR-LIABILITY(DEPT-INDEX) TO RPT-DEPT-PRIOR
           MOVE DT-MOVEMENT(DEPT-INDEX) TO RPT-DEPT-MOVEMENT
           MOVE RPT-DEPT-LINE TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
       .

       WRITE-PAYOUT-LINE.
           MOVE PO-EMP-ID(PAYOUT-INDEX) TO RPT-PO-EMP-ID
           MOVE PO-NAME(PAYOUT-INDEX) TO RPT-PO-NAME
           MOVE PO-DEPT-CODE(PAYOUT-INDEX) TO RPT-PO-DEPT
           MOVE PO-TERM-DATE(PAYOUT-INDEX) TO RPT-PO-TERM-DATE
           MOVE PO-HOURS(PAYOUT-INDEX) TO RPT-PO-HOURS
           MOVE PO-RATE(PAYOUT-INDEX) TO RPT-PO-RATE
           MOVE PO-VALUE(PAYOUT-INDEX) TO RPT-PO-VALUE
           MOVE RPT-PAYOUT-LINE TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
       .

      *>  A department whose liability grew is debited vacation
      *>  expense ('V') for the growth; one whose liability shrank is
      *>  credited. The net goes to the accrued vacation liability
      *>  ('L' row keyed VACATION) on the other side, so the lines
      *>  balance by construction. The journal stands - no reverse
      *>  date - since next quarter books only its own movement.
       WRITE-LIABILITY-JOURNAL.
           OPEN OUTPUT LIABILITY-JOURNAL-FILE
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GLJ-HEADER-RECORD TO TRUE
           MOVE "LEAVELIAB" TO GLJ-HDR-JOURNAL-ID
           MOVE QUARTER-END-DATE-N TO GLJ-HDR-POSTING-DATE
           MOVE 0 TO GLJ-HDR-REVERSE-DATE
           MOVE "LEAVE-LIABILITY" TO GLJ-HDR-SOURCE-PROGRAM
           WRITE GL-JOURNAL-RECORD
           MOVE 'V' TO GL-WORK-SOURCE-TYPE
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
           UNTIL DEPT-INDEX > DEPT-TALLY-COUNT
               MOVE DT-DEPT-CODE(DEPT-INDEX) TO GL-WORK-SOURCE-KEY
               IF DT-MOVEMENT(DEPT-INDEX) > 0
                   MOVE 'D' TO GL-WORK-DR-CR
                   MOVE DT-MOVEMENT(DEPT-INDEX) TO GL-WORK-AMOUNT
               ELSE
                   MOVE 'C' TO GL-WORK-DR-CR
                   COMPUTE GL-WORK-AMOUNT =
                       0 - DT-MOVEMENT(DEPT-INDEX)
               END-IF
               PERFORM WRITE-JOURNAL-LINE
           END-PERFORM
           MOVE 'L' TO GL-WORK-SOURCE-TYPE
           MOVE "VACATION" TO GL-WORK-SOURCE-KEY
           IF TOTAL-MOVEMENT > 0
               MOVE 'C' TO GL-WORK-DR-CR
               MOVE TOTAL-MOVEMENT TO GL-WORK-AMOUNT
           ELSE
               MOVE 'D' TO GL-WORK-DR-CR
               COMPUTE GL-WORK-AMOUNT = 0 - TOTAL-MOVEMENT
           END-IF
           PERFORM WRITE-JOURNAL-LINE
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GLJ-TRAILER-RECORD TO TRUE
           MOVE GL-LINE-COUNT TO GLJ-TRL-LINE-COUNT
           MOVE GL-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL
           MOVE GL-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD
           IF LIABILITY-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT WRITE LEAVJRNL.DAT, STATUS="
                   LIABILITY-JOURNAL-FILE-STATUS
               MOVE "WRITE-LIAB-JOURNAL" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "LEAVJRNL.DAT WRITE FAILED, STATUS="
                   LIABILITY-JOURNAL-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE LIABILITY-JOURNAL-FILE
       .

      *>  Zero amounts are left off the journal.
       WRITE-JOURNAL-LINE.
           IF GL-WORK-AMOUNT > 0
               PERFORM RESOLVE-GL-ACCOUNT
               MOVE SPACES TO GL-JOURNAL-RECORD
               SET GLJ-DETAIL-RECORD TO TRUE
               MOVE GL-WORK-ACCOUNT TO GLJ-ACCOUNT
               MOVE GL-WORK-DR-CR TO GLJ-DR-CR
               MOVE GL-WORK-AMOUNT TO GLJ-AMOUNT
               MOVE GL-WORK-SOURCE-TYPE TO GLJ-SOURCE-TYPE
               MOVE GL-WORK-SOURCE-KEY TO GLJ-SOURCE-KEY
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO GL-LINE-COUNT
               IF GL-WORK-DR-CR = 'D'
                   ADD GL-WORK-AMOUNT TO GL-DEBIT-TOTAL
               ELSE
                   ADD GL-WORK-AMOUNT TO GL-CREDIT-TOTAL
               END-IF
           END-IF
       .

      *>  The code's own row first, then the type's "*" catch-all; a
      *>  code with neither posts to SUSPENSE so the journal still
      *>  balances, and the gap is reported for ops to map.
       RESOLVE-GL-ACCOUNT.
           MOVE SPACES TO GL-WORK-ACCOUNT
           PERFORM VARYING GL-MAP-INDEX FROM 1 BY 1
           UNTIL GL-MAP-INDEX > GL-MAP-COUNT
               IF GLM-SOURCE-TYPE(GL-MAP-INDEX) = GL-WORK-SOURCE-TYPE
               AND GLM-SOURCE-KEY(GL-MAP-INDEX) = GL-WORK-SOURCE-KEY
                   MOVE GLM-ACCOUNT(GL-MAP-INDEX) TO GL-WORK-ACCOUNT
               END-IF
           END-PERFORM
           IF GL-WORK-ACCOUNT = SPACES
               PERFORM VARYING GL-MAP-INDEX FROM 1 BY 1
               UNTIL GL-MAP-INDEX > GL-MAP-COUNT
                   IF GLM-SOURCE-TYPE(GL-MAP-INDEX)
                       = GL-WORK-SOURCE-TYPE
                   AND GLM-SOURCE-KEY(GL-MAP-INDEX) = "*"
                       MOVE GLM-ACCOUNT(GL-MAP-INDEX)
                           TO GL-WORK-ACCOUNT
                   END-IF
               END-PERFORM
           END-IF
           IF GL-WORK-ACCOUNT = SPACES
               MOVE "SUSPENSE" TO GL-WORK-ACCOUNT
               MOVE "RESOLVE-GL-ACCOUNT" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "NO GL ACCOUNT FOR " GL-WORK-SOURCE-TYPE " "
                   GL-WORK-SOURCE-KEY ", POSTED TO SUSPENSE"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

      *>  Without GLACCT.DAT every line goes to SUSPENSE; the journal
      *>  still balances, and each line says why.
       LOAD-GL-ACCOUNT-MAP.
           MOVE 0 TO GL-MAP-COUNT
           OPEN INPUT GL-ACCOUNT-MAP-FILE
           IF GL-ACCOUNT-MAP-FILE-STATUS = "00"
               PERFORM UNTIL NO-MORE-GL-MAPS
                   READ GL-ACCOUNT-MAP-FILE
                       AT END SET NO-MORE-GL-MAPS TO TRUE
                   END-READ
                   IF NOT NO-MORE-GL-MAPS
                   AND GL-MAP-COUNT < 200
                   AND GLA-ACCOUNT NOT = SPACES
                       ADD 1 TO GL-MAP-COUNT
                       MOVE GLA-SOURCE-TYPE
                           TO GLM-SOURCE-TYPE(GL-MAP-COUNT)
                       MOVE GLA-SOURCE-KEY
                           TO GLM-SOURCE-KEY(GL-MAP-COUNT)
                       MOVE GLA-ACCOUNT TO GLM-ACCOUNT(GL-MAP-COUNT)
                   END-IF
               END-PERFORM
               CLOSE GL-ACCOUNT-MAP-FILE
           ELSE
               DISPLAY "WARNING: NO GLACCT.DAT - GL LINES POST TO"
                   " SUSPENSE"
               MOVE "LOAD-GL-ACCOUNT-MAP" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "GLACCT.DAT NOT AVAILABLE, STATUS="
                   GL-ACCOUNT-MAP-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

      *>  Every other quarter's rows are kept; this quarter's are
      *>  replaced, so a rerun never doubles the history.
       SAVE-QUARTER-VALUATION.
           OPEN OUTPUT VALUATION-WORK-FILE
           MOVE 'N' TO VALUATION-EOF-FLAG
           OPEN INPUT VALUATION-FILE
           IF NOT NO-VALUATION-FILE
               PERFORM UNTIL END-OF-VALUATIONS
                   READ VALUATION-FILE
                       AT END SET END-OF-VALUATIONS TO TRUE
                   END-READ
                   IF NOT END-OF-VALUATIONS
                   AND VAL-QUARTER-END NOT = QUARTER-END-DATE-N
                       MOVE VALUATION-RECORD TO VALUATION-WORK-LINE
                       WRITE VALUATION-WORK-LINE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE VALUATION-FILE
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
           UNTIL DEPT-INDEX > DEPT-TALLY-COUNT
               IF DT-LIABILITY(DEPT-INDEX) > 0
                   MOVE QUARTER-END-DATE-N TO VAL-QUARTER-END
                   MOVE DT-DEPT-CODE(DEPT-INDEX) TO VAL-DEPT-CODE
                   MOVE DT-EMP-COUNT(DEPT-INDEX) TO VAL-EMP-COUNT
                   MOVE DT-HOURS(DEPT-INDEX) TO VAL-HOURS
                   MOVE DT-LIABILITY(DEPT-INDEX) TO VAL-LIABILITY
                   MOVE VALUATION-RECORD TO VALUATION-WORK-LINE
                   WRITE VALUATION-WORK-LINE
               END-IF
           END-PERFORM
           CLOSE VALUATION-WORK-FILE
           OPEN INPUT VALUATION-WORK-FILE
           OPEN OUTPUT VALUATION-FILE
           PERFORM UNTIL END-OF-WORK-ROWS
               READ VALUATION-WORK-FILE
                   AT END SET END-OF-WORK-ROWS TO TRUE
               END-READ
               IF NOT END-OF-WORK-ROWS
                   MOVE VALUATION-WORK-LINE TO VALUATION-RECORD
                   WRITE VALUATION-RECORD
               END-IF
           END-PERFORM
           CLOSE VALUATION-WORK-FILE
           CLOSE VALUATION-FILE
       .

       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "LEAVE-LIABILITY" TO EXC-SOURCE-PROGRAM
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

       END PROGRAM LEAVE-LIABILITY.
