       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-ACCRUAL.
      *>  Month-end payroll accrual. When a month closes part way
      *>  through a pay period, the wages for the working days since
      *>  the last pay date are owed but not yet paid, and finance
      *>  used to estimate them by hand for the close. This step runs
      *>  in NIGHTLY-CONTROL's month-end window and works them out:
      *>  the last pay date on or before the month end comes off
      *>  PAYCAL.DAT, and each employee on the master is accrued the
      *>  BUSINESS-DAYS working days from the day after it through
      *>  the month end (from the hire date if later, to the
      *>  termination date if earlier).
      *>
      *>  The days are valued at the COMPMAST.DAT rate in effect on
      *>  the month end - eight hours a day for hourly staff, the
      *>  period salary prorated over the period's working days for
      *>  salaried staff, the same way COBOLTUT will pay them - plus
      *>  the employer side of every DEDTABLE.DAT row that applies to
      *>  the employee. ACCRUAL.RPT shows the accrual by department,
      *>  and ACCRJRNL.DAT carries it to the ledger in the shared
      *>  GL-JOURNAL layout: wage and employer expense debited by
      *>  department, the accrued liabilities credited, and a
      *>  reverse date of the first of the next month so the ledger
      *>  backs the estimate out before the real pay run posts.
      *>
      *>  ACCRUAL.PRM (CCYYMM) names the month for a rerun; without
      *>  it the month containing the run date is accrued.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-PARAM-FILE ASSIGN TO "ACCRUAL.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCRUAL-PARAM-FILE-STATUS.
      *>  Generated pay calendar, one CCYYMMDD pay date per line.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-CALENDAR-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT COMPENSATION-FILE ASSIGN TO "COMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMP-KEY
               FILE STATUS IS COMPENSATION-FILE-STATUS.
           SELECT DEDUCTION-TABLE-FILE ASSIGN TO "DEDTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDUCTION-TABLE-FILE-STATUS.
           SELECT ELECTION-FILE ASSIGN TO "DEDELECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELECTION-FILE-STATUS.
      *>  Benefit plan enrollments: a live one is an election for
      *>  the plan's deduction row, the way COBOLTUT loads them.
           SELECT ENROLLMENT-FILE ASSIGN TO "BENENROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENR-KEY
               FILE STATUS IS ENROLLMENT-FILE-STATUS.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-FILE-STATUS.
      *>  Ops-maintained department/code -> GL account map, shared
      *>  with the pay run's own journal.
           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-ACCOUNT-MAP-FILE-STATUS.
           SELECT ACCRUAL-JOURNAL-FILE ASSIGN TO "ACCRJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCRUAL-JOURNAL-FILE-STATUS.
           SELECT ACCRUAL-REPORT-FILE ASSIGN TO "ACCRUAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCRUAL-REPORT-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCRUAL-PARAM-FILE.
       01  ACCRUAL-PARAM-RECORD.
           05 PRM-ACCRUAL-YEAR PIC 9(04).
           05 PRM-ACCRUAL-MONTH PIC 9(02).

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD PIC 9(08).

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       FD  COMPENSATION-FILE.
           COPY "COMPENSATION.cpy".

      *>  Same layout COBOLTUT loads.
       FD  DEDUCTION-TABLE-FILE.
       01  DEDUCTION-TABLE-RECORD.
           05 DED-CODE-IN      PIC X(04).
           05 DED-DESC-IN      PIC X(20).
           05 DED-TYPE-IN      PIC X.
           05 DED-VALUE-IN     PIC 9(5)V99.
           05 DED-SCOPE-IN     PIC X(01).
           05 DED-EMPLOYER-IN  PIC 9(5)V99.

      *>  Same layout COBOLTUT loads.
       FD  ELECTION-FILE.
       01  ELECTION-RECORD.
           05 ELEC-EMP-ID-IN   PIC X(06).
           05 ELEC-DED-CODE-IN PIC X(04).
           05 ELEC-TYPE-IN     PIC X(01).
           05 ELEC-VALUE-IN    PIC 9(5)V99.
           05 ELEC-EFFECTIVE-IN PIC X(08).
           05 ELEC-END-IN      PIC X(08).

       FD  ENROLLMENT-FILE.
           COPY "BENEFIT-ENROLLMENT.cpy".

       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           05 DEPT-CODE-REF    PIC X(04).
           05 DEPT-NAME-REF    PIC X(20).
           05 DEPT-MANAGER-REF PIC X(06).

       FD  GL-ACCOUNT-MAP-FILE.
           COPY "GL-ACCOUNT-MAP.cpy".

       FD  ACCRUAL-JOURNAL-FILE.
           COPY "GL-JOURNAL.cpy".

       FD  ACCRUAL-REPORT-FILE.
       01  ACCRUAL-REPORT-LINE PIC X(80).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 ACCRUAL-PARAM-FILE-STATUS PIC XX.
          88 NO-ACCRUAL-PARAM-FILE VALUE "35".
       01 PAY-CALENDAR-FILE-STATUS PIC XX.
          88 NO-PAY-CALENDAR-FILE VALUE "35".
          88 NO-MORE-PAY-DATES VALUE "10".
       01 MASTER-FILE-STATUS   PIC XX.
          88 NO-MASTER-FILE    VALUE "35".
       01 COMPENSATION-FILE-STATUS PIC XX.
       01 DEDUCTION-TABLE-FILE-STATUS PIC XX.
          88 NO-MORE-DEDUCTIONS VALUE "10".
       01 ELECTION-FILE-STATUS PIC XX.
          88 NO-MORE-ELECTIONS VALUE "10".
       01 ENROLLMENT-FILE-STATUS PIC XX.
          88 NO-MORE-ENROLLMENTS VALUE "10".
       01 DEPT-REF-FILE-STATUS PIC XX.
          88 NO-MORE-DEPT-REFS VALUE "10".
       01 GL-ACCOUNT-MAP-FILE-STATUS PIC XX.
          88 NO-MORE-GL-MAPS   VALUE "10".
       01 ACCRUAL-JOURNAL-FILE-STATUS PIC XX.
       01 ACCRUAL-REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 MASTER-EOF-FLAG      PIC X VALUE 'N'.
          88 END-OF-MASTER     VALUE 'Y'.
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
      *>  First day of the month after the one accrued: the journal's
      *>  reverse date, and one day past the month end.
       01 REVERSE-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==REV-YYYY==
                         ==DATE-GROUP-MM==   BY ==REV-MM==
                         ==DATE-GROUP-DD==   BY ==REV-DD==.
       01 REVERSE-DATE-N REDEFINES REVERSE-DATE PIC 9(08).
       01 ACCRUAL-YEAR         PIC 9(04).
       01 ACCRUAL-MONTH        PIC 9(02).
       01 MONTH-END-DATE       PIC 9(08) VALUE 0.
       01 LAST-PAY-DATE        PIC 9(08) VALUE 0.
       01 NEXT-PAY-DATE        PIC 9(08) VALUE 0.
       01 ACCRUAL-START-DATE   PIC 9(08) VALUE 0.
       01 PAY-DATES-THIS-YEAR  PIC 9(03) VALUE 0.
      *>  Without a calendar count for the year, or a next pay date
      *>  to close the period, the shop's two-week cycle is assumed:
      *>  26 periods of ten working days.
       01 DEFAULT-PAY-PERIODS  PIC 9(03) VALUE 26.
       01 DEFAULT-PERIOD-DAYS  PIC 9(03) VALUE 10.
       01 PAY-PERIODS-PER-YEAR PIC 9(03) VALUE 26.
       01 PERIOD-WORKING-DAYS  PIC 9(03) VALUE 10.
       01 HOURS-PER-DAY        PIC 9(02) VALUE 8.

      *>  Per-employee working fields.
       01 EMP-WORK-START       PIC 9(08).
       01 EMP-WORK-END         PIC 9(08).
       01 EMP-ACCRUAL-DAYS     PIC 9(03).
       01 EMP-PAY-BASIS        PIC X(01).
          88 EMP-BASIS-SALARIED VALUE 'S'.
       01 EMP-HOURLY-RATE      PIC 9(03)V99.
       01 EMP-ANNUAL-SALARY    PIC 9(07)V99.
       01 EMP-ACCRUED-WAGES    PIC 9(07)V99.
       01 EMP-ACCRUED-EMPLOYER PIC 9(07)V99.
       01 EMPLOYER-PORTION     PIC 9(07)V99.
       01 WORK-DED-TYPE        PIC X(01).
       01 WORK-DED-VALUE       PIC 9(05)V99.
       01 ROW-APPLIES-FLAG     PIC X VALUE 'Y'.
          88 DEDUCTION-ROW-APPLIES VALUE 'Y'.

      *>  DEDTABLE.DAT rows that carry an employer side; the rest
      *>  accrue nothing.
       01 DEDUCTION-COUNT      PIC 9(02) VALUE 0.
       01 DEDUCTION-TABLE.
           05 DEDUCTION-ENTRY OCCURS 20 TIMES.
               10 DED-CODE         PIC X(04).
               10 DED-SCOPE        PIC X(01).
                  88 DED-IS-ELECTED VALUE 'E'.
               10 DED-EMPLOYER     PIC 9(05)V99.
               10 DED-TYPE         PIC X(01).
       01 DED-INDEX            PIC 9(02).
       01 ELECTION-COUNT       PIC 9(03) VALUE 0.
       01 ELECTION-TABLE.
           05 ELECTION-ENTRY OCCURS 200 TIMES.
               10 ELEC-EMP-ID      PIC X(06).
               10 ELEC-DED-CODE    PIC X(04).
               10 ELEC-TYPE        PIC X(01).
               10 ELEC-EFFECTIVE   PIC 9(08).
               10 ELEC-END         PIC 9(08).
       01 ELEC-INDEX           PIC 9(03).
       01 ELECTION-FOUND-FLAG  PIC X VALUE 'N'.
          88 ELECTION-FOUND    VALUE 'Y'.
       01 ELEC-FOUND-INDEX     PIC 9(03).

      *>  Accrual by department, in the order departments are first
      *>  met; names from DEPTREF.DAT.
       01 DEPT-REF-COUNT       PIC 9(03) VALUE 0.
       01 DEPT-REF-TABLE.
           05 DEPT-REF-ENTRY OCCURS 50 TIMES.
               10 DEPT-REF-CODE PIC X(04).
               10 DEPT-REF-NAME PIC X(20).
       01 DEPT-REF-INDEX       PIC 9(03).
       01 DEPT-ACCRUAL-COUNT   PIC 9(03) VALUE 0.
       01 DEPT-ACCRUAL-TABLE.
           05 DEPT-ACCRUAL-ENTRY OCCURS 50 TIMES.
               10 DA-DEPT-CODE     PIC X(04).
               10 DA-EMP-COUNT     PIC 9(05).
               10 DA-DAYS          PIC 9(07).
               10 DA-WAGES         PIC 9(09)V99.
               10 DA-EMPLOYER      PIC 9(09)V99.
       01 DEPT-ACCRUAL-INDEX   PIC 9(03).
       01 DEPT-LOOKUP-CODE     PIC X(04).

       01 TOTAL-EMP-COUNT      PIC 9(05) VALUE 0.
       01 TOTAL-DAYS           PIC 9(07) VALUE 0.
       01 TOTAL-WAGES          PIC 9(09)V99 VALUE 0.
       01 TOTAL-EMPLOYER       PIC 9(09)V99 VALUE 0.
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

      *>  BUSINESS-DAYS and DATE-ARITH call sets, as COBOLTUT holds
      *>  them.
       01 BUSDAY-FUNCTION      PIC X.
       01 BUSDAY-DATE-1        PIC 9(08).
       01 BUSDAY-DATE-2        PIC 9(08).
       01 BUSDAY-RESULT-COUNT  PIC 9(05).
       01 BUSDAY-RESULT-DATE   PIC 9(08).
       01 BUSDAY-STATUS        PIC X.
       01 BUSDAY-CALENDAR-ID   PIC X(08) VALUE "OFFICE".
       01 DATE-FUNCTION        PIC X.
       01 DATE-ONE             PIC 9(08).
       01 DATE-TWO             PIC 9(08).
       01 DATE-OFFSET-DAYS     PIC S9(05).
       01 DATE-RESULT-DAYS     PIC S9(07).
       01 DATE-RESULT-DATE     PIC 9(08).
       01 DATE-CALL-STATUS     PIC X.

       01 RPT-TITLE-LINE.
           05 FILLER           PIC X(32) VALUE
               "MONTH-END PAYROLL ACCRUAL AS AT ".
           05 RPT-TITLE-DATE   PIC 9(08).
           05 FILLER           PIC X(12) VALUE "  REVERSES ".
           05 RPT-TITLE-REVERSE PIC 9(08).
       01 RPT-BASIS-LINE.
           05 FILLER           PIC X(16) VALUE "LAST PAY DATE: ".
           05 RPT-LAST-PAY     PIC 9(08).
           05 FILLER           PIC X(16) VALUE "  NEXT PAY DATE:".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-NEXT-PAY     PIC 9(08).
           05 FILLER           PIC X(16) VALUE "  PERIOD DAYS: ".
           05 RPT-PERIOD-DAYS  PIC ZZ9.
       01 RPT-BLANK-LINE       PIC X(80) VALUE SPACES.
       01 RPT-COLUMN-LINE.
           05 FILLER           PIC X(06) VALUE "DEPT".
           05 FILLER           PIC X(21) VALUE "NAME".
           05 FILLER           PIC X(06) VALUE " EMPS".
           05 FILLER           PIC X(07) VALUE "   DAYS".
           05 FILLER           PIC X(14) VALUE "         WAGES".
           05 FILLER           PIC X(13) VALUE "     EMPLOYER".
           05 FILLER           PIC X(13) VALUE "        TOTAL".
       01 RPT-DEPT-LINE.
           05 RPT-DEPT-CODE    PIC X(04).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RPT-DEPT-NAME    PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-DEPT-EMPS    PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-DEPT-DAYS    PIC ZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-DEPT-WAGES   PIC $,$$$,$$9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-DEPT-EMPLOYER PIC $,$$$,$$9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-DEPT-TOTAL   PIC $$$,$$$,$$9.99.
       01 RPT-DEPT-TOTAL-WORK  PIC 9(09)V99.
       01 RPT-UNVALUED-LINE.
           05 FILLER           PIC X(38) VALUE
               "EMPLOYEES NOT ACCRUED, NO COMPMAST ROW".
           05 FILLER           PIC X(02) VALUE ": ".
           05 RPT-UNVALUED     PIC ZZZZ9.
       01 RPT-NONE-LINE        PIC X(80) VALUE
           "NO WORKING DAYS BETWEEN THE LAST PAY DATE AND MONTH END".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
            PERFORM DETERMINE-ACCRUAL-MONTH
            PERFORM FIND-PAY-DATES
            IF LAST-PAY-DATE = 0
                DISPLAY "PAY-ACCRUAL: NO PAY DATE ON OR BEFORE "
                    MONTH-END-DATE " - NOTHING TO ACCRUE FROM"
                MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
                MOVE SPACES TO EXC-DESCRIPTION
                STRING "NO PAYCAL DATE FOR ACCRUAL " MONTH-END-DATE
                    DELIMITED BY SIZE INTO EXC-DESCRIPTION
                MOVE 'E' TO EXC-SEVERITY
                PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                MOVE 1 TO RETURN-CODE
            ELSE
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
                    PERFORM DETERMINE-PERIOD-BASIS
                    PERFORM LOAD-DEDUCTION-TABLE
                    PERFORM LOAD-DEDUCTION-ELECTIONS
                    PERFORM LOAD-BENEFIT-ENROLLMENTS
                    PERFORM LOAD-DEPT-NAMES
                    PERFORM LOAD-GL-ACCOUNT-MAP
                    PERFORM OPEN-COMPENSATION-MASTER
                    PERFORM ACCRUE-ALL-EMPLOYEES
                    CLOSE EMPLOYEE-MASTER
                    IF COMP-MASTER-ON-FILE
                        CLOSE COMPENSATION-FILE
                    END-IF
                    PERFORM WRITE-ACCRUAL-REPORT
                    PERFORM WRITE-ACCRUAL-JOURNAL
                    DISPLAY "PAY-ACCRUAL: " MONTH-END-DATE ", "
                        TOTAL-EMP-COUNT " EMPLOYEES, WAGES "
                        TOTAL-WAGES " EMPLOYER " TOTAL-EMPLOYER
                END-IF
            END-IF
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.

      *>  ACCRUAL.PRM names the month (CCYYMM) for a rerun; without
      *>  it the run date's own month is accrued. The month end is
      *>  the day before the first of the following month, which is
      *>  also the date the ledger reverses the accrual.
       DETERMINE-ACCRUAL-MONTH.
           MOVE CUR-YYYY TO ACCRUAL-YEAR
           MOVE CUR-MM TO ACCRUAL-MONTH
           OPEN INPUT ACCRUAL-PARAM-FILE
           IF NOT NO-ACCRUAL-PARAM-FILE
               READ ACCRUAL-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-ACCRUAL-YEAR IS NUMERIC
                       AND PRM-ACCRUAL-YEAR > 0
                       AND PRM-ACCRUAL-MONTH IS NUMERIC
                       AND PRM-ACCRUAL-MONTH >= 1
                       AND PRM-ACCRUAL-MONTH <= 12
                           MOVE PRM-ACCRUAL-YEAR TO ACCRUAL-YEAR
                           MOVE PRM-ACCRUAL-MONTH TO ACCRUAL-MONTH
                       END-IF
               END-READ
           END-IF
           CLOSE ACCRUAL-PARAM-FILE
           IF ACCRUAL-MONTH = 12
               COMPUTE REV-YYYY = ACCRUAL-YEAR + 1
               MOVE 1 TO REV-MM
           ELSE
               MOVE ACCRUAL-YEAR TO REV-YYYY
               COMPUTE REV-MM = ACCRUAL-MONTH + 1
           END-IF
           MOVE 1 TO REV-DD
           MOVE 'O' TO DATE-FUNCTION
           MOVE REVERSE-DATE-N TO DATE-ONE
           MOVE 0 TO DATE-TWO
           MOVE -1 TO DATE-OFFSET-DAYS
           CALL "DATE-ARITH" USING DATE-FUNCTION DATE-ONE DATE-TWO
               DATE-OFFSET-DAYS DATE-RESULT-DAYS DATE-RESULT-DATE
               DATE-CALL-STATUS
           MOVE DATE-RESULT-DATE TO MONTH-END-DATE
       .

      *>  One pass of the calendar: the latest pay date on or before
      *>  the month end, the first one after it, and the count of
      *>  the month-end year's pay dates (the salary divisor).
       FIND-PAY-DATES.
           MOVE 0 TO LAST-PAY-DATE
           MOVE 0 TO NEXT-PAY-DATE
           MOVE 0 TO PAY-DATES-THIS-YEAR
           OPEN INPUT PAY-CALENDAR-FILE
           IF NO-PAY-CALENDAR-FILE
               DISPLAY "WARNING: NO PAYCAL.DAT - NO PAY DATES"
           ELSE
               PERFORM UNTIL NO-MORE-PAY-DATES
                   READ PAY-CALENDAR-FILE
                       AT END SET NO-MORE-PAY-DATES TO TRUE
                   END-READ
                   IF NOT NO-MORE-PAY-DATES
                   AND PAY-CALENDAR-RECORD IS NUMERIC
                       IF PAY-CALENDAR-RECORD <= MONTH-END-DATE
                       AND PAY-CALENDAR-RECORD > LAST-PAY-DATE
                           MOVE PAY-CALENDAR-RECORD TO LAST-PAY-DATE
                       END-IF
                       IF PAY-CALENDAR-RECORD > MONTH-END-DATE
                       AND (NEXT-PAY-DATE = 0
                           OR PAY-CALENDAR-RECORD < NEXT-PAY-DATE)
                           MOVE PAY-CALENDAR-RECORD TO NEXT-PAY-DATE
                       END-IF
                       IF PAY-CALENDAR-RECORD(1:4) = ACCRUAL-YEAR
                           ADD 1 TO PAY-DATES-THIS-YEAR
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PAY-CALENDAR-FILE
       .

      *>  The accrual window opens the day after the last pay date.
      *>  The period it sits in runs from there to the next pay
      *>  date; its working days divide a salary the same way the
      *>  pay run will when it pays the period.
       DETERMINE-PERIOD-BASIS.
           MOVE 'O' TO DATE-FUNCTION
           MOVE LAST-PAY-DATE TO DATE-ONE
           MOVE 0 TO DATE-TWO
           MOVE 1 TO DATE-OFFSET-DAYS
           CALL "DATE-ARITH" USING DATE-FUNCTION DATE-ONE DATE-TWO
               DATE-OFFSET-DAYS DATE-RESULT-DAYS DATE-RESULT-DATE
               DATE-CALL-STATUS
           MOVE DATE-RESULT-DATE TO ACCRUAL-START-DATE
           IF PAY-DATES-THIS-YEAR > 0
               MOVE PAY-DATES-THIS-YEAR TO PAY-PERIODS-PER-YEAR
           ELSE
               MOVE DEFAULT-PAY-PERIODS TO PAY-PERIODS-PER-YEAR
           END-IF
           MOVE DEFAULT-PERIOD-DAYS TO PERIOD-WORKING-DAYS
           IF NEXT-PAY-DATE > 0
               MOVE 'C' TO BUSDAY-FUNCTION
               MOVE ACCRUAL-START-DATE TO BUSDAY-DATE-1
               MOVE NEXT-PAY-DATE TO BUSDAY-DATE-2
               CALL "BUSINESS-DAYS" USING BUSDAY-FUNCTION
                   BUSDAY-DATE-1 BUSDAY-DATE-2 BUSDAY-RESULT-COUNT
                   BUSDAY-RESULT-DATE BUSDAY-STATUS BUSDAY-CALENDAR-ID
               IF BUSDAY-STATUS = '0'
               AND BUSDAY-RESULT-COUNT > 0
                   MOVE BUSDAY-RESULT-COUNT TO PERIOD-WORKING-DAYS
               END-IF
           END-IF
           DISPLAY "PAY-ACCRUAL: ACCRUING " ACCRUAL-START-DATE " - "
               MONTH-END-DATE ", PERIOD OF " PERIOD-WORKING-DAYS
               " WORKING DAYS"
       .

       ACCRUE-ALL-EMPLOYEES.
           MOVE 'N' TO MASTER-EOF-FLAG
           PERFORM READ-NEXT-MASTER
           PERFORM UNTIL END-OF-MASTER
               PERFORM ACCRUE-ONE-EMPLOYEE
               PERFORM READ-NEXT-MASTER
           END-PERFORM
       .

       READ-NEXT-MASTER.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET END-OF-MASTER TO TRUE
           END-READ
       .

      *>  Anyone terminated on or before the last pay date was paid
      *>  out then; anyone hired after the month end has earned
      *>  nothing yet. Everyone else accrues the working days of the
      *>  window they were employed for.
       ACCRUE-ONE-EMPLOYEE.
           MOVE ACCRUAL-START-DATE TO EMP-WORK-START
           MOVE MONTH-END-DATE TO EMP-WORK-END
           IF MASTER-HIRE-DATE IS NUMERIC
           AND MASTER-HIRE-DATE > EMP-WORK-START
               MOVE MASTER-HIRE-DATE TO EMP-WORK-START
           END-IF
           IF MASTER-TERMINATED
               IF MASTER-TERM-DATE IS NUMERIC
               AND MASTER-TERM-DATE > 0
                   IF MASTER-TERM-DATE < EMP-WORK-END
                       MOVE MASTER-TERM-DATE TO EMP-WORK-END
                   END-IF
               ELSE
                   MOVE 0 TO EMP-WORK-END
               END-IF
           END-IF
           MOVE 0 TO EMP-ACCRUAL-DAYS
           IF EMP-WORK-START <= EMP-WORK-END
               MOVE 'C' TO BUSDAY-FUNCTION
               MOVE EMP-WORK-START TO BUSDAY-DATE-1
               MOVE EMP-WORK-END TO BUSDAY-DATE-2
               CALL "BUSINESS-DAYS" USING BUSDAY-FUNCTION
                   BUSDAY-DATE-1 BUSDAY-DATE-2 BUSDAY-RESULT-COUNT
                   BUSDAY-RESULT-DATE BUSDAY-STATUS BUSDAY-CALENDAR-ID
               IF BUSDAY-STATUS = '0'
                   MOVE BUSDAY-RESULT-COUNT TO EMP-ACCRUAL-DAYS
               END-IF
           END-IF
           IF EMP-ACCRUAL-DAYS > 0
               PERFORM LOOK-UP-COMPENSATION
               IF RATE-FOUND
                   PERFORM VALUE-ACCRUED-DAYS
                   PERFORM TALLY-DEPARTMENT-ACCRUAL
               ELSE
                   ADD 1 TO UNVALUED-COUNT
                   MOVE "ACCRUE-ONE-EMPLOYEE" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "NO COMPMAST RATE, NOT ACCRUED "
                       MASTER-EMP-ID
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
           END-IF
       .

       OPEN-COMPENSATION-MASTER.
           MOVE 'N' TO COMP-MASTER-FLAG
           OPEN INPUT COMPENSATION-FILE
           IF COMPENSATION-FILE-STATUS = "00"
               SET COMP-MASTER-ON-FILE TO TRUE
           ELSE
               DISPLAY "WARNING: NO COMPMAST.DAT - NOTHING CAN BE"
                   " VALUED"
               MOVE "OPEN-COMP-MASTER" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "COMPMAST.DAT MISSING, NO ACCRUAL VALUED"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

      *>  The employee's latest compensation row dated on or before
      *>  the month end, found the way COBOLTUT finds the rate in
      *>  effect on a pay date.
       LOOK-UP-COMPENSATION.
           MOVE 'N' TO RATE-FOUND-FLAG
           MOVE SPACES TO EMP-PAY-BASIS
           MOVE 0 TO EMP-HOURLY-RATE
           MOVE 0 TO EMP-ANNUAL-SALARY
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
                   OR COMP-EFFECTIVE-DATE > MONTH-END-DATE
                       SET COMP-SCAN-DONE TO TRUE
                   END-IF
                   IF NOT COMP-SCAN-DONE
                       SET RATE-FOUND TO TRUE
                       MOVE COMP-PAY-BASIS TO EMP-PAY-BASIS
                       MOVE COMP-HOURLY-RATE TO EMP-HOURLY-RATE
                       MOVE COMP-ANNUAL-SALARY TO EMP-ANNUAL-SALARY
                   END-IF
               END-PERFORM
           END-IF
       .

      *>  Wages first, then the employer side of each applicable
      *>  DEDTABLE.DAT row: percentage rows on the accrued wages,
      *>  flat per-period rows prorated over the period's days.
       VALUE-ACCRUED-DAYS.
           IF EMP-BASIS-SALARIED
               COMPUTE EMP-ACCRUED-WAGES ROUNDED
                   MODE IS NEAREST-AWAY-FROM-ZERO
                   = EMP-ANNUAL-SALARY / PAY-PERIODS-PER-YEAR
                   * EMP-ACCRUAL-DAYS / PERIOD-WORKING-DAYS
           ELSE
               COMPUTE EMP-ACCRUED-WAGES ROUNDED
                   MODE IS NEAREST-AWAY-FROM-ZERO
                   = EMP-ACCRUAL-DAYS * HOURS-PER-DAY
                   * EMP-HOURLY-RATE
           END-IF
           MOVE 0 TO EMP-ACCRUED-EMPLOYER
           PERFORM VARYING DED-INDEX FROM 1 BY 1
           UNTIL DED-INDEX > DEDUCTION-COUNT
               PERFORM ACCRUE-ONE-EMPLOYER-ROW
           END-PERFORM
       .

      *>  A global row applies to everyone; an 'E' row only with a
      *>  live election on the month end, whose own R/F type then
      *>  governs, as in COBOLTUT's APPLY-ONE-DEDUCTION-ROW.
       ACCRUE-ONE-EMPLOYER-ROW.
           MOVE 'Y' TO ROW-APPLIES-FLAG
           MOVE DED-TYPE(DED-INDEX) TO WORK-DED-TYPE
           IF DED-IS-ELECTED(DED-INDEX)
               PERFORM FIND-ELECTION-FOR-ROW
               IF NOT ELECTION-FOUND
                   MOVE 'N' TO ROW-APPLIES-FLAG
               ELSE
                   IF ELEC-TYPE(ELEC-FOUND-INDEX) = 'R'
                   OR ELEC-TYPE(ELEC-FOUND-INDEX) = 'F'
                       MOVE ELEC-TYPE(ELEC-FOUND-INDEX)
                           TO WORK-DED-TYPE
                   END-IF
               END-IF
           END-IF
           IF DEDUCTION-ROW-APPLIES
               IF WORK-DED-TYPE = 'R'
                   COMPUTE EMPLOYER-PORTION ROUNDED
                       MODE IS NEAREST-AWAY-FROM-ZERO
                       = EMP-ACCRUED-WAGES
                       * DED-EMPLOYER(DED-INDEX) / 100
               ELSE
                   COMPUTE EMPLOYER-PORTION ROUNDED
                       MODE IS NEAREST-AWAY-FROM-ZERO
                       = DED-EMPLOYER(DED-INDEX)
                       * EMP-ACCRUAL-DAYS / PERIOD-WORKING-DAYS
               END-IF
               ADD EMPLOYER-PORTION TO EMP-ACCRUED-EMPLOYER
           END-IF
       .

       FIND-ELECTION-FOR-ROW.
           MOVE 'N' TO ELECTION-FOUND-FLAG
           MOVE 0 TO ELEC-FOUND-INDEX
           PERFORM VARYING ELEC-INDEX FROM 1 BY 1
           UNTIL ELEC-INDEX > ELECTION-COUNT OR ELECTION-FOUND
               IF ELEC-EMP-ID(ELEC-INDEX) = MASTER-EMP-ID
               AND ELEC-DED-CODE(ELEC-INDEX) = DED-CODE(DED-INDEX)
               AND (ELEC-EFFECTIVE(ELEC-INDEX) = 0
                   OR ELEC-EFFECTIVE(ELEC-INDEX) <= MONTH-END-DATE)
               AND (ELEC-END(ELEC-INDEX) = 0
                   OR ELEC-END(ELEC-INDEX) >= MONTH-END-DATE)
                   SET ELECTION-FOUND TO TRUE
                   MOVE ELEC-INDEX TO ELEC-FOUND-INDEX
               END-IF
           END-PERFORM
       .

       TALLY-DEPARTMENT-ACCRUAL.
           MOVE MASTER-DEPT-CODE TO DEPT-LOOKUP-CODE
           IF DEPT-LOOKUP-CODE = SPACES
               MOVE "????" TO DEPT-LOOKUP-CODE
           END-IF
           PERFORM VARYING DEPT-ACCRUAL-INDEX FROM 1 BY 1
           UNTIL DEPT-ACCRUAL-INDEX > DEPT-ACCRUAL-COUNT
           OR DA-DEPT-CODE(DEPT-ACCRUAL-INDEX) = DEPT-LOOKUP-CODE
               CONTINUE
           END-PERFORM
           IF DEPT-ACCRUAL-INDEX > DEPT-ACCRUAL-COUNT
               IF DEPT-ACCRUAL-COUNT < 50
                   ADD 1 TO DEPT-ACCRUAL-COUNT
                   MOVE DEPT-ACCRUAL-COUNT TO DEPT-ACCRUAL-INDEX
                   MOVE DEPT-LOOKUP-CODE
                       TO DA-DEPT-CODE(DEPT-ACCRUAL-INDEX)
                   MOVE 0 TO DA-EMP-COUNT(DEPT-ACCRUAL-INDEX)
                   MOVE 0 TO DA-DAYS(DEPT-ACCRUAL-INDEX)
                   MOVE 0 TO DA-WAGES(DEPT-ACCRUAL-INDEX)
                   MOVE 0 TO DA-EMPLOYER(DEPT-ACCRUAL-INDEX)
               ELSE
      *>  Past fifty departments the rest share the last row, so
      *>  the totals and the journal still carry every penny.
                   MOVE DEPT-ACCRUAL-COUNT TO DEPT-ACCRUAL-INDEX
               END-IF
           END-IF
           ADD 1 TO DA-EMP-COUNT(DEPT-ACCRUAL-INDEX)
           ADD EMP-ACCRUAL-DAYS TO DA-DAYS(DEPT-ACCRUAL-INDEX)
           ADD EMP-ACCRUED-WAGES TO DA-WAGES(DEPT-ACCRUAL-INDEX)
           ADD EMP-ACCRUED-EMPLOYER
               TO DA-EMPLOYER(DEPT-ACCRUAL-INDEX)
           ADD 1 TO TOTAL-EMP-COUNT
           ADD EMP-ACCRUAL-DAYS TO TOTAL-DAYS
           ADD EMP-ACCRUED-WAGES TO TOTAL-WAGES
           ADD EMP-ACCRUED-EMPLOYER TO TOTAL-EMPLOYER
       .

       WRITE-ACCRUAL-REPORT.
           OPEN OUTPUT ACCRUAL-REPORT-FILE
           MOVE MONTH-END-DATE TO RPT-TITLE-DATE
           MOVE REVERSE-DATE-N TO RPT-TITLE-REVERSE
           MOVE RPT-TITLE-LINE TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           MOVE LAST-PAY-DATE TO RPT-LAST-PAY
           MOVE NEXT-PAY-DATE TO RPT-NEXT-PAY
           MOVE PERIOD-WORKING-DAYS TO RPT-PERIOD-DAYS
           MOVE RPT-BASIS-LINE TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           MOVE RPT-BLANK-LINE TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           IF DEPT-ACCRUAL-COUNT = 0
               MOVE RPT-NONE-LINE TO ACCRUAL-REPORT-LINE
               WRITE ACCRUAL-REPORT-LINE
           ELSE
               MOVE RPT-COLUMN-LINE TO ACCRUAL-REPORT-LINE
               WRITE ACCRUAL-REPORT-LINE
               PERFORM VARYING DEPT-ACCRUAL-INDEX FROM 1 BY 1
               UNTIL DEPT-ACCRUAL-INDEX > DEPT-ACCRUAL-COUNT
                   PERFORM WRITE-DEPARTMENT-LINE
               END-PERFORM
               MOVE SPACES TO RPT-DEPT-CODE
               MOVE "ALL DEPARTMENTS" TO RPT-DEPT-NAME
               MOVE TOTAL-EMP-COUNT TO RPT-DEPT-EMPS
               MOVE TOTAL-DAYS TO RPT-DEPT-DAYS
               MOVE TOTAL-WAGES TO RPT-DEPT-WAGES
               MOVE TOTAL-EMPLOYER TO RPT-DEPT-EMPLOYER
               COMPUTE RPT-DEPT-TOTAL-WORK =
                   TOTAL-WAGES + TOTAL-EMPLOYER
               MOVE RPT-DEPT-TOTAL-WORK TO RPT-DEPT-TOTAL
               MOVE RPT-BLANK-LINE TO ACCRUAL-REPORT-LINE
               WRITE ACCRUAL-REPORT-LINE
               MOVE RPT-DEPT-LINE TO ACCRUAL-REPORT-LINE
               WRITE ACCRUAL-REPORT-LINE
           END-IF
           IF UNVALUED-COUNT > 0
               MOVE UNVALUED-COUNT TO RPT-UNVALUED
               MOVE RPT-UNVALUED-LINE TO ACCRUAL-REPORT-LINE
               WRITE ACCRUAL-REPORT-LINE
           END-IF
           CLOSE ACCRUAL-REPORT-FILE
       .

       WRITE-DEPARTMENT-LINE.
           MOVE DA-DEPT-CODE(DEPT-ACCRUAL-INDEX) TO RPT-DEPT-CODE
           MOVE SPACES TO RPT-DEPT-NAME
           PERFORM VARYING DEPT-REF-INDEX FROM 1 BY 1
           UNTIL DEPT-REF-INDEX > DEPT-REF-COUNT
               IF DEPT-REF-CODE(DEPT-REF-INDEX)
                   = DA-DEPT-CODE(DEPT-ACCRUAL-INDEX)
                   MOVE DEPT-REF-NAME(DEPT-REF-INDEX)
                       TO RPT-DEPT-NAME
               END-IF
           END-PERFORM
           MOVE DA-EMP-COUNT(DEPT-ACCRUAL-INDEX) TO RPT-DEPT-EMPS
           MOVE DA-DAYS(DEPT-ACCRUAL-INDEX) TO RPT-DEPT-DAYS
           MOVE DA-WAGES(DEPT-ACCRUAL-INDEX) TO RPT-DEPT-WAGES
           MOVE DA-EMPLOYER(DEPT-ACCRUAL-INDEX) TO RPT-DEPT-EMPLOYER
           COMPUTE RPT-DEPT-TOTAL-WORK =
               DA-WAGES(DEPT-ACCRUAL-INDEX)
               + DA-EMPLOYER(DEPT-ACCRUAL-INDEX)
           MOVE RPT-DEPT-TOTAL-WORK TO RPT-DEPT-TOTAL
           MOVE RPT-DEPT-LINE TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
       .

      *>  Expense debited by department, the same D and E accounts
      *>  the pay run debits; the two liabilities credited under the
      *>  'A' accrued-payroll rows. The lines balance by
      *>  construction, and the trailer proves it to the import.
       WRITE-ACCRUAL-JOURNAL.
           OPEN OUTPUT ACCRUAL-JOURNAL-FILE
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GLJ-HEADER-RECORD TO TRUE
           MOVE "ACCRUAL" TO GLJ-HDR-JOURNAL-ID
           MOVE MONTH-END-DATE TO GLJ-HDR-POSTING-DATE
           MOVE REVERSE-DATE-N TO GLJ-HDR-REVERSE-DATE
           MOVE "PAY-ACCRUAL" TO GLJ-HDR-SOURCE-PROGRAM
           WRITE GL-JOURNAL-RECORD
           PERFORM VARYING DEPT-ACCRUAL-INDEX FROM 1 BY 1
           UNTIL DEPT-ACCRUAL-INDEX > DEPT-ACCRUAL-COUNT
               MOVE 'D' TO GL-WORK-DR-CR
               MOVE 'D' TO GL-WORK-SOURCE-TYPE
               MOVE DA-DEPT-CODE(DEPT-ACCRUAL-INDEX)
                   TO GL-WORK-SOURCE-KEY
               MOVE DA-WAGES(DEPT-ACCRUAL-INDEX) TO GL-WORK-AMOUNT
               PERFORM WRITE-JOURNAL-LINE
               MOVE 'E' TO GL-WORK-SOURCE-TYPE
               MOVE DA-EMPLOYER(DEPT-ACCRUAL-INDEX)
                   TO GL-WORK-AMOUNT
               PERFORM WRITE-JOURNAL-LINE
           END-PERFORM
           MOVE 'C' TO GL-WORK-DR-CR
           MOVE 'A' TO GL-WORK-SOURCE-TYPE
           MOVE "WAGES" TO GL-WORK-SOURCE-KEY
           MOVE TOTAL-WAGES TO GL-WORK-AMOUNT
           PERFORM WRITE-JOURNAL-LINE
           MOVE "EMPLOYER" TO GL-WORK-SOURCE-KEY
           MOVE TOTAL-EMPLOYER TO GL-WORK-AMOUNT
           PERFORM WRITE-JOURNAL-LINE
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GLJ-TRAILER-RECORD TO TRUE
           MOVE GL-LINE-COUNT TO GLJ-TRL-LINE-COUNT
           MOVE GL-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL
           MOVE GL-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD
           IF ACCRUAL-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT WRITE ACCRJRNL.DAT, STATUS="
                   ACCRUAL-JOURNAL-FILE-STATUS
               MOVE "WRITE-ACCRUAL-JRNL" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "ACCRJRNL.DAT WRITE FAILED, STATUS="
                   ACCRUAL-JOURNAL-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE ACCRUAL-JOURNAL-FILE
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

      *>  Only rows with an employer side matter to the accrual.
       LOAD-DEDUCTION-TABLE.
           MOVE 0 TO DEDUCTION-COUNT
           OPEN INPUT DEDUCTION-TABLE-FILE
           IF DEDUCTION-TABLE-FILE-STATUS = "00"
               PERFORM UNTIL NO-MORE-DEDUCTIONS
                   READ DEDUCTION-TABLE-FILE
                       AT END SET NO-MORE-DEDUCTIONS TO TRUE
                   END-READ
                   IF NOT NO-MORE-DEDUCTIONS
                   AND DEDUCTION-COUNT < 20
                   AND DED-EMPLOYER-IN IS NUMERIC
                   AND DED-EMPLOYER-IN > 0
                       ADD 1 TO DEDUCTION-COUNT
                       MOVE DED-CODE-IN TO DED-CODE(DEDUCTION-COUNT)
                       MOVE DED-SCOPE-IN TO DED-SCOPE(DEDUCTION-COUNT)
                       MOVE DED-TYPE-IN TO DED-TYPE(DEDUCTION-COUNT)
                       MOVE DED-EMPLOYER-IN
                           TO DED-EMPLOYER(DEDUCTION-COUNT)
                   END-IF
               END-PERFORM
               CLOSE DEDUCTION-TABLE-FILE
           END-IF
       .

       LOAD-DEDUCTION-ELECTIONS.
           MOVE 0 TO ELECTION-COUNT
           OPEN INPUT ELECTION-FILE
           IF ELECTION-FILE-STATUS = "00"
               PERFORM UNTIL NO-MORE-ELECTIONS
                   READ ELECTION-FILE
                       AT END SET NO-MORE-ELECTIONS TO TRUE
                   END-READ
                   IF NOT NO-MORE-ELECTIONS
                   AND ELEC-EMP-ID-IN NOT = SPACES
                   AND ELECTION-COUNT < 200
                       ADD 1 TO ELECTION-COUNT
                       MOVE ELEC-EMP-ID-IN
                           TO ELEC-EMP-ID(ELECTION-COUNT)
                       MOVE ELEC-DED-CODE-IN
                           TO ELEC-DED-CODE(ELECTION-COUNT)
                       MOVE ELEC-TYPE-IN TO ELEC-TYPE(ELECTION-COUNT)
                       IF ELEC-EFFECTIVE-IN IS NUMERIC
                           MOVE ELEC-EFFECTIVE-IN
                               TO ELEC-EFFECTIVE(ELECTION-COUNT)
                       ELSE
                           MOVE 0 TO ELEC-EFFECTIVE(ELECTION-COUNT)
                       END-IF
                       IF ELEC-END-IN IS NUMERIC
                           MOVE ELEC-END-IN
                               TO ELEC-END(ELECTION-COUNT)
                       ELSE
                           MOVE 0 TO ELEC-END(ELECTION-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ELECTION-FILE
           END-IF
       .

      *>  Every enrollment still running at the month end joins the
      *>  election table, so the plan's employer share accrues for
      *>  the enrolled employees only.
       LOAD-BENEFIT-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE
           IF ENROLLMENT-FILE-STATUS = "00"
               PERFORM UNTIL NO-MORE-ENROLLMENTS
                   READ ENROLLMENT-FILE NEXT RECORD
                       AT END SET NO-MORE-ENROLLMENTS TO TRUE
                   END-READ
                   IF NOT NO-MORE-ENROLLMENTS
                   AND (ENR-OPEN-ENDED
                       OR ENR-END-DATE >= MONTH-END-DATE)
                   AND ELECTION-COUNT < 200
                       ADD 1 TO ELECTION-COUNT
                       MOVE ENR-EMP-ID TO ELEC-EMP-ID(ELECTION-COUNT)
                       MOVE ENR-PLAN-CODE
                           TO ELEC-DED-CODE(ELECTION-COUNT)
                       MOVE 'F' TO ELEC-TYPE(ELECTION-COUNT)
                       MOVE ENR-EFFECTIVE-DATE
                           TO ELEC-EFFECTIVE(ELECTION-COUNT)
                       MOVE ENR-END-DATE TO ELEC-END(ELECTION-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF
       .

       LOAD-DEPT-NAMES.
           MOVE 0 TO DEPT-REF-COUNT
           OPEN INPUT DEPT-REF-FILE
           IF DEPT-REF-FILE-STATUS = "00"
               PERFORM UNTIL NO-MORE-DEPT-REFS
                   READ DEPT-REF-FILE
                       AT END SET NO-MORE-DEPT-REFS TO TRUE
                   END-READ
                   IF NOT NO-MORE-DEPT-REFS
                   AND DEPT-CODE-REF NOT = SPACES
                   AND DEPT-REF-COUNT < 50
                       ADD 1 TO DEPT-REF-COUNT
                       MOVE DEPT-CODE-REF
                           TO DEPT-REF-CODE(DEPT-REF-COUNT)
                       MOVE DEPT-NAME-REF
                           TO DEPT-REF-NAME(DEPT-REF-COUNT)
                   END-IF
               END-PERFORM
               CLOSE DEPT-REF-FILE
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

       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "PAY-ACCRUAL" TO EXC-SOURCE-PROGRAM
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

       END PROGRAM PAY-ACCRUAL.
